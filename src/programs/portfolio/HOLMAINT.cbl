      *================================================================*
      * Program Name: HOLMAINT
      * Description: Holiday Calendar Maintenance
      *             Keeps the HOLCAL holiday calendar PORTBDAY counts
      *             business days off - the same row-driven shape as
      *             SECMAINT: 'A' adds a market holiday, 'C' changes
      *             its description, 'D' deletes one added in error
      *             (a holiday is just a date, so unlike a security
      *             nothing hangs off it once it is gone). Only
      *             weekday dates are taken - weekends are never
      *             business days, so a weekend row would count
      *             nothing and is rejected as a keying error. Rows
      *             failing edit checks go to a reject file with the
      *             reason, every applied row is audit-logged, and a
      *             maintenance register reports the run.
      *             A calendar change takes effect from the next
      *             program that calls PORTBDAY.
      * Author: DLB
      * Date Written: 2025-01-13
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-01-13 DLB           Initial Creation
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLMAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE
               ASSIGN TO HOLCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HOL-DATE
               FILE STATUS IS WS-HOL-STATUS.

      *-- Maintenance rows in - one action per holiday date per row
           SELECT MAINT-FILE
               ASSIGN TO HOLINTAK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

      *-- Maintenance rows that fail edit checks
           SELECT REJECT-FILE
               ASSIGN TO HOLREJCT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

      *-- Audit trail file - shared layout with PORTUPDT/PORTCRET
           SELECT AUDIT-FILE
               ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *-- Maintenance register report
           SELECT REPORT-FILE
               ASSIGN TO HOLMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
           COPY HOLCREC.

       FD  MAINT-FILE.
       01  MAINT-RECORD.
           05  HLIN-ACTION             PIC X(1).
               88  HLIN-ADD               VALUE 'A'.
               88  HLIN-CHANGE            VALUE 'C'.
               88  HLIN-DELETE            VALUE 'D'.
           05  HLIN-DATE               PIC 9(8).
           05  HLIN-DESCRIPTION        PIC X(30).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  HLRJ-ACTION             PIC X(1).
           05  HLRJ-DATE               PIC X(8).
           05  HLRJ-DESCRIPTION        PIC X(30).
           05  HLRJ-REASON             PIC X(40).

       FD  AUDIT-FILE.
           COPY AUDITLOG.

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Constants and switches
      *----------------------------------------------------------------*
       01  WS-CONSTANTS.
           05  WS-PROGRAM-NAME     PIC X(08) VALUE 'HOLMAINT'.
           05  WS-SUCCESS          PIC S9(4) VALUE +0.
           05  WS-ERROR            PIC S9(4) VALUE +8.

       01  WS-SWITCHES.
           05  WS-HOL-STATUS       PIC X(02).
               88  WS-HOL-SUCCESS       VALUE '00'.
               88  WS-HOL-NOT-FND       VALUE '23'.
               88  WS-HOL-DUPLICATE     VALUE '22'.

           05  WS-MAINT-STATUS     PIC X(02).
               88  WS-MAINT-SUCCESS     VALUE '00'.
               88  WS-MAINT-EOF         VALUE '10'.

           05  WS-REJECT-STATUS    PIC X(02).
               88  WS-REJECT-SUCCESS    VALUE '00'.

           05  WS-AUDIT-STATUS     PIC X(02).
               88  WS-AUDIT-SUCCESS     VALUE '00'.

           05  WS-REPORT-STATUS    PIC X(02).
               88  WS-REPORT-SUCCESS    VALUE '00'.

           05  WS-END-OF-FILE-SW   PIC X VALUE 'N'.
               88  END-OF-FILE         VALUE 'Y'.
               88  NOT-END-OF-FILE     VALUE 'N'.

      *-- Switch telling whether the current maintenance row passed
      *           edit checks and may be applied to the calendar
           05  WS-MAINT-VALID-SW   PIC X VALUE 'Y'.
               88  MAINT-VALID         VALUE 'Y'.
               88  MAINT-INVALID       VALUE 'N'.

      *----------------------------------------------------------------*
      * Work areas
      *----------------------------------------------------------------*
       01  WS-WORK-AREAS.
           05  WS-RETURN-CODE      PIC S9(4) VALUE +0.
           05  WS-READ-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-ADDED-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-CHANGED-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-DELETED-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-REJECT-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-MAINT-REJECT-REASON PIC X(40).
           05  WS-DISPOSITION-TEXT PIC X(12).
      *-- Date edit - the row date must survive the round trip
      *           through its day number, and day 1 (1601-01-01)
      *           was a Monday, so (day - 1) mod 7 gives the weekday
      *           as 0 = Monday through 6 = Sunday
           05  WS-DATE-INTEGER     PIC S9(9) COMP.
           05  WS-DATE-ROUND-TRIP  PIC 9(8).
           05  WS-DATE-WEEKS       PIC S9(9) COMP.
           05  WS-DATE-WEEKDAY     PIC S9(4) COMP.

      *-- Work area used to build each AUD-RECORD before write
       01  WS-AUDIT-WORK-AREA.
           05  WS-AUDIT-DATE       PIC 9(08).
           05  WS-AUDIT-TIME       PIC 9(08).
           05  WS-AUDIT-ACTION-CD  PIC X(08).
           05  WS-AUDIT-BEFORE     PIC X(170).
           05  WS-AUDIT-AFTER      PIC X(170).
           05  WS-AUDIT-MESSAGE    PIC X(100).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS
              UNTIL END-OF-FILE
           PERFORM 2950-WRITE-REPORT-TOTALS
           PERFORM 3000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           INITIALIZE WS-WORK-AREAS

           OPEN I-O   HOLIDAY-FILE
           OPEN INPUT MAINT-FILE
           OPEN OUTPUT REJECT-FILE
           OPEN EXTEND AUDIT-FILE
           OPEN OUTPUT REPORT-FILE

           IF NOT WS-HOL-SUCCESS
              OR NOT WS-MAINT-SUCCESS
              OR NOT WS-REJECT-SUCCESS
              OR NOT WS-AUDIT-SUCCESS
              OR NOT WS-REPORT-SUCCESS
               DISPLAY 'HOLMAINT: FILE OPEN ERROR - HOL='
                       WS-HOL-STATUS ' MAINT=' WS-MAINT-STATUS
                       ' REJECT=' WS-REJECT-STATUS
                       ' AUDIT=' WS-AUDIT-STATUS
                       ' REPORT=' WS-REPORT-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1200-WRITE-REPORT-HEADINGS
           PERFORM 2900-READ-MAINT
           .

       1200-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO REPORT-RECORD
           MOVE 'HOLMAINT - HOLIDAY CALENDAR MAINTENANCE REGISTER'
               TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'ACT DATE      DESCRIPTION'
                      DELIMITED BY SIZE
                  '                     DISPOSITION'
                      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       2000-PROCESS.
           ADD 1 TO WS-READ-COUNT
           PERFORM 2100-VALIDATE-MAINT-ROW
           IF MAINT-VALID
               EVALUATE TRUE
                   WHEN HLIN-ADD
                       PERFORM 2200-ADD-HOLIDAY
                   WHEN HLIN-CHANGE
                       PERFORM 2300-CHANGE-HOLIDAY
                   WHEN HLIN-DELETE
                       PERFORM 2400-DELETE-HOLIDAY
               END-EVALUATE
           ELSE
               PERFORM 2500-REJECT-MAINT-ROW
           END-IF
           PERFORM 2900-READ-MAINT
           .

      *-- Edit checks ahead of the keyed apply - the date must be a
      *           real calendar date and a weekday, and an add must
      *           say which holiday it is so the register reads
      *           without a calendar beside it
       2100-VALIDATE-MAINT-ROW.
           SET MAINT-VALID TO TRUE
           MOVE SPACES TO WS-MAINT-REJECT-REASON

           IF NOT HLIN-ADD AND NOT HLIN-CHANGE
              AND NOT HLIN-DELETE
               SET MAINT-INVALID TO TRUE
               MOVE 'INVALID MAINTENANCE ACTION CODE'
                   TO WS-MAINT-REJECT-REASON
           ELSE
               PERFORM 2150-EDIT-HOLIDAY-DATE
               IF MAINT-VALID
                   IF NOT HLIN-DELETE
                      AND HLIN-DESCRIPTION = SPACES
                       SET MAINT-INVALID TO TRUE
                       MOVE 'MISSING HOLIDAY DESCRIPTION'
                           TO WS-MAINT-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           .

       2150-EDIT-HOLIDAY-DATE.
           IF HLIN-DATE NOT NUMERIC
              OR HLIN-DATE < 16010101
              OR HLIN-DATE(5:2) < '01' OR HLIN-DATE(5:2) > '12'
              OR HLIN-DATE(7:2) < '01' OR HLIN-DATE(7:2) > '31'
               SET MAINT-INVALID TO TRUE
               MOVE 'HOLIDAY DATE IS NOT A VALID DATE'
                   TO WS-MAINT-REJECT-REASON
           ELSE
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(HLIN-DATE)
               COMPUTE WS-DATE-ROUND-TRIP =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               IF WS-DATE-ROUND-TRIP NOT = HLIN-DATE
                   SET MAINT-INVALID TO TRUE
                   MOVE 'HOLIDAY DATE IS NOT A VALID DATE'
                       TO WS-MAINT-REJECT-REASON
               ELSE
                   COMPUTE WS-DATE-INTEGER = WS-DATE-INTEGER - 1
                   DIVIDE WS-DATE-INTEGER BY 7 GIVING WS-DATE-WEEKS
                       REMAINDER WS-DATE-WEEKDAY
                   IF WS-DATE-WEEKDAY > 4 AND HLIN-ADD
                       SET MAINT-INVALID TO TRUE
                       MOVE 'HOLIDAY DATE FALLS ON A WEEKEND'
                           TO WS-MAINT-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           .

       2200-ADD-HOLIDAY.
           MOVE SPACES TO HOLIDAY-RECORD
           MOVE HLIN-DATE TO HOL-DATE
           MOVE HLIN-DESCRIPTION TO HOL-DESCRIPTION

           WRITE HOLIDAY-RECORD
               INVALID KEY
                   MOVE 'HOLIDAY ALREADY ON CALENDAR'
                       TO WS-MAINT-REJECT-REASON
                   PERFORM 2500-REJECT-MAINT-ROW
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE HOLIDAY-RECORD TO WS-AUDIT-AFTER
                   MOVE 'CREATE  ' TO WS-AUDIT-ACTION-CD
                   MOVE 'HOLIDAY ADDED TO HOLIDAY CALENDAR'
                       TO WS-AUDIT-MESSAGE
                   PERFORM 8000-WRITE-AUDIT-RECORD
                   MOVE 'ADDED       ' TO WS-DISPOSITION-TEXT
                   PERFORM 2800-WRITE-REGISTER-LINE
           END-WRITE
           .

       2300-CHANGE-HOLIDAY.
           MOVE HLIN-DATE TO HOL-DATE
           READ HOLIDAY-FILE
               INVALID KEY
                   MOVE 'HOLIDAY NOT ON CALENDAR'
                       TO WS-MAINT-REJECT-REASON
                   PERFORM 2500-REJECT-MAINT-ROW
               NOT INVALID KEY
                   MOVE HOLIDAY-RECORD TO WS-AUDIT-BEFORE
                   MOVE HLIN-DESCRIPTION TO HOL-DESCRIPTION
                   REWRITE HOLIDAY-RECORD
                   IF WS-HOL-SUCCESS
                       ADD 1 TO WS-CHANGED-COUNT
                       MOVE HOLIDAY-RECORD TO WS-AUDIT-AFTER
                       MOVE 'UPDATE  ' TO WS-AUDIT-ACTION-CD
                       MOVE 'HOLIDAY DESCRIPTION CHANGED'
                           TO WS-AUDIT-MESSAGE
                       PERFORM 8000-WRITE-AUDIT-RECORD
                       MOVE 'CHANGED     ' TO WS-DISPOSITION-TEXT
                       PERFORM 2800-WRITE-REGISTER-LINE
                   ELSE
                       DISPLAY 'HOLMAINT: REWRITE failed for '
                               HOL-DATE ' STATUS=' WS-HOL-STATUS
                       MOVE WS-ERROR TO WS-RETURN-CODE
                   END-IF
           END-READ
           .

      *-- A holiday keyed in error comes off the calendar outright -
      *           the audit before-image keeps the record of it
       2400-DELETE-HOLIDAY.
           MOVE HLIN-DATE TO HOL-DATE
           READ HOLIDAY-FILE
               INVALID KEY
                   MOVE 'HOLIDAY NOT ON CALENDAR'
                       TO WS-MAINT-REJECT-REASON
                   PERFORM 2500-REJECT-MAINT-ROW
               NOT INVALID KEY
                   MOVE HOLIDAY-RECORD TO WS-AUDIT-BEFORE
                   DELETE HOLIDAY-FILE RECORD
                   IF WS-HOL-SUCCESS
                       ADD 1 TO WS-DELETED-COUNT
                       MOVE SPACES TO WS-AUDIT-AFTER
                       MOVE 'DELETE  ' TO WS-AUDIT-ACTION-CD
                       MOVE 'HOLIDAY DELETED FROM HOLIDAY CALENDAR'
                           TO WS-AUDIT-MESSAGE
                       PERFORM 8000-WRITE-AUDIT-RECORD
                       MOVE 'DELETED     ' TO WS-DISPOSITION-TEXT
                       PERFORM 2800-WRITE-REGISTER-LINE
                   ELSE
                       DISPLAY 'HOLMAINT: DELETE failed for '
                               HOL-DATE ' STATUS=' WS-HOL-STATUS
                       MOVE WS-ERROR TO WS-RETURN-CODE
                   END-IF
           END-READ
           .

       2500-REJECT-MAINT-ROW.
           MOVE SPACES TO REJECT-RECORD
           MOVE HLIN-ACTION TO HLRJ-ACTION
           MOVE MAINT-RECORD(2:8) TO HLRJ-DATE
           MOVE HLIN-DESCRIPTION TO HLRJ-DESCRIPTION
           MOVE WS-MAINT-REJECT-REASON TO HLRJ-REASON
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT
           MOVE 'REJECTED    ' TO WS-DISPOSITION-TEXT
           PERFORM 2800-WRITE-REGISTER-LINE
           .

       2800-WRITE-REGISTER-LINE.
           MOVE SPACES TO REPORT-RECORD
           STRING HLIN-ACTION        DELIMITED BY SIZE
                  '   '              DELIMITED BY SIZE
                  MAINT-RECORD(2:8)  DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  HLIN-DESCRIPTION   DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  WS-DISPOSITION-TEXT DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-MAINT-REJECT-REASON DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       2900-READ-MAINT.
           READ MAINT-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ
           .

       2950-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'ROWS READ='        DELIMITED BY SIZE
                  WS-READ-COUNT       DELIMITED BY SIZE
                  '  ADDED='          DELIMITED BY SIZE
                  WS-ADDED-COUNT      DELIMITED BY SIZE
                  '  CHANGED='        DELIMITED BY SIZE
                  WS-CHANGED-COUNT    DELIMITED BY SIZE
                  '  DELETED='        DELIMITED BY SIZE
                  WS-DELETED-COUNT    DELIMITED BY SIZE
                  '  REJECTED='       DELIMITED BY SIZE
                  WS-REJECT-COUNT     DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       3000-TERMINATE.
           CLOSE HOLIDAY-FILE
                 MAINT-FILE
                 REJECT-FILE
                 AUDIT-FILE
                 REPORT-FILE

           DISPLAY 'Maintenance rows read: ' WS-READ-COUNT
           DISPLAY 'Holidays added:        ' WS-ADDED-COUNT
           DISPLAY 'Holidays changed:      ' WS-CHANGED-COUNT
           DISPLAY 'Holidays deleted:      ' WS-DELETED-COUNT
           DISPLAY 'Rows rejected:         ' WS-REJECT-COUNT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .

      *-- Build and write one audit trail record for a holiday
      *           calendar maintenance action - the holiday date
      *           rides in AUD-KEY-INFO, as SECMAINT does with the
      *           security id
       8000-WRITE-AUDIT-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME

           MOVE SPACES TO AUDIT-RECORD
           STRING WS-AUDIT-DATE  DELIMITED BY SIZE
                  '-'            DELIMITED BY SIZE
                  WS-AUDIT-TIME  DELIMITED BY SIZE
                  INTO AUD-TIMESTAMP
           END-STRING
           MOVE 'PORTFSYS' TO AUD-SYSTEM-ID
           MOVE 'BATCH   ' TO AUD-USER-ID
           MOVE WS-PROGRAM-NAME TO AUD-PROGRAM
           MOVE 'BATCH   ' TO AUD-TERMINAL
           SET AUD-TRANSACTION TO TRUE
           MOVE WS-AUDIT-ACTION-CD TO AUD-ACTION
           SET AUD-SUCCESS TO TRUE
           MOVE SPACES TO AUD-KEY-INFO
           MOVE HOL-DATE TO AUD-KEY-INFO(1:8)
           MOVE ZERO TO AUD-PRICEFEED-TIME
           MOVE WS-AUDIT-BEFORE TO AUD-BEFORE-IMAGE
           MOVE WS-AUDIT-AFTER TO AUD-AFTER-IMAGE
           MOVE WS-AUDIT-MESSAGE TO AUD-MESSAGE

           WRITE AUDIT-RECORD

           IF NOT WS-AUDIT-SUCCESS
               DISPLAY 'Warning: audit write failed, status='
                       WS-AUDIT-STATUS ' for key=' HOL-DATE
           END-IF
           .
