      *================================================================*
      * Program Name: AMLMAINT
      * Description: Surveillance Alert Case Maintenance
      *             Records compliance's work on the alerts PORTAMLS
      *             raises - the same row-driven shape as STNMAINT:
      *             'C' closes an open alert with a disposition (NF
      *             no further action, SR suspicious activity report
      *             filed - the filing reference is required in the
      *             case note - or EX explained by the client), the
      *             reviewer's user id and a case note; 'R' reopens
      *             a closed alert for further review, clearing the
      *             disposition. Alerts are never added or deleted
      *             here. Rows failing edit checks go to a reject
      *             file with the reason, every applied row is
      *             audit-logged under the reviewer's user id, and
      *             a maintenance register reports the run.
      * Author: DLB
      * Date Written: 2025-01-24
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-01-24 DLB           Initial Creation
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLMAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE
               ASSIGN TO AMLALERT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AMLA-KEY
               FILE STATUS IS WS-ALERT-STATUS.

      *-- Maintenance rows in - one action per alert per row
           SELECT MAINT-FILE
               ASSIGN TO AMLINTAK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

      *-- Maintenance rows that fail edit checks
           SELECT REJECT-FILE
               ASSIGN TO AMLREJCT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

      *-- Audit trail file - shared layout with PORTUPDT/PORTCRET
           SELECT AUDIT-FILE
               ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *-- Maintenance register report
           SELECT REPORT-FILE
               ASSIGN TO AMLMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
           COPY AMLAREC.

       FD  MAINT-FILE.
       01  MAINT-RECORD.
           05  AMIN-ACTION             PIC X(1).
               88  AMIN-CLOSE             VALUE 'C'.
               88  AMIN-REOPEN            VALUE 'R'.
      *-- Alert id as printed on the PORTAMLS case report
           05  AMIN-ALERT-ID.
               10  AMIN-ALERT-DATE     PIC 9(8).
               10  AMIN-ALERT-SEQ      PIC 9(5).
           05  AMIN-DISPOSITION        PIC X(2).
           05  AMIN-USER-ID            PIC X(8).
           05  AMIN-CASE-NOTE          PIC X(40).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  AMRJ-ACTION             PIC X(1).
           05  AMRJ-ALERT-ID           PIC X(13).
           05  AMRJ-DISPOSITION        PIC X(2).
           05  AMRJ-USER-ID            PIC X(8).
           05  AMRJ-CASE-NOTE          PIC X(40).
           05  AMRJ-REASON             PIC X(40).

       FD  AUDIT-FILE.
           COPY AUDITLOG.

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Constants and switches
      *----------------------------------------------------------------*
       01  WS-CONSTANTS.
           05  WS-PROGRAM-NAME     PIC X(08) VALUE 'AMLMAINT'.
           05  WS-SUCCESS          PIC S9(4) VALUE +0.
           05  WS-ERROR            PIC S9(4) VALUE +8.

       01  WS-SWITCHES.
           05  WS-ALERT-STATUS     PIC X(02).
               88  WS-ALERT-SUCCESS     VALUE '00'.
               88  WS-ALERT-NOT-FND     VALUE '23'.

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
      *           edit checks and may be applied to the file
           05  WS-MAINT-VALID-SW   PIC X VALUE 'Y'.
               88  MAINT-VALID         VALUE 'Y'.
               88  MAINT-INVALID       VALUE 'N'.

      *----------------------------------------------------------------*
      * Work areas
      *----------------------------------------------------------------*
       01  WS-WORK-AREAS.
           05  WS-RETURN-CODE      PIC S9(4) VALUE +0.
           05  WS-READ-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-CLOSED-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-REOPENED-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-REJECT-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-CURRENT-DATE     PIC 9(8).
           05  WS-MAINT-REJECT-REASON PIC X(40).
           05  WS-DISPOSITION-TEXT PIC X(12).
      *-- Disposition keyed on the row, tested against the alert
      *           record's own list of valid codes
           05  WS-DISPOSITION-EDIT PIC X(2).
               88  WS-VALID-DISPOSITION   VALUE 'NF' 'SR' 'EX'.
               88  WS-SAR-FILED           VALUE 'SR'.

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
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           OPEN I-O   ALERT-FILE
           OPEN INPUT MAINT-FILE
           OPEN OUTPUT REJECT-FILE
           OPEN EXTEND AUDIT-FILE
           OPEN OUTPUT REPORT-FILE

           IF NOT WS-ALERT-SUCCESS
              OR NOT WS-MAINT-SUCCESS
              OR NOT WS-REJECT-SUCCESS
              OR NOT WS-AUDIT-SUCCESS
              OR NOT WS-REPORT-SUCCESS
               DISPLAY 'AMLMAINT: FILE OPEN ERROR - ALERT='
                       WS-ALERT-STATUS ' MAINT=' WS-MAINT-STATUS
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
           MOVE 'AMLMAINT - SURVEILLANCE CASE MAINTENANCE REGISTER'
               TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'ACT ALERT ID      DP USER ID  CASE NOTE'
                      DELIMITED BY SIZE
                  '                                DISPOSITION'
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
                   WHEN AMIN-CLOSE
                       PERFORM 2200-CLOSE-ALERT
                   WHEN AMIN-REOPEN
                       PERFORM 2300-REOPEN-ALERT
               END-EVALUATE
           ELSE
               PERFORM 2500-REJECT-MAINT-ROW
           END-IF
           PERFORM 2900-READ-MAINT
           .

      *-- Edit checks ahead of the keyed apply - every row names
      *           the reviewer; a close must carry a disposition,
      *           and a SAR filing its reference in the case note
       2100-VALIDATE-MAINT-ROW.
           SET MAINT-VALID TO TRUE
           MOVE SPACES TO WS-MAINT-REJECT-REASON
           MOVE AMIN-DISPOSITION TO WS-DISPOSITION-EDIT

           EVALUATE TRUE
               WHEN NOT AMIN-CLOSE AND NOT AMIN-REOPEN
                   SET MAINT-INVALID TO TRUE
                   MOVE 'INVALID MAINTENANCE ACTION CODE'
                       TO WS-MAINT-REJECT-REASON
               WHEN AMIN-ALERT-DATE NOT NUMERIC
                 OR AMIN-ALERT-SEQ NOT NUMERIC
                   SET MAINT-INVALID TO TRUE
                   MOVE 'ALERT ID NOT THIRTEEN DIGITS'
                       TO WS-MAINT-REJECT-REASON
               WHEN AMIN-USER-ID = SPACES
                   SET MAINT-INVALID TO TRUE
                   MOVE 'REVIEWER USER ID REQUIRED'
                       TO WS-MAINT-REJECT-REASON
               WHEN AMIN-REOPEN
                   CONTINUE
               WHEN NOT WS-VALID-DISPOSITION
                   SET MAINT-INVALID TO TRUE
                   MOVE 'DISPOSITION MUST BE NF, SR OR EX'
                       TO WS-MAINT-REJECT-REASON
               WHEN WS-SAR-FILED
                AND AMIN-CASE-NOTE = SPACES
                   SET MAINT-INVALID TO TRUE
                   MOVE 'SAR FILED - REFERENCE REQUIRED IN NOTE'
                       TO WS-MAINT-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       2200-CLOSE-ALERT.
           MOVE AMIN-ALERT-ID TO AMLA-KEY
           READ ALERT-FILE
               INVALID KEY
                   MOVE 'ALERT NOT ON FILE'
                       TO WS-MAINT-REJECT-REASON
                   PERFORM 2500-REJECT-MAINT-ROW
               NOT INVALID KEY
                   IF AMLA-CLOSED
                       MOVE 'ALERT ALREADY CLOSED'
                           TO WS-MAINT-REJECT-REASON
                       PERFORM 2500-REJECT-MAINT-ROW
                   ELSE
                       MOVE AML-ALERT-RECORD TO WS-AUDIT-BEFORE
                       SET AMLA-CLOSED TO TRUE
                       MOVE AMIN-DISPOSITION TO AMLA-DISPOSITION
                       MOVE WS-CURRENT-DATE TO AMLA-DISPOSITION-DATE
                       MOVE AMIN-USER-ID TO AMLA-DISPOSITION-USER
                       MOVE AMIN-CASE-NOTE TO AMLA-CASE-NOTE
                       MOVE 'CLOSED      ' TO WS-DISPOSITION-TEXT
                       MOVE 'SURVEILLANCE ALERT CLOSED'
                           TO WS-AUDIT-MESSAGE
                       PERFORM 2400-REWRITE-ALERT
                   END-IF
           END-READ
           .

      *-- A reopened case goes back on the open list and the
      *           digest's age clock, which runs from the alert date
       2300-REOPEN-ALERT.
           MOVE AMIN-ALERT-ID TO AMLA-KEY
           READ ALERT-FILE
               INVALID KEY
                   MOVE 'ALERT NOT ON FILE'
                       TO WS-MAINT-REJECT-REASON
                   PERFORM 2500-REJECT-MAINT-ROW
               NOT INVALID KEY
                   IF AMLA-OPEN
                       MOVE 'ALERT IS ALREADY OPEN'
                           TO WS-MAINT-REJECT-REASON
                       PERFORM 2500-REJECT-MAINT-ROW
                   ELSE
                       MOVE AML-ALERT-RECORD TO WS-AUDIT-BEFORE
                       SET AMLA-OPEN TO TRUE
                       MOVE SPACES TO AMLA-DISPOSITION
                       MOVE ZERO TO AMLA-DISPOSITION-DATE
                       MOVE SPACES TO AMLA-DISPOSITION-USER
                       IF AMIN-CASE-NOTE NOT = SPACES
                           MOVE AMIN-CASE-NOTE TO AMLA-CASE-NOTE
                       END-IF
                       MOVE 'REOPENED    ' TO WS-DISPOSITION-TEXT
                       MOVE 'SURVEILLANCE ALERT REOPENED'
                           TO WS-AUDIT-MESSAGE
                       PERFORM 2400-REWRITE-ALERT
                   END-IF
           END-READ
           .

       2400-REWRITE-ALERT.
           REWRITE AML-ALERT-RECORD
           IF WS-ALERT-SUCCESS
               IF AMIN-CLOSE
                   ADD 1 TO WS-CLOSED-COUNT
               ELSE
                   ADD 1 TO WS-REOPENED-COUNT
               END-IF
               MOVE AML-ALERT-RECORD TO WS-AUDIT-AFTER
               MOVE 'UPDATE  ' TO WS-AUDIT-ACTION-CD
               PERFORM 8000-WRITE-AUDIT-RECORD
               PERFORM 2800-WRITE-REGISTER-LINE
           ELSE
               DISPLAY 'AMLMAINT: REWRITE failed for '
                       AMLA-KEY ' STATUS=' WS-ALERT-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
           END-IF
           .

       2500-REJECT-MAINT-ROW.
           MOVE SPACES TO REJECT-RECORD
           MOVE AMIN-ACTION TO AMRJ-ACTION
           MOVE MAINT-RECORD(2:13) TO AMRJ-ALERT-ID
           MOVE AMIN-DISPOSITION TO AMRJ-DISPOSITION
           MOVE AMIN-USER-ID TO AMRJ-USER-ID
           MOVE AMIN-CASE-NOTE TO AMRJ-CASE-NOTE
           MOVE WS-MAINT-REJECT-REASON TO AMRJ-REASON
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT
           MOVE 'REJECTED    ' TO WS-DISPOSITION-TEXT
           PERFORM 2800-WRITE-REGISTER-LINE
           .

       2800-WRITE-REGISTER-LINE.
           MOVE SPACES TO REPORT-RECORD
           STRING AMIN-ACTION        DELIMITED BY SIZE
                  '   '              DELIMITED BY SIZE
                  MAINT-RECORD(2:8)  DELIMITED BY SIZE
                  '-'                DELIMITED BY SIZE
                  MAINT-RECORD(10:5) DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  AMIN-DISPOSITION   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  AMIN-USER-ID       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  AMIN-CASE-NOTE     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
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
                  '  CLOSED='         DELIMITED BY SIZE
                  WS-CLOSED-COUNT     DELIMITED BY SIZE
                  '  REOPENED='       DELIMITED BY SIZE
                  WS-REOPENED-COUNT   DELIMITED BY SIZE
                  '  REJECTED='       DELIMITED BY SIZE
                  WS-REJECT-COUNT     DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       3000-TERMINATE.
           CLOSE ALERT-FILE
                 MAINT-FILE
                 REJECT-FILE
                 AUDIT-FILE
                 REPORT-FILE

           DISPLAY 'Maintenance rows read: ' WS-READ-COUNT
           DISPLAY 'Alerts closed:         ' WS-CLOSED-COUNT
           DISPLAY 'Alerts reopened:       ' WS-REOPENED-COUNT
           DISPLAY 'Rows rejected:         ' WS-REJECT-COUNT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .

      *-- Build and write one audit trail record for a case action
      *           - under the reviewer's user id, the key info
      *           carrying the alerted account, the message the
      *           alert id
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
           MOVE AMIN-USER-ID TO AUD-USER-ID
           MOVE WS-PROGRAM-NAME TO AUD-PROGRAM
           MOVE 'BATCH   ' TO AUD-TERMINAL
           SET AUD-TRANSACTION TO TRUE
           MOVE WS-AUDIT-ACTION-CD TO AUD-ACTION
           SET AUD-SUCCESS TO TRUE
           MOVE AMLA-PORTFOLIO-ID TO AUD-PORTFOLIO-ID
           MOVE AMLA-ACCOUNT-NO TO AUD-ACCOUNT-NO
           MOVE ZERO TO AUD-PRICEFEED-TIME
           MOVE WS-AUDIT-BEFORE TO AUD-BEFORE-IMAGE
           MOVE WS-AUDIT-AFTER TO AUD-AFTER-IMAGE
           MOVE SPACES TO AUD-MESSAGE
           STRING WS-AUDIT-MESSAGE DELIMITED BY '  '
                  ' - ALERT '      DELIMITED BY SIZE
                  AMLA-ALERT-DATE  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  AMLA-ALERT-SEQ   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  AMLA-DISPOSITION DELIMITED BY SIZE
                  INTO AUD-MESSAGE
           END-STRING

           WRITE AUDIT-RECORD

           IF NOT WS-AUDIT-SUCCESS
               DISPLAY 'Warning: audit write failed, status='
                       WS-AUDIT-STATUS ' for alert=' AMLA-KEY
           END-IF
           .
