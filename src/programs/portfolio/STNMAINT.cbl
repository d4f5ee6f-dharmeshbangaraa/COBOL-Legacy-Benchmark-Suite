      *================================================================*
      * Program Name: STNMAINT
      * Description: Standing Instruction Maintenance
      *             Keys clients' recurring contributions and
      *             distributions onto the STANDING file - the same
      *             row-driven shape as SECMAINT/RELMAINT: 'A' adds
      *             an instruction for a portfolio account and
      *             sequence number, 'C' replaces it (new amount,
      *             frequency, due date or end date) and re-opens it
      *             if it had ended, 'D' deletes it. The first due
      *             date keyed sets the day of the month the
      *             instruction keeps to. Rows failing edit checks
      *             go to a reject file with the reason, every
      *             applied row is audit-logged, and a maintenance
      *             register reports the run. The instruction is
      *             picked up by the next PORTSTND scheduler run.
      * Author: DLB
      * Date Written: 2025-01-22
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-01-22 DLB           Initial Creation
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STNMAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-FILE
               ASSIGN TO STNDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STND-KEY
               FILE STATUS IS WS-STND-STATUS.

      *-- Maintenance rows in - one action per instruction per row
           SELECT MAINT-FILE
               ASSIGN TO STNINTAK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

      *-- Maintenance rows that fail edit checks
           SELECT REJECT-FILE
               ASSIGN TO STNREJCT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

      *-- Audit trail file - shared layout with PORTUPDT/PORTCRET
           SELECT AUDIT-FILE
               ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *-- Maintenance register report
           SELECT REPORT-FILE
               ASSIGN TO STNMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-FILE.
           COPY STNDREC.

       FD  MAINT-FILE.
       01  MAINT-RECORD.
           05  STIN-ACTION             PIC X(1).
               88  STIN-ADD               VALUE 'A'.
               88  STIN-CHANGE            VALUE 'C'.
               88  STIN-DELETE            VALUE 'D'.
           05  STIN-KEY.
               10  STIN-PORTFOLIO-ID   PIC X(8).
               10  STIN-ACCOUNT-NO     PIC X(10).
               10  STIN-SEQ-NO         PIC 9(2).
           05  STIN-DIRECTION          PIC X(1).
               88  STIN-CONTRIBUTION      VALUE 'D'.
               88  STIN-DISTRIBUTION      VALUE 'W'.
           05  STIN-AMOUNT             PIC 9(11).
           05  STIN-FREQUENCY          PIC X(1).
               88  STIN-VALID-FREQUENCY   VALUE 'M' 'Q' 'S' 'A'.
           05  STIN-NEXT-DUE-DATE      PIC 9(8).
           05  STIN-END-DATE           PIC 9(8).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  STRJ-ACTION             PIC X(1).
           05  STRJ-KEY                PIC X(20).
           05  STRJ-DIRECTION          PIC X(1).
           05  STRJ-AMOUNT             PIC X(11).
           05  STRJ-FREQUENCY          PIC X(1).
           05  STRJ-NEXT-DUE-DATE      PIC X(8).
           05  STRJ-END-DATE           PIC X(8).
           05  STRJ-REASON             PIC X(40).

       FD  AUDIT-FILE.
           COPY AUDITLOG.

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Constants and switches
      *----------------------------------------------------------------*
       01  WS-CONSTANTS.
           05  WS-PROGRAM-NAME     PIC X(08) VALUE 'STNMAINT'.
           05  WS-SUCCESS          PIC S9(4) VALUE +0.
           05  WS-ERROR            PIC S9(4) VALUE +8.

       01  WS-SWITCHES.
           05  WS-STND-STATUS      PIC X(02).
               88  WS-STND-SUCCESS      VALUE '00'.
               88  WS-STND-NOT-FND      VALUE '23'.
               88  WS-STND-DUPLICATE    VALUE '22'.

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
           05  WS-ADDED-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-CHANGED-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-DELETED-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-REJECT-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-CURRENT-DATE     PIC 9(8).
           05  WS-MAINT-REJECT-REASON PIC X(40).
           05  WS-DISPOSITION-TEXT PIC X(12).
      *-- Calendar-date edit - a real date survives the round trip
      *           through its integer day number unchanged
           05  WS-EDIT-DATE        PIC 9(8).
           05  WS-DATE-INTEGER     PIC S9(9) COMP.
           05  WS-DATE-ROUND-TRIP  PIC 9(8).
           05  WS-DATE-VALID-SW    PIC X(1).
               88  WS-DATE-VALID       VALUE 'Y'.
               88  WS-DATE-INVALID     VALUE 'N'.

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

           OPEN I-O   STANDING-FILE
           OPEN INPUT MAINT-FILE
           OPEN OUTPUT REJECT-FILE
           OPEN EXTEND AUDIT-FILE
           OPEN OUTPUT REPORT-FILE

           IF NOT WS-STND-SUCCESS
              OR NOT WS-MAINT-SUCCESS
              OR NOT WS-REJECT-SUCCESS
              OR NOT WS-AUDIT-SUCCESS
              OR NOT WS-REPORT-SUCCESS
               DISPLAY 'STNMAINT: FILE OPEN ERROR - STND='
                       WS-STND-STATUS ' MAINT=' WS-MAINT-STATUS
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
           MOVE 'STNMAINT - STANDING INSTRUCTION MAINTENANCE REGISTER'
               TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'ACT PORT ID  ACCOUNT NO SQ D      AMOUNT F '
                      DELIMITED BY SIZE
                  'NEXT DUE END DATE DISPOSITION'
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
                   WHEN STIN-ADD
                       PERFORM 2200-ADD-INSTRUCTION
                   WHEN STIN-CHANGE
                       PERFORM 2300-CHANGE-INSTRUCTION
                   WHEN STIN-DELETE
                       PERFORM 2400-DELETE-INSTRUCTION
               END-EVALUATE
           ELSE
               PERFORM 2500-REJECT-MAINT-ROW
           END-IF
           PERFORM 2900-READ-MAINT
           .

      *-- Edit checks ahead of the keyed apply - an add or change
      *           must carry a complete instruction PORTSTND can
      *           schedule; a delete needs only the key
       2100-VALIDATE-MAINT-ROW.
           SET MAINT-VALID TO TRUE
           MOVE SPACES TO WS-MAINT-REJECT-REASON

           EVALUATE TRUE
               WHEN NOT STIN-ADD AND NOT STIN-CHANGE
                AND NOT STIN-DELETE
                   SET MAINT-INVALID TO TRUE
                   MOVE 'INVALID MAINTENANCE ACTION CODE'
                       TO WS-MAINT-REJECT-REASON
               WHEN STIN-PORTFOLIO-ID = SPACES
                 OR STIN-ACCOUNT-NO = SPACES
                   SET MAINT-INVALID TO TRUE
                   MOVE 'MISSING PORTFOLIO ID OR ACCOUNT NUMBER'
                       TO WS-MAINT-REJECT-REASON
               WHEN STIN-SEQ-NO NOT NUMERIC
                   SET MAINT-INVALID TO TRUE
                   MOVE 'SEQUENCE NUMBER NOT TWO DIGITS'
                       TO WS-MAINT-REJECT-REASON
               WHEN STIN-DELETE
                   CONTINUE
               WHEN OTHER
                   PERFORM 2150-EDIT-INSTRUCTION
           END-EVALUATE
           .

      *-- A due date already behind today would have PORTSTND
      *           generate a catch-up occurrence the first night, so
      *           the desk keys the next date actually wanted
       2150-EDIT-INSTRUCTION.
           EVALUATE TRUE
               WHEN NOT STIN-CONTRIBUTION AND NOT STIN-DISTRIBUTION
                   SET MAINT-INVALID TO TRUE
                   MOVE 'DIRECTION MUST BE D OR W'
                       TO WS-MAINT-REJECT-REASON
               WHEN STIN-AMOUNT NOT NUMERIC
                 OR STIN-AMOUNT = ZERO
                   SET MAINT-INVALID TO TRUE
                   MOVE 'AMOUNT MUST BE NUMERIC AND NOT ZERO'
                       TO WS-MAINT-REJECT-REASON
               WHEN NOT STIN-VALID-FREQUENCY
                   SET MAINT-INVALID TO TRUE
                   MOVE 'FREQUENCY MUST BE M, Q, S OR A'
                       TO WS-MAINT-REJECT-REASON
               WHEN OTHER
                   PERFORM 2160-EDIT-INSTRUCTION-DATES
           END-EVALUATE
           .

       2160-EDIT-INSTRUCTION-DATES.
           MOVE STIN-NEXT-DUE-DATE TO WS-EDIT-DATE
           PERFORM 2170-TEST-CALENDAR-DATE
           IF WS-DATE-INVALID
               SET MAINT-INVALID TO TRUE
               MOVE 'NEXT DUE DATE IS NOT A VALID DATE'
                   TO WS-MAINT-REJECT-REASON
           ELSE
               IF STIN-NEXT-DUE-DATE < WS-CURRENT-DATE
                   SET MAINT-INVALID TO TRUE
                   MOVE 'NEXT DUE DATE IS BEFORE TODAY'
                       TO WS-MAINT-REJECT-REASON
               END-IF
           END-IF

           IF MAINT-VALID
               IF STIN-END-DATE NOT NUMERIC
                   SET MAINT-INVALID TO TRUE
                   MOVE 'END DATE IS NOT A VALID DATE'
                       TO WS-MAINT-REJECT-REASON
               ELSE
                   IF STIN-END-DATE NOT = ZERO
                       MOVE STIN-END-DATE TO WS-EDIT-DATE
                       PERFORM 2170-TEST-CALENDAR-DATE
                       IF WS-DATE-INVALID
                           SET MAINT-INVALID TO TRUE
                           MOVE 'END DATE IS NOT A VALID DATE'
                               TO WS-MAINT-REJECT-REASON
                       ELSE
                           IF STIN-END-DATE < STIN-NEXT-DUE-DATE
                               SET MAINT-INVALID TO TRUE
                               MOVE 'END DATE IS BEFORE NEXT DUE DATE'
                                   TO WS-MAINT-REJECT-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       2170-TEST-CALENDAR-DATE.
           SET WS-DATE-VALID TO TRUE
           IF WS-EDIT-DATE NOT NUMERIC
              OR WS-EDIT-DATE < 16010101
              OR WS-EDIT-DATE(5:2) < '01' OR WS-EDIT-DATE(5:2) > '12'
              OR WS-EDIT-DATE(7:2) < '01' OR WS-EDIT-DATE(7:2) > '31'
               SET WS-DATE-INVALID TO TRUE
           ELSE
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE)
               COMPUTE WS-DATE-ROUND-TRIP =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               IF WS-DATE-ROUND-TRIP NOT = WS-EDIT-DATE
                   SET WS-DATE-INVALID TO TRUE
               END-IF
           END-IF
           .

       2200-ADD-INSTRUCTION.
           MOVE SPACES TO STANDING-INSTR-RECORD
           MOVE STIN-KEY TO STND-KEY
           MOVE ZERO TO STND-LAST-GEN-DATE
           MOVE ZERO TO STND-GEN-COUNT
           PERFORM 2250-MOVE-INSTRUCTION

           WRITE STANDING-INSTR-RECORD
               INVALID KEY
                   MOVE 'STANDING INSTRUCTION ALREADY ON FILE'
                       TO WS-MAINT-REJECT-REASON
                   PERFORM 2500-REJECT-MAINT-ROW
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE STANDING-INSTR-RECORD TO WS-AUDIT-AFTER
                   MOVE 'CREATE  ' TO WS-AUDIT-ACTION-CD
                   MOVE 'STANDING INSTRUCTION ADDED'
                       TO WS-AUDIT-MESSAGE
                   PERFORM 8000-WRITE-AUDIT-RECORD
                   MOVE 'ADDED       ' TO WS-DISPOSITION-TEXT
                   PERFORM 2800-WRITE-REGISTER-LINE
           END-WRITE
           .

      *-- An add or change leaves the instruction active, due on
      *           the day of the month of the date keyed
       2250-MOVE-INSTRUCTION.
           MOVE STIN-DIRECTION TO STND-DIRECTION
           MOVE STIN-AMOUNT TO STND-AMOUNT
           MOVE STIN-FREQUENCY TO STND-FREQUENCY
           MOVE STIN-NEXT-DUE-DATE TO STND-NEXT-DUE-DATE
           MOVE STIN-NEXT-DUE-DATE(7:2) TO STND-DUE-DAY
           MOVE STIN-END-DATE TO STND-END-DATE
           SET STND-ACTIVE TO TRUE
           MOVE WS-CURRENT-DATE TO STND-LAST-MAINT
           .

       2300-CHANGE-INSTRUCTION.
           MOVE STIN-KEY TO STND-KEY
           READ STANDING-FILE
               INVALID KEY
                   MOVE 'STANDING INSTRUCTION NOT ON FILE'
                       TO WS-MAINT-REJECT-REASON
                   PERFORM 2500-REJECT-MAINT-ROW
               NOT INVALID KEY
                   MOVE STANDING-INSTR-RECORD TO WS-AUDIT-BEFORE
                   IF STND-ENDED
                       MOVE 'CHANGED/OPEN' TO WS-DISPOSITION-TEXT
                   ELSE
                       MOVE 'CHANGED     ' TO WS-DISPOSITION-TEXT
                   END-IF
                   PERFORM 2250-MOVE-INSTRUCTION
                   REWRITE STANDING-INSTR-RECORD
                   IF WS-STND-SUCCESS
                       ADD 1 TO WS-CHANGED-COUNT
                       MOVE STANDING-INSTR-RECORD TO WS-AUDIT-AFTER
                       MOVE 'UPDATE  ' TO WS-AUDIT-ACTION-CD
                       MOVE 'STANDING INSTRUCTION CHANGED'
                           TO WS-AUDIT-MESSAGE
                       PERFORM 8000-WRITE-AUDIT-RECORD
                       PERFORM 2800-WRITE-REGISTER-LINE
                   ELSE
                       DISPLAY 'STNMAINT: REWRITE failed for '
                               STND-KEY ' STATUS=' WS-STND-STATUS
                       MOVE WS-ERROR TO WS-RETURN-CODE
                   END-IF
           END-READ
           .

      *-- A cancelled instruction comes off the file outright - the
      *           audit before-image keeps the record of it
       2400-DELETE-INSTRUCTION.
           MOVE STIN-KEY TO STND-KEY
           READ STANDING-FILE
               INVALID KEY
                   MOVE 'STANDING INSTRUCTION NOT ON FILE'
                       TO WS-MAINT-REJECT-REASON
                   PERFORM 2500-REJECT-MAINT-ROW
               NOT INVALID KEY
                   MOVE STANDING-INSTR-RECORD TO WS-AUDIT-BEFORE
                   DELETE STANDING-FILE RECORD
                   IF WS-STND-SUCCESS
                       ADD 1 TO WS-DELETED-COUNT
                       MOVE SPACES TO WS-AUDIT-AFTER
                       MOVE 'DELETE  ' TO WS-AUDIT-ACTION-CD
                       MOVE 'STANDING INSTRUCTION DELETED'
                           TO WS-AUDIT-MESSAGE
                       PERFORM 8000-WRITE-AUDIT-RECORD
                       MOVE 'DELETED     ' TO WS-DISPOSITION-TEXT
                       PERFORM 2800-WRITE-REGISTER-LINE
                   ELSE
                       DISPLAY 'STNMAINT: DELETE failed for '
                               STND-KEY ' STATUS=' WS-STND-STATUS
                       MOVE WS-ERROR TO WS-RETURN-CODE
                   END-IF
           END-READ
           .

       2500-REJECT-MAINT-ROW.
           MOVE SPACES TO REJECT-RECORD
           MOVE STIN-ACTION TO STRJ-ACTION
           MOVE STIN-KEY TO STRJ-KEY
           MOVE STIN-DIRECTION TO STRJ-DIRECTION
           MOVE MAINT-RECORD(23:11) TO STRJ-AMOUNT
           MOVE STIN-FREQUENCY TO STRJ-FREQUENCY
           MOVE MAINT-RECORD(35:8) TO STRJ-NEXT-DUE-DATE
           MOVE MAINT-RECORD(43:8) TO STRJ-END-DATE
           MOVE WS-MAINT-REJECT-REASON TO STRJ-REASON
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT
           MOVE 'REJECTED    ' TO WS-DISPOSITION-TEXT
           PERFORM 2800-WRITE-REGISTER-LINE
           .

       2800-WRITE-REGISTER-LINE.
           MOVE SPACES TO REPORT-RECORD
           STRING STIN-ACTION        DELIMITED BY SIZE
                  '   '              DELIMITED BY SIZE
                  STIN-PORTFOLIO-ID  DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  STIN-ACCOUNT-NO    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  MAINT-RECORD(20:2) DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  STIN-DIRECTION     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  MAINT-RECORD(23:11) DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  STIN-FREQUENCY     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  MAINT-RECORD(35:8) DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  MAINT-RECORD(43:8) DELIMITED BY SIZE
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
           CLOSE STANDING-FILE
                 MAINT-FILE
                 REJECT-FILE
                 AUDIT-FILE
                 REPORT-FILE

           DISPLAY 'Maintenance rows read: ' WS-READ-COUNT
           DISPLAY 'Instructions added:    ' WS-ADDED-COUNT
           DISPLAY 'Instructions changed:  ' WS-CHANGED-COUNT
           DISPLAY 'Instructions deleted:  ' WS-DELETED-COUNT
           DISPLAY 'Rows rejected:         ' WS-REJECT-COUNT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .

      *-- Build and write one audit trail record for a standing
      *           instruction maintenance action - the key info
      *           carries the portfolio key, the message the sequence
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
           MOVE STND-PORTFOLIO-ID TO AUD-PORTFOLIO-ID
           MOVE STND-ACCOUNT-NO TO AUD-ACCOUNT-NO
           MOVE ZERO TO AUD-PRICEFEED-TIME
           MOVE WS-AUDIT-BEFORE TO AUD-BEFORE-IMAGE
           MOVE WS-AUDIT-AFTER TO AUD-AFTER-IMAGE
           MOVE SPACES TO AUD-MESSAGE
           STRING WS-AUDIT-MESSAGE DELIMITED BY '  '
                  ' - SEQ '        DELIMITED BY SIZE
                  STND-SEQ-NO      DELIMITED BY SIZE
                  INTO AUD-MESSAGE
           END-STRING

           WRITE AUDIT-RECORD

           IF NOT WS-AUDIT-SUCCESS
               DISPLAY 'Warning: audit write failed, status='
                       WS-AUDIT-STATUS ' for key=' STND-KEY
           END-IF
           .
