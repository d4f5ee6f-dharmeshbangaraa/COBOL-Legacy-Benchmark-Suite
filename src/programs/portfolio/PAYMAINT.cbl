      *================================================================*
      * Program Name: PAYMAINT
      * Description: Payee / Bank Instruction Maintenance
      *             Keys each client's standing payment instruction
      *             onto the PAYEE file - the same row-driven shape
      *             as SECMAINT/HOLMAINT: 'A' adds the instruction
      *             for a portfolio account, 'C' replaces it (new
      *             bank, new account, corrected name) and releases
      *             any hold PORTPRTN put on it after a returned
      *             payment, 'D' deletes it. The routing number must
      *             pass the ABA check-digit test so a keying slip
      *             is caught here and not by the bank's reject.
      *             Rows failing edit checks go to a reject file
      *             with the reason, every applied row is audit-
      *             logged, and a maintenance register reports the
      *             run. The instruction is used from the next
      *             PORTPAYO payment run.
      * Author: DLB
      * Date Written: 2025-01-20
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-01-20 DLB           Initial Creation
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYEE-FILE
               ASSIGN TO PAYEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAYE-KEY
               FILE STATUS IS WS-PAYE-STATUS.

      *-- Maintenance rows in - one action per instruction per row
           SELECT MAINT-FILE
               ASSIGN TO PAYINTAK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

      *-- Maintenance rows that fail edit checks
           SELECT REJECT-FILE
               ASSIGN TO PAYREJCT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

      *-- Audit trail file - shared layout with PORTUPDT/PORTCRET
           SELECT AUDIT-FILE
               ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *-- Maintenance register report
           SELECT REPORT-FILE
               ASSIGN TO PAYMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYEE-FILE.
           COPY PAYEREC.

       FD  MAINT-FILE.
       01  MAINT-RECORD.
           05  PYIN-ACTION             PIC X(1).
               88  PYIN-ADD               VALUE 'A'.
               88  PYIN-CHANGE            VALUE 'C'.
               88  PYIN-DELETE            VALUE 'D'.
           05  PYIN-KEY.
               10  PYIN-PORTFOLIO-ID   PIC X(8).
               10  PYIN-ACCOUNT-NO     PIC X(10).
           05  PYIN-PAYEE-NAME         PIC X(22).
           05  PYIN-ROUTING-NO         PIC 9(9).
           05  PYIN-ROUTING-DIGITS REDEFINES PYIN-ROUTING-NO.
               10  PYIN-ROUTING-DIGIT  PIC 9(1) OCCURS 9 TIMES.
           05  PYIN-BANK-ACCOUNT       PIC X(17).
           05  PYIN-ACCOUNT-TYPE       PIC X(1).
               88  PYIN-CHECKING          VALUE 'C'.
               88  PYIN-SAVINGS           VALUE 'S'.

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  PYRJ-ACTION             PIC X(1).
           05  PYRJ-KEY                PIC X(18).
           05  PYRJ-PAYEE-NAME         PIC X(22).
           05  PYRJ-ROUTING-NO         PIC X(9).
           05  PYRJ-BANK-ACCOUNT       PIC X(17).
           05  PYRJ-ACCOUNT-TYPE       PIC X(1).
           05  PYRJ-REASON             PIC X(40).

       FD  AUDIT-FILE.
           COPY AUDITLOG.

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Constants and switches
      *----------------------------------------------------------------*
       01  WS-CONSTANTS.
           05  WS-PROGRAM-NAME     PIC X(08) VALUE 'PAYMAINT'.
           05  WS-SUCCESS          PIC S9(4) VALUE +0.
           05  WS-ERROR            PIC S9(4) VALUE +8.

       01  WS-SWITCHES.
           05  WS-PAYE-STATUS      PIC X(02).
               88  WS-PAYE-SUCCESS      VALUE '00'.
               88  WS-PAYE-NOT-FND      VALUE '23'.
               88  WS-PAYE-DUPLICATE    VALUE '22'.

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
           05  WS-RELEASED-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-DELETED-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-REJECT-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-CURRENT-DATE     PIC 9(8).
           05  WS-MAINT-REJECT-REASON PIC X(40).
           05  WS-DISPOSITION-TEXT PIC X(12).
      *-- ABA check-digit test - digits weighted 3, 7, 1 across the
      *           nine positions must sum to a multiple of ten
           05  WS-ABA-SUM          PIC 9(4) COMP.
           05  WS-ABA-QUOTIENT     PIC 9(4) COMP.
           05  WS-ABA-REMAINDER    PIC 9(4) COMP.

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

           OPEN I-O   PAYEE-FILE
           OPEN INPUT MAINT-FILE
           OPEN OUTPUT REJECT-FILE
           OPEN EXTEND AUDIT-FILE
           OPEN OUTPUT REPORT-FILE

           IF NOT WS-PAYE-SUCCESS
              OR NOT WS-MAINT-SUCCESS
              OR NOT WS-REJECT-SUCCESS
              OR NOT WS-AUDIT-SUCCESS
              OR NOT WS-REPORT-SUCCESS
               DISPLAY 'PAYMAINT: FILE OPEN ERROR - PAYE='
                       WS-PAYE-STATUS ' MAINT=' WS-MAINT-STATUS
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
           MOVE 'PAYMAINT - PAYEE BANK INSTRUCTION MAINTENANCE REGISTER'
               TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'ACT PORT ID  ACCOUNT NO PAYEE NAME             '
                      DELIMITED BY SIZE
                  'ROUTING   BANK ACCOUNT      T  DISPOSITION'
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
                   WHEN PYIN-ADD
                       PERFORM 2200-ADD-PAYEE
                   WHEN PYIN-CHANGE
                       PERFORM 2300-CHANGE-PAYEE
                   WHEN PYIN-DELETE
                       PERFORM 2400-DELETE-PAYEE
               END-EVALUATE
           ELSE
               PERFORM 2500-REJECT-MAINT-ROW
           END-IF
           PERFORM 2900-READ-MAINT
           .

      *-- Edit checks ahead of the keyed apply - an add or change
      *           must carry a complete instruction the bank can pay
      *           to; a delete needs only the key
       2100-VALIDATE-MAINT-ROW.
           SET MAINT-VALID TO TRUE
           MOVE SPACES TO WS-MAINT-REJECT-REASON

           EVALUATE TRUE
               WHEN NOT PYIN-ADD AND NOT PYIN-CHANGE
                AND NOT PYIN-DELETE
                   SET MAINT-INVALID TO TRUE
                   MOVE 'INVALID MAINTENANCE ACTION CODE'
                       TO WS-MAINT-REJECT-REASON
               WHEN PYIN-PORTFOLIO-ID = SPACES
                 OR PYIN-ACCOUNT-NO = SPACES
                   SET MAINT-INVALID TO TRUE
                   MOVE 'MISSING PORTFOLIO ID OR ACCOUNT NUMBER'
                       TO WS-MAINT-REJECT-REASON
               WHEN PYIN-DELETE
                   CONTINUE
               WHEN OTHER
                   PERFORM 2150-EDIT-BANK-INSTRUCTION
           END-EVALUATE
           .

       2150-EDIT-BANK-INSTRUCTION.
           EVALUATE TRUE
               WHEN PYIN-PAYEE-NAME = SPACES
                   SET MAINT-INVALID TO TRUE
                   MOVE 'MISSING PAYEE NAME'
                       TO WS-MAINT-REJECT-REASON
               WHEN PYIN-ROUTING-NO NOT NUMERIC
                 OR PYIN-ROUTING-NO = ZERO
                   SET MAINT-INVALID TO TRUE
                   MOVE 'ROUTING NUMBER NOT NINE DIGITS'
                       TO WS-MAINT-REJECT-REASON
               WHEN PYIN-BANK-ACCOUNT = SPACES
                   SET MAINT-INVALID TO TRUE
                   MOVE 'MISSING BANK ACCOUNT NUMBER'
                       TO WS-MAINT-REJECT-REASON
               WHEN NOT PYIN-CHECKING AND NOT PYIN-SAVINGS
                   SET MAINT-INVALID TO TRUE
                   MOVE 'ACCOUNT TYPE MUST BE C OR S'
                       TO WS-MAINT-REJECT-REASON
               WHEN OTHER
                   PERFORM 2160-TEST-ROUTING-CHECK-DIGIT
           END-EVALUATE
           .

       2160-TEST-ROUTING-CHECK-DIGIT.
           COMPUTE WS-ABA-SUM =
               3 * (PYIN-ROUTING-DIGIT (1) + PYIN-ROUTING-DIGIT (4)
                    + PYIN-ROUTING-DIGIT (7))
             + 7 * (PYIN-ROUTING-DIGIT (2) + PYIN-ROUTING-DIGIT (5)
                    + PYIN-ROUTING-DIGIT (8))
             +     (PYIN-ROUTING-DIGIT (3) + PYIN-ROUTING-DIGIT (6)
                    + PYIN-ROUTING-DIGIT (9))
           DIVIDE WS-ABA-SUM BY 10 GIVING WS-ABA-QUOTIENT
               REMAINDER WS-ABA-REMAINDER
           IF WS-ABA-REMAINDER NOT = ZERO
               SET MAINT-INVALID TO TRUE
               MOVE 'ROUTING NUMBER FAILS CHECK DIGIT'
                   TO WS-MAINT-REJECT-REASON
           END-IF
           .

       2200-ADD-PAYEE.
           MOVE SPACES TO PAYEE-RECORD
           MOVE PYIN-KEY TO PAYE-KEY
           PERFORM 2250-MOVE-INSTRUCTION

           WRITE PAYEE-RECORD
               INVALID KEY
                   MOVE 'PAYEE INSTRUCTION ALREADY ON FILE'
                       TO WS-MAINT-REJECT-REASON
                   PERFORM 2500-REJECT-MAINT-ROW
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE PAYEE-RECORD TO WS-AUDIT-AFTER
                   MOVE 'CREATE  ' TO WS-AUDIT-ACTION-CD
                   MOVE 'PAYEE BANK INSTRUCTION ADDED'
                       TO WS-AUDIT-MESSAGE
                   PERFORM 8000-WRITE-AUDIT-RECORD
                   MOVE 'ADDED       ' TO WS-DISPOSITION-TEXT
                   PERFORM 2800-WRITE-REGISTER-LINE
           END-WRITE
           .

      *-- An add or change leaves the instruction active - keying a
      *           corrected instruction is how a hold is released
       2250-MOVE-INSTRUCTION.
           MOVE PYIN-PAYEE-NAME TO PAYE-PAYEE-NAME
           MOVE PYIN-ROUTING-NO TO PAYE-ROUTING-NO
           MOVE PYIN-BANK-ACCOUNT TO PAYE-BANK-ACCOUNT
           MOVE PYIN-ACCOUNT-TYPE TO PAYE-ACCOUNT-TYPE
           SET PAYE-ACTIVE TO TRUE
           MOVE SPACES TO PAYE-HOLD-REASON
           MOVE WS-CURRENT-DATE TO PAYE-LAST-MAINT
           .

       2300-CHANGE-PAYEE.
           MOVE PYIN-KEY TO PAYE-KEY
           READ PAYEE-FILE
               INVALID KEY
                   MOVE 'PAYEE INSTRUCTION NOT ON FILE'
                       TO WS-MAINT-REJECT-REASON
                   PERFORM 2500-REJECT-MAINT-ROW
               NOT INVALID KEY
                   MOVE PAYEE-RECORD TO WS-AUDIT-BEFORE
                   IF PAYE-HELD
                       ADD 1 TO WS-RELEASED-COUNT
                       MOVE 'CHANGED/RLSE' TO WS-DISPOSITION-TEXT
                   ELSE
                       MOVE 'CHANGED     ' TO WS-DISPOSITION-TEXT
                   END-IF
                   PERFORM 2250-MOVE-INSTRUCTION
                   REWRITE PAYEE-RECORD
                   IF WS-PAYE-SUCCESS
                       ADD 1 TO WS-CHANGED-COUNT
                       MOVE PAYEE-RECORD TO WS-AUDIT-AFTER
                       MOVE 'UPDATE  ' TO WS-AUDIT-ACTION-CD
                       MOVE 'PAYEE BANK INSTRUCTION CHANGED'
                           TO WS-AUDIT-MESSAGE
                       PERFORM 8000-WRITE-AUDIT-RECORD
                       PERFORM 2800-WRITE-REGISTER-LINE
                   ELSE
                       DISPLAY 'PAYMAINT: REWRITE failed for '
                               PAYE-KEY ' STATUS=' WS-PAYE-STATUS
                       MOVE WS-ERROR TO WS-RETURN-CODE
                   END-IF
           END-READ
           .

      *-- An instruction the client withdraws comes off the file
      *           outright - the audit before-image keeps the record
      *           of it, and PORTPAYO lists the account's next
      *           withdrawal for operations until a new one is keyed
       2400-DELETE-PAYEE.
           MOVE PYIN-KEY TO PAYE-KEY
           READ PAYEE-FILE
               INVALID KEY
                   MOVE 'PAYEE INSTRUCTION NOT ON FILE'
                       TO WS-MAINT-REJECT-REASON
                   PERFORM 2500-REJECT-MAINT-ROW
               NOT INVALID KEY
                   MOVE PAYEE-RECORD TO WS-AUDIT-BEFORE
                   DELETE PAYEE-FILE RECORD
                   IF WS-PAYE-SUCCESS
                       ADD 1 TO WS-DELETED-COUNT
                       MOVE SPACES TO WS-AUDIT-AFTER
                       MOVE 'DELETE  ' TO WS-AUDIT-ACTION-CD
                       MOVE 'PAYEE BANK INSTRUCTION DELETED'
                           TO WS-AUDIT-MESSAGE
                       PERFORM 8000-WRITE-AUDIT-RECORD
                       MOVE 'DELETED     ' TO WS-DISPOSITION-TEXT
                       PERFORM 2800-WRITE-REGISTER-LINE
                   ELSE
                       DISPLAY 'PAYMAINT: DELETE failed for '
                               PAYE-KEY ' STATUS=' WS-PAYE-STATUS
                       MOVE WS-ERROR TO WS-RETURN-CODE
                   END-IF
           END-READ
           .

       2500-REJECT-MAINT-ROW.
           MOVE SPACES TO REJECT-RECORD
           MOVE PYIN-ACTION TO PYRJ-ACTION
           MOVE PYIN-KEY TO PYRJ-KEY
           MOVE PYIN-PAYEE-NAME TO PYRJ-PAYEE-NAME
           MOVE MAINT-RECORD(42:9) TO PYRJ-ROUTING-NO
           MOVE PYIN-BANK-ACCOUNT TO PYRJ-BANK-ACCOUNT
           MOVE PYIN-ACCOUNT-TYPE TO PYRJ-ACCOUNT-TYPE
           MOVE WS-MAINT-REJECT-REASON TO PYRJ-REASON
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT
           MOVE 'REJECTED    ' TO WS-DISPOSITION-TEXT
           PERFORM 2800-WRITE-REGISTER-LINE
           .

       2800-WRITE-REGISTER-LINE.
           MOVE SPACES TO REPORT-RECORD
           STRING PYIN-ACTION        DELIMITED BY SIZE
                  '   '              DELIMITED BY SIZE
                  PYIN-PORTFOLIO-ID  DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  PYIN-ACCOUNT-NO    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  PYIN-PAYEE-NAME    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  MAINT-RECORD(42:9) DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  PYIN-BANK-ACCOUNT  DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  PYIN-ACCOUNT-TYPE  DELIMITED BY SIZE
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
                  '  HOLDS RELEASED=' DELIMITED BY SIZE
                  WS-RELEASED-COUNT   DELIMITED BY SIZE
                  '  DELETED='        DELIMITED BY SIZE
                  WS-DELETED-COUNT    DELIMITED BY SIZE
                  '  REJECTED='       DELIMITED BY SIZE
                  WS-REJECT-COUNT     DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       3000-TERMINATE.
           CLOSE PAYEE-FILE
                 MAINT-FILE
                 REJECT-FILE
                 AUDIT-FILE
                 REPORT-FILE

           DISPLAY 'Maintenance rows read: ' WS-READ-COUNT
           DISPLAY 'Instructions added:    ' WS-ADDED-COUNT
           DISPLAY 'Instructions changed:  ' WS-CHANGED-COUNT
           DISPLAY 'Holds released:        ' WS-RELEASED-COUNT
           DISPLAY 'Instructions deleted:  ' WS-DELETED-COUNT
           DISPLAY 'Rows rejected:         ' WS-REJECT-COUNT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .

      *-- Build and write one audit trail record for a payee
      *           instruction maintenance action
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
           MOVE PAYE-PORTFOLIO-ID TO AUD-PORTFOLIO-ID
           MOVE PAYE-ACCOUNT-NO TO AUD-ACCOUNT-NO
           MOVE ZERO TO AUD-PRICEFEED-TIME
           MOVE WS-AUDIT-BEFORE TO AUD-BEFORE-IMAGE
           MOVE WS-AUDIT-AFTER TO AUD-AFTER-IMAGE
           MOVE WS-AUDIT-MESSAGE TO AUD-MESSAGE

           WRITE AUDIT-RECORD

           IF NOT WS-AUDIT-SUCCESS
               DISPLAY 'Warning: audit write failed, status='
                       WS-AUDIT-STATUS ' for key=' PAYE-KEY
           END-IF
           .
