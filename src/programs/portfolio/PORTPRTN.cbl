      *================================================================*
      * Program Name: PORTPRTN
      * Description: Returned Payment Processing
      *             Reads the bank's returned-payment file - the
      *             PORTPAYO withdrawals and refunds a receiving bank
      *             sent back - and puts the money back where the
      *             ledger says it is: each return re-credits
      *             PORT-CASH-BALANCE, writes an 'R' returned-payment
      *             record to the cash ledger (so the PORTCASH proof
      *             still walks) and an audit record, and holds the
      *             account's PAYEE instruction with the bank's
      *             return reason so PORTPAYO stops paying to it
      *             until PAYMAINT keys a corrected one. Every
      *             return is listed on the exception report for
      *             operations to contact the client, and the run
      *             ends RC 4 when there are any. The file is proved
      *             to its header and trailer before anything posts;
      *             a file that does not prove posts nothing and
      *             ends RC 8.
      * Author: DLB
      * Date Written: 2025-01-20
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-01-20 DLB           Initial Creation
      * 2025-02-14 DLB           A return entry with a non-numeric
      *                          amount fails the control proof
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTPRTN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- Returned-payment file from the bank - read twice, once to
      *           prove its control totals and once to post
           SELECT RETURN-FILE
               ASSIGN TO PAYRTN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTN-STATUS.

           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORT-KEY
               FILE STATUS IS WS-FILE-STATUS.

      *-- Standing payee / bank instructions - held on a return
           SELECT PAYEE-FILE
               ASSIGN TO PAYEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAYE-KEY
               FILE STATUS IS WS-PAYE-STATUS.

      *-- Audit trail file - shared layout with PORTUPDT/PORTCRET
           SELECT AUDIT-FILE
               ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *-- Cash ledger - one 'R' record per re-credit
           SELECT CASH-LEDGER-FILE
               ASSIGN TO CASHLDGR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLGR-STATUS.

      *-- Returned-payment exception report
           SELECT REPORT-FILE
               ASSIGN TO PRTNRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-FILE.
           COPY PRTNREC.

       FD  PORTFOLIO-FILE.
           COPY PORTFLIO.

       FD  PAYEE-FILE.
           COPY PAYEREC.

       FD  AUDIT-FILE.
           COPY AUDITLOG.

       FD  CASH-LEDGER-FILE.
           COPY CLGRREC.

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Constants and switches
      *----------------------------------------------------------------*
       01  WS-CONSTANTS.
           05  WS-PROGRAM-NAME     PIC X(08) VALUE 'PORTPRTN'.
           05  WS-SUCCESS          PIC S9(4) VALUE +0.
           05  WS-WARNING          PIC S9(4) VALUE +4.
           05  WS-ERROR            PIC S9(4) VALUE +8.

       01  WS-SWITCHES.
           05  WS-PRTN-STATUS      PIC X(02).
               88  WS-PRTN-SUCCESS      VALUE '00'.

           05  WS-FILE-STATUS      PIC X(02).
               88  WS-SUCCESS-STATUS    VALUE '00'.

           05  WS-PAYE-STATUS      PIC X(02).
               88  WS-PAYE-SUCCESS      VALUE '00'.
               88  WS-PAYE-NOT-LOADED   VALUE '35'.

           05  WS-AUDIT-STATUS     PIC X(02).
               88  WS-AUDIT-SUCCESS     VALUE '00'.

           05  WS-CLGR-STATUS      PIC X(02).
               88  WS-CLGR-SUCCESS      VALUE '00'.

           05  WS-REPORT-STATUS    PIC X(02).
               88  WS-REPORT-SUCCESS    VALUE '00'.

           05  WS-END-OF-FILE-SW   PIC X VALUE 'N'.
               88  END-OF-FILE         VALUE 'Y'.
               88  NOT-END-OF-FILE     VALUE 'N'.

      *-- Set once the PAYEE KSDS opened - a never-loaded file has
      *           no instruction to hold
           05  WS-PAYE-FILE-SW     PIC X VALUE 'N'.
               88  PAYE-FILE-LOADED    VALUE 'Y'.

      *-- Control-total proof of the returned-payment file
           05  WS-HEADER-SW        PIC X VALUE 'N'.
               88  PRTN-HEADER-SEEN    VALUE 'Y'.
           05  WS-TRAILER-SW       PIC X VALUE 'N'.
               88  PRTN-TRAILER-SEEN   VALUE 'Y'.

      *----------------------------------------------------------------*
      * Work areas
      *----------------------------------------------------------------*
       01  WS-WORK-AREAS.
           05  WS-RETURN-CODE      PIC S9(4) VALUE +0.
           05  WS-BUSINESS-DATE    PIC 9(8).
           05  WS-RECORD-COUNT     PIC 9(7) VALUE ZERO.
      *-- Proof pass - entries and amount as read, trailer as sent
           05  WS-PROOF-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-PROOF-TOTAL      PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-TRAILER-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-TRAILER-TOTAL    PIC S9(15)V99 COMP-3 VALUE ZERO.
      *-- Posting pass
           05  WS-RETURN-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-CREDITED-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-UNAPPLIED-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-HELD-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-CREDITED-TOTAL   PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-UNAPPLIED-TOTAL  PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-DISPOSITION-TEXT PIC X(12).
           05  WS-NOTE-TEXT        PIC X(40).
      *-- Print-staging edit fields
           05  WS-AMOUNT-EDIT      PIC Z(12)9.99.
           05  WS-BALANCE-EDIT     PIC -(13)9.99.
           05  WS-TOTAL-EDIT       PIC Z(14)9.99.

      *-- Work area used to build each AUD-RECORD before write
       01  WS-AUDIT-WORK-AREA.
           05  WS-AUDIT-DATE       PIC 9(08).
           05  WS-AUDIT-TIME       PIC 9(08).
           05  WS-AUDIT-ACTION-CD  PIC X(08).
           05  WS-AUDIT-BEFORE     PIC X(170).
           05  WS-AUDIT-AFTER      PIC X(170).
           05  WS-AUDIT-MESSAGE    PIC X(100).

      *-- Parameter area for the PORTCYCL cycle-control subprogram
           COPY CYCLAREA.

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

           PERFORM 1050-CHECK-CYCLE-CONTROL
           MOVE CYCL-BUSINESS-DATE TO WS-BUSINESS-DATE

           PERFORM 1100-PROVE-RETURN-FILE

           OPEN INPUT RETURN-FILE
           OPEN I-O   PORTFOLIO-FILE
           OPEN I-O   PAYEE-FILE
           OPEN EXTEND AUDIT-FILE
           OPEN EXTEND CASH-LEDGER-FILE
           OPEN OUTPUT REPORT-FILE

           IF NOT WS-PRTN-SUCCESS
              OR NOT WS-SUCCESS-STATUS
              OR NOT (WS-PAYE-SUCCESS OR WS-PAYE-NOT-LOADED)
              OR NOT WS-AUDIT-SUCCESS
              OR NOT WS-CLGR-SUCCESS
              OR NOT WS-REPORT-SUCCESS
               DISPLAY 'PORTPRTN: FILE OPEN ERROR - PRTN='
                       WS-PRTN-STATUS ' PORT=' WS-FILE-STATUS
                       ' PAYE=' WS-PAYE-STATUS
                       ' AUDIT=' WS-AUDIT-STATUS
                       ' CLGR=' WS-CLGR-STATUS
                       ' REPORT=' WS-REPORT-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-PAYE-SUCCESS
               SET PAYE-FILE-LOADED TO TRUE
           END-IF

           PERFORM 1200-WRITE-REPORT-HEADINGS
           PERFORM 2900-READ-RETURN
           .

      *-- Cycle-control start check through the shared PORTCYCL
      *           subprogram - re-credits post after PORTUPDT has
      *           finished with PORT-CASH-BALANCE for the night
       1050-CHECK-CYCLE-CONTROL.
           SET CYCL-START-REQ TO TRUE
           MOVE WS-PROGRAM-NAME TO CYCL-JOB-NAME
           MOVE 'PORTUPDT' TO CYCL-PREDECESSOR
           CALL 'PORTCYCL' USING CYCL-COMMAREA
           IF CYCL-BLOCKED
               DISPLAY 'PORTPRTN: cycle control refused start - '
                       CYCL-MESSAGE
               MOVE WS-ERROR TO RETURN-CODE
               GOBACK
           END-IF
           .

      *-- First pass: the entries must add to the trailer's count
      *           and amount, between a header and a trailer, before
      *           a single re-credit posts. A day the bank returned
      *           nothing may come as an empty dataset.
       1100-PROVE-RETURN-FILE.
           OPEN INPUT RETURN-FILE
           IF NOT WS-PRTN-SUCCESS
               DISPLAY 'PORTPRTN: PAYRTN OPEN ERROR - STATUS='
                       WS-PRTN-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1150-PROVE-ONE-RECORD
              UNTIL END-OF-FILE
           CLOSE RETURN-FILE
           SET NOT-END-OF-FILE TO TRUE

           IF WS-RECORD-COUNT > ZERO
               IF NOT PRTN-HEADER-SEEN
                  OR NOT PRTN-TRAILER-SEEN
                   DISPLAY 'CONTROL TOTAL ERROR: PAYRTN header or '
                           'trailer record not found - file may be '
                           'truncated'
                   MOVE WS-ERROR TO WS-RETURN-CODE
               ELSE
                   IF WS-PROOF-COUNT NOT = WS-TRAILER-COUNT
                       DISPLAY 'CONTROL TOTAL ERROR: return entries '
                               'read ' WS-PROOF-COUNT
                               ' do not match trailer count '
                               WS-TRAILER-COUNT
                       MOVE WS-ERROR TO WS-RETURN-CODE
                   END-IF
                   IF WS-PROOF-TOTAL NOT = WS-TRAILER-TOTAL
                       DISPLAY 'CONTROL TOTAL ERROR: return amounts '
                               'read ' WS-PROOF-TOTAL
                               ' do not match trailer total '
                               WS-TRAILER-TOTAL
                       MOVE WS-ERROR TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF

           IF WS-RETURN-CODE = WS-ERROR
               DISPLAY 'PORTPRTN: returned-payment file did not '
                       'prove - nothing posted'
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           .

       1150-PROVE-ONE-RECORD.
           READ RETURN-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   EVALUATE TRUE
                       WHEN PRTN-FILE-HEADER
                           SET PRTN-HEADER-SEEN TO TRUE
                       WHEN PRTN-RETURN-ENTRY
                           ADD 1 TO WS-PROOF-COUNT
                           IF PRTN-AMOUNT IS NUMERIC
                               ADD PRTN-AMOUNT TO WS-PROOF-TOTAL
                           ELSE
                               DISPLAY 'CONTROL TOTAL ERROR: return '
                                       'entry ' PRTN-PORTFOLIO-ID
                                       ' trace ' PRTN-TRACE-NO
                                       ' amount is not numeric'
                               MOVE WS-ERROR TO WS-RETURN-CODE
                           END-IF
                       WHEN PRTN-FILE-TRAILER
                           SET PRTN-TRAILER-SEEN TO TRUE
                           MOVE PRTN-TRL-ENTRY-COUNT
                               TO WS-TRAILER-COUNT
                           MOVE PRTN-TRL-AMOUNT-TOTAL
                               TO WS-TRAILER-TOTAL
                   END-EVALUATE
           END-READ
           .

       1200-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO REPORT-RECORD
           STRING 'PORTPRTN - RETURNED PAYMENT EXCEPTIONS  BUSINESS '
                      DELIMITED BY SIZE
                  'DATE ' DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'PORT ID  ACCOUNT NO C TRACE   VALUE DT RSN '
                      DELIMITED BY SIZE
                  '          AMOUNT        NEW BALANCE  '
                      DELIMITED BY SIZE
                  'DISPOSITION  NOTE'
                      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      *-- Second pass: header and trailer were proved above, so
      *           only the return entries are acted on
       2000-PROCESS.
           IF PRTN-RETURN-ENTRY
               PERFORM 2100-APPLY-ONE-RETURN
           END-IF
           PERFORM 2900-READ-RETURN
           .

      *-- Every return is an exception operations must work, posted
      *           or not
       2100-APPLY-ONE-RETURN.
           ADD 1 TO WS-RETURN-COUNT
           MOVE SPACES TO WS-NOTE-TEXT
           MOVE PRTN-PORTFOLIO-ID TO PORT-ID
           MOVE PRTN-ACCOUNT-NO TO PORT-ACCOUNT-NO
           READ PORTFOLIO-FILE
               INVALID KEY
                   ADD 1 TO WS-UNAPPLIED-COUNT
                   ADD PRTN-AMOUNT TO WS-UNAPPLIED-TOTAL
                   MOVE ZERO TO PORT-CASH-BALANCE
                   MOVE 'NOT APPLIED ' TO WS-DISPOSITION-TEXT
                   MOVE 'PORTFOLIO NOT ON FILE - NOT RE-CREDITED'
                       TO WS-NOTE-TEXT
                   PERFORM 2800-WRITE-EXCEPTION-LINE
               NOT INVALID KEY
                   PERFORM 2200-RECREDIT-PORTFOLIO
           END-READ
           IF WS-RETURN-CODE = WS-SUCCESS
               MOVE WS-WARNING TO WS-RETURN-CODE
           END-IF
           .

      *-- The money is back in our account at the bank, so it is
      *           back on the client's ledger - a closed portfolio
      *           included, which operations then refunds by hand
       2200-RECREDIT-PORTFOLIO.
           MOVE PORT-RECORD TO WS-AUDIT-BEFORE
           ADD PRTN-AMOUNT TO PORT-CASH-BALANCE
           REWRITE PORT-RECORD
           IF WS-SUCCESS-STATUS
               ADD 1 TO WS-CREDITED-COUNT
               ADD PRTN-AMOUNT TO WS-CREDITED-TOTAL
               MOVE PORT-RECORD TO WS-AUDIT-AFTER
               MOVE 'UPDATE  ' TO WS-AUDIT-ACTION-CD
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING 'RETURNED PAYMENT RE-CREDITED - BANK REASON '
                          DELIMITED BY SIZE
                      PRTN-RETURN-REASON DELIMITED BY SIZE
                      INTO WS-AUDIT-MESSAGE
               END-STRING
               PERFORM 8000-WRITE-AUDIT-RECORD
               PERFORM 8100-WRITE-CASH-LEDGER
               PERFORM 2300-HOLD-PAYEE-INSTRUCTION
               IF PORT-CLOSED
                   MOVE 'PORTFOLIO CLOSED - RETURN FUNDS BY HAND'
                       TO WS-NOTE-TEXT
               END-IF
               MOVE 'RE-CREDITED ' TO WS-DISPOSITION-TEXT
               PERFORM 2800-WRITE-EXCEPTION-LINE
           ELSE
               DISPLAY 'PORTPRTN: re-credit REWRITE failed for '
                       PORT-KEY ' STATUS=' WS-FILE-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
           END-IF
           .

      *-- Stop paying to the account the bank just bounced - the
      *           hold stands until PAYMAINT keys a corrected
      *           instruction
       2300-HOLD-PAYEE-INSTRUCTION.
           IF PAYE-FILE-LOADED
               MOVE PRTN-REFERENCE TO PAYE-KEY
               READ PAYEE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PAYE-ACTIVE
                           PERFORM 2350-REWRITE-HELD-PAYEE
                       END-IF
               END-READ
           END-IF
           .

       2350-REWRITE-HELD-PAYEE.
           MOVE PAYEE-RECORD TO WS-AUDIT-BEFORE
           SET PAYE-HELD TO TRUE
           MOVE PRTN-RETURN-REASON TO PAYE-HOLD-REASON
           MOVE WS-BUSINESS-DATE TO PAYE-LAST-MAINT
           REWRITE PAYEE-RECORD
           IF WS-PAYE-SUCCESS
               ADD 1 TO WS-HELD-COUNT
               MOVE PAYEE-RECORD TO WS-AUDIT-AFTER
               MOVE 'UPDATE  ' TO WS-AUDIT-ACTION-CD
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING 'PAYEE INSTRUCTION HELD AFTER RETURNED '
                          DELIMITED BY SIZE
                      'PAYMENT - BANK REASON ' DELIMITED BY SIZE
                      PRTN-RETURN-REASON DELIMITED BY SIZE
                      INTO WS-AUDIT-MESSAGE
               END-STRING
               PERFORM 8000-WRITE-AUDIT-RECORD
               MOVE 'PAYEE INSTRUCTION HELD - REKEY IN PAYMAINT'
                   TO WS-NOTE-TEXT
           ELSE
               DISPLAY 'PORTPRTN: payee hold REWRITE failed for '
                       PAYE-KEY ' STATUS=' WS-PAYE-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
           END-IF
           .

       2800-WRITE-EXCEPTION-LINE.
           MOVE PRTN-AMOUNT TO WS-AMOUNT-EDIT
           MOVE PORT-CASH-BALANCE TO WS-BALANCE-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING PRTN-PORTFOLIO-ID  DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  PRTN-ACCOUNT-NO    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  PRTN-PAYMENT-TYPE  DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  PRTN-TRACE-NO      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  PRTN-ORIG-VALUE-DATE DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  PRTN-RETURN-REASON DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-AMOUNT-EDIT     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-BALANCE-EDIT    DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  WS-DISPOSITION-TEXT DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-NOTE-TEXT       DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       2900-READ-RETURN.
           READ RETURN-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ
           .

       2950-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-RETURN-COUNT = ZERO
               MOVE SPACES TO REPORT-RECORD
               MOVE 'NO PAYMENTS RETURNED' TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           MOVE WS-CREDITED-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING 'RETURNS='         DELIMITED BY SIZE
                  WS-RETURN-COUNT    DELIMITED BY SIZE
                  '  RE-CREDITED='   DELIMITED BY SIZE
                  WS-CREDITED-COUNT  DELIMITED BY SIZE
                  '  AMOUNT '        DELIMITED BY SIZE
                  WS-TOTAL-EDIT      DELIMITED BY SIZE
                  '  PAYEES HELD='   DELIMITED BY SIZE
                  WS-HELD-COUNT      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE WS-UNAPPLIED-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING 'NOT APPLIED='     DELIMITED BY SIZE
                  WS-UNAPPLIED-COUNT DELIMITED BY SIZE
                  '  AMOUNT '        DELIMITED BY SIZE
                  WS-TOTAL-EDIT      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       3000-TERMINATE.
           CLOSE RETURN-FILE
                 PORTFOLIO-FILE
                 AUDIT-FILE
                 CASH-LEDGER-FILE
                 REPORT-FILE
           IF PAYE-FILE-LOADED
               CLOSE PAYEE-FILE
           END-IF

           DISPLAY 'Payments returned:   ' WS-RETURN-COUNT
           DISPLAY 'Re-credited:         ' WS-CREDITED-COUNT
           DISPLAY 'Not applied:         ' WS-UNAPPLIED-COUNT
           DISPLAY 'Payee holds set:     ' WS-HELD-COUNT

           IF WS-RETURN-CODE NOT = WS-ERROR
               PERFORM 9000-STAMP-CYCLE-COMPLETE
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .

      *-- Build and write one audit trail record - a re-credit or a
      *           payee hold, both under the portfolio's key
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
           MOVE PRTN-PORTFOLIO-ID TO AUD-PORTFOLIO-ID
           MOVE PRTN-ACCOUNT-NO TO AUD-ACCOUNT-NO
           MOVE ZERO TO AUD-PRICEFEED-TIME
           MOVE WS-AUDIT-BEFORE TO AUD-BEFORE-IMAGE
           MOVE WS-AUDIT-AFTER TO AUD-AFTER-IMAGE
           MOVE WS-AUDIT-MESSAGE TO AUD-MESSAGE

           WRITE AUDIT-RECORD

           IF NOT WS-AUDIT-SUCCESS
               DISPLAY 'Warning: audit write failed, status='
                       WS-AUDIT-STATUS ' for key=' PRTN-REFERENCE
           END-IF
           .

      *-- One 'R' returned-payment credit on the cash ledger
       8100-WRITE-CASH-LEDGER.
           MOVE PORT-ID TO CLGR-PORTFOLIO-ID
           MOVE PORT-ACCOUNT-NO TO CLGR-ACCOUNT-NO
           MOVE WS-BUSINESS-DATE TO CLGR-POST-DATE
           ACCEPT CLGR-POST-TIME FROM TIME
           SET CLGR-RETURNED-PAYMENT TO TRUE
           MOVE PRTN-AMOUNT TO CLGR-AMOUNT
           MOVE PORT-CASH-BALANCE TO CLGR-NEW-BALANCE
           MOVE WS-PROGRAM-NAME TO CLGR-PROGRAM
           WRITE CASH-LEDGER-RECORD
           IF NOT WS-CLGR-SUCCESS
               DISPLAY 'PORTPRTN: cash ledger WRITE failed, status='
                       WS-CLGR-STATUS ' for key=' PORT-ID
               MOVE WS-ERROR TO WS-RETURN-CODE
           END-IF
           .

      *-- Stamp this job complete on the cycle-control dataset
       9000-STAMP-CYCLE-COMPLETE.
           SET CYCL-COMPLETE-REQ TO TRUE
           MOVE WS-PROGRAM-NAME TO CYCL-JOB-NAME
           CALL 'PORTCYCL' USING CYCL-COMMAREA
           IF CYCL-BLOCKED
               DISPLAY 'Warning: cycle completion stamp failed - '
                       CYCL-MESSAGE
           END-IF
           .
