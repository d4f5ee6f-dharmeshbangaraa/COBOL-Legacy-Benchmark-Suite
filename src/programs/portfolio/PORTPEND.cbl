      *             morning, and auto-rejects any account left
      *             unapproved past the limit on the PENDPARM card -
      *             the record is set CLOSED (terminal) with an
      *             audit record, and any cash it holds is refunded:
      *             the balance is debited to zero under a 'U' cash
      *             ledger code, which PORTPAYO pays back to the
      *             client's bank instruction that night. The close-
      *             with-zero-balances rule governs transaction-
      *             driven closes; this administrative rejection
      *             empties the cash itself.
      * Author: DLB
      * Date Written: 2024-11-28
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2024-11-28 DLB           Initial Creation
      * 2025-01-13 DLB           Pending age counted in business
      *                          days off PORTBDAY, so weekends and
      *                          holidays no longer push accounts
      *                          toward auto-reject; a create date
      *                          that is not a real date is listed
      *                          for repair instead of rejected
      * 2025-01-20 DLB           Auto-reject refunds the cash balance
      *                          - debited to zero with a 'U' refund
      *                          record on CASHLDGR for the PORTPAYO
      *                          outbound payment file, instead of
      *                          leaving operations to return it
      * 2025-01-31 DLB           Auto-reject with cash refunded now
      *                          triggers the client's refund letter
      *                          onto CORRTRIG for PORTCORR
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTPEND.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *-- Change: Cash ledger - one 'U' refund record per rejected
      *           account that held cash
           SELECT CASH-LEDGER-FILE
               ASSIGN TO CASHLDGR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLGR-STATUS.

      *-- Change: Client letter triggers - appended for PORTCORR
           SELECT TRIGGER-FILE
               ASSIGN TO CORRTRIG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRIGGER-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO PENDRPT
               ORGANIZATION IS SEQUENTIAL
       FD  AUDIT-FILE.
           COPY AUDITLOG.

       FD  CASH-LEDGER-FILE.
           COPY CLGRREC.

       FD  TRIGGER-FILE.
           COPY LTRGREC.

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(132).

           05  WS-AUDIT-STATUS     PIC X(02).
               88  WS-AUDIT-SUCCESS     VALUE '00'.

           05  WS-CLGR-STATUS      PIC X(02).
               88  WS-CLGR-SUCCESS      VALUE '00'.

           05  WS-REPORT-STATUS    PIC X(02).
               88  WS-REPORT-SUCCESS    VALUE '00'.

           05  WS-TRIGGER-STATUS   PIC X(02).
               88  WS-TRIGGER-SUCCESS   VALUE '00'.

           05  WS-BROWSE-EOF-SW    PIC X VALUE 'N'.
               88  BROWSE-AT-EOF       VALUE 'Y'.
               88  NOT-BROWSE-AT-EOF   VALUE 'N'.
           05  WS-RETURN-CODE      PIC S9(4) VALUE +0.
           05  WS-PENDING-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-REJECTED-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-REFUNDED-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-LIMIT-DAYS       PIC 9(3) VALUE ZERO.
           05  WS-CURRENT-DATE     PIC 9(8).
      *-- Change: Age in business days - weekends and HOLCAL
      *           holidays are not counted
           05  WS-AGE-DAYS         PIC S9(5) COMP.
           05  WS-AGE-DISPLAY      PIC ZZZZ9.
           05  WS-CASH-EDIT        PIC -(13)9.99.
           05  WS-DISPOSITION-TEXT PIC X(12).
      *-- Change: Cash refunded on an auto-reject, and the run total
           05  WS-REFUND-AMOUNT    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-REFUND-TOTAL     PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-REFUND-EDIT      PIC -(15)9.99.

      *-- Work area used to build each AUD-RECORD before write
       01  WS-AUDIT-WORK-AREA.
           05  WS-AUDIT-BEFORE     PIC X(170).
           05  WS-AUDIT-AFTER      PIC X(170).

      *-- Change: PORTBDAY business-day parameter area
           COPY BDAYAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           OPEN I-O   PORTFOLIO-FILE
           OPEN INPUT PARM-FILE
           OPEN EXTEND AUDIT-FILE
           OPEN EXTEND CASH-LEDGER-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND TRIGGER-FILE

           IF NOT WS-SUCCESS-STATUS
              OR NOT WS-PARM-SUCCESS
              OR NOT WS-AUDIT-SUCCESS
              OR NOT WS-CLGR-SUCCESS
              OR NOT WS-REPORT-SUCCESS
              OR NOT WS-TRIGGER-SUCCESS
               DISPLAY 'PORTPEND: FILE OPEN ERROR - PORT='
                       WS-FILE-STATUS ' PARM=' WS-PARM-STATUS
                       ' AUDIT=' WS-AUDIT-STATUS
                       ' CLGR=' WS-CLGR-STATUS
                       ' REPORT=' WS-REPORT-STATUS
                       ' TRIGGER=' WS-TRIGGER-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           PERFORM 1100-READ-PARM-CARD

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
      *-- Change: An unreadable holiday calendar stops the run here
      *           rather than misaging the approvals queue
           SET BDAY-CHECK-REQ TO TRUE
           MOVE WS-CURRENT-DATE TO BDAY-FROM-DATE
           CALL 'PORTBDAY' USING BDAY-COMMAREA
           IF BDAY-FAILED
               DISPLAY 'PORTPEND: ' BDAY-MESSAGE
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1200-WRITE-REPORT-HEADINGS

                  WS-CURRENT-DATE DELIMITED BY SIZE
                  '  LIMIT ' DELIMITED BY SIZE
                  WS-LIMIT-DAYS DELIMITED BY SIZE
                  ' BUSINESS DAYS' DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
       2000-PROCESS.
           IF PORT-PENDING
               ADD 1 TO WS-PENDING-COUNT
               MOVE ZERO TO WS-REFUND-AMOUNT
      *-- Change: Business days since creation, via PORTBDAY
               SET BDAY-BETWEEN-REQ TO TRUE
               MOVE PORT-CREATE-DATE TO BDAY-FROM-DATE
               MOVE WS-CURRENT-DATE TO BDAY-TO-DATE
               CALL 'PORTBDAY' USING BDAY-COMMAREA
               EVALUATE TRUE
                   WHEN BDAY-FAILED
                       DISPLAY 'PORTPEND: ' PORT-KEY ' '
                               BDAY-MESSAGE
                       MOVE ZERO TO WS-AGE-DAYS
                       MOVE 'BAD DATE    ' TO WS-DISPOSITION-TEXT
                       PERFORM 2800-WRITE-DETAIL-LINE
                   WHEN BDAY-DAY-COUNT > WS-LIMIT-DAYS
                       MOVE BDAY-DAY-COUNT TO WS-AGE-DAYS
                       PERFORM 2100-AUTO-REJECT-PORTFOLIO
                   WHEN OTHER
                       MOVE BDAY-DAY-COUNT TO WS-AGE-DAYS
                       MOVE 'AWAITING    ' TO WS-DISPOSITION-TEXT
                       PERFORM 2800-WRITE-DETAIL-LINE
               END-EVALUATE
           END-IF
           PERFORM 2900-READ-NEXT-PORTFOLIO
           .

      *-- Close out a pending account nobody approved in time - an
      *           administrative rejection, audit-logged
      *-- Change: Cash the account holds is refunded - debited to
      *           zero in the same REWRITE that closes it, with a
      *           'U' ledger record PORTPAYO pays out. A debit
      *           balance is left for operations to collect.
       2100-AUTO-REJECT-PORTFOLIO.
           MOVE PORT-RECORD TO WS-AUDIT-BEFORE
           SET PORT-CLOSED TO TRUE
           MOVE WS-CURRENT-DATE TO PORT-LAST-MAINT
           IF PORT-CASH-BALANCE > ZERO
               MOVE PORT-CASH-BALANCE TO WS-REFUND-AMOUNT
               MOVE ZERO TO PORT-CASH-BALANCE
           END-IF
           REWRITE PORT-RECORD
           IF WS-SUCCESS-STATUS
               ADD 1 TO WS-REJECTED-COUNT
               MOVE PORT-RECORD TO WS-AUDIT-AFTER
               PERFORM 8000-WRITE-AUDIT-RECORD
               IF WS-REFUND-AMOUNT > ZERO
                   ADD 1 TO WS-REFUNDED-COUNT
                   ADD WS-REFUND-AMOUNT TO WS-REFUND-TOTAL
                   PERFORM 8100-WRITE-CASH-LEDGER
      *-- Change: The client is written to about the money coming
      *           back to them
                   PERFORM 8200-WRITE-LETTER-TRIGGER
                   MOVE 'REJ+REFUND  ' TO WS-DISPOSITION-TEXT
               ELSE
                   MOVE 'AUTO-REJECT ' TO WS-DISPOSITION-TEXT
               END-IF
               PERFORM 2800-WRITE-DETAIL-LINE
           ELSE
               DISPLAY 'PORTPEND: auto-reject REWRITE failed for '
           END-IF
           .

      *-- Change: A refunded account shows the cash it held, not the
      *           zero it was left with
       2800-WRITE-DETAIL-LINE.
           MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY
           IF WS-REFUND-AMOUNT > ZERO
               MOVE WS-REFUND-AMOUNT TO WS-CASH-EDIT
           ELSE
               MOVE PORT-CASH-BALANCE TO WS-CASH-EDIT
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING PORT-ID            DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

      *-- Change: Refund count and total, for the PORTPAYO register
           MOVE WS-REFUND-TOTAL TO WS-REFUND-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING 'CASH REFUNDED='   DELIMITED BY SIZE
                  WS-REFUNDED-COUNT  DELIMITED BY SIZE
                  '  AMOUNT '        DELIMITED BY SIZE
                  WS-REFUND-EDIT     DELIMITED BY SIZE
                  '  - PAID BY THE NEXT PORTPAYO FILE'
                                     DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       3000-TERMINATE.
           CLOSE PORTFOLIO-FILE
                 AUDIT-FILE
                 CASH-LEDGER-FILE
                 REPORT-FILE
                 TRIGGER-FILE

           DISPLAY 'Pending portfolios:  ' WS-PENDING-COUNT
           DISPLAY 'Auto-rejected:       ' WS-REJECTED-COUNT
           DISPLAY 'Cash refunded:       ' WS-REFUNDED-COUNT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
                       WS-AUDIT-STATUS ' for key=' PORT-ID
           END-IF
           .

      *-- Change: New paragraph - one 'U' refund debit on the cash
      *           ledger, leaving the balance at zero
       8100-WRITE-CASH-LEDGER.
           MOVE PORT-ID TO CLGR-PORTFOLIO-ID
           MOVE PORT-ACCOUNT-NO TO CLGR-ACCOUNT-NO
           MOVE WS-CURRENT-DATE TO CLGR-POST-DATE
           ACCEPT CLGR-POST-TIME FROM TIME
           SET CLGR-REFUND TO TRUE
           COMPUTE CLGR-AMOUNT = ZERO - WS-REFUND-AMOUNT
           MOVE PORT-CASH-BALANCE TO CLGR-NEW-BALANCE
           MOVE WS-PROGRAM-NAME TO CLGR-PROGRAM
           WRITE CASH-LEDGER-RECORD
           IF NOT WS-CLGR-SUCCESS
               DISPLAY 'PORTPEND: cash ledger WRITE failed, status='
                       WS-CLGR-STATUS ' for key=' PORT-ID
               MOVE WS-ERROR TO WS-RETURN-CODE
           END-IF
           .

      *-- Change: New paragraph - append the auto-reject refund
      *           letter trigger for PORTCORR; the reference date is
      *           the day the account was opened
       8200-WRITE-LETTER-TRIGGER.
           MOVE SPACES TO LETTER-TRIGGER-RECORD
           SET LTRG-AUTO-REJECT TO TRUE
           MOVE PORT-ID TO LTRG-PORTFOLIO-ID
           MOVE PORT-ACCOUNT-NO TO LTRG-ACCOUNT-NO
           MOVE WS-CURRENT-DATE TO LTRG-EVENT-DATE
           MOVE PORT-CREATE-DATE TO LTRG-REF-DATE
           MOVE WS-REFUND-AMOUNT TO LTRG-AMOUNT-1
           MOVE ZERO TO LTRG-AMOUNT-2
           MOVE PORT-CLIENT-NAME TO LTRG-REFERENCE
           MOVE WS-PROGRAM-NAME TO LTRG-PROGRAM

           WRITE LETTER-TRIGGER-RECORD
           IF NOT WS-TRIGGER-SUCCESS
               DISPLAY 'Warning: letter trigger write failed, '
                       'status=' WS-TRIGGER-STATUS ' for key='
                       PORT-KEY
           END-IF
           .
