      * 2024-12-06 DLB           Each settled cash leg now also
      *                          writes a CASHLDGR cash ledger
      *                          record (shared CLGRREC layout)
      * 2025-01-08 DLB           Releases the net cash leg of 'B'/'L'
      *                          trades - a buy's leg debits under
      *                          the PORTVALD trade funds rule, a
      *                          sell's credits; ledger code B/L
      * 2025-01-17 DLB           VALD-RESTRICT-SW cleared ahead of
      *                          the PORTVALD call - a released cash
      *                          leg passed the restriction check on
      *                          trade date
      * 2025-01-31 DLB           An item failing on its settlement
      *                          date triggers the client's failed-
      *                          settlement letter onto CORRTRIG for
      *                          PORTCORR; carried-forward retries
      *                          do not write again
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTSETL.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLGR-STATUS.

      *-- Change: Client letter triggers - appended for PORTCORR
           SELECT TRIGGER-FILE
               ASSIGN TO CORRTRIG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRIGGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PORTFOLIO-FILE.
       FD  CASH-LEDGER-FILE.
           COPY CLGRREC.

       FD  TRIGGER-FILE.
           COPY LTRGREC.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Constants and switches
           05  WS-CLGR-STATUS      PIC X(02).
               88  WS-CLGR-SUCCESS      VALUE '00'.

           05  WS-TRIGGER-STATUS   PIC X(02).
               88  WS-TRIGGER-SUCCESS   VALUE '00'.

           05  WS-END-OF-FILE-SW   PIC X VALUE 'N'.
               88  END-OF-FILE         VALUE 'Y'.
               88  NOT-END-OF-FILE     VALUE 'N'.
           OPEN EXTEND AUDIT-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND CASH-LEDGER-FILE
           OPEN EXTEND TRIGGER-FILE

           IF NOT WS-SUCCESS-STATUS
              OR NOT WS-SETLIN-SUCCESS
              OR NOT WS-AUDIT-SUCCESS
              OR NOT WS-REPORT-SUCCESS
              OR NOT WS-CLGR-SUCCESS
              OR NOT WS-TRIGGER-SUCCESS
               DISPLAY 'PORTSETL: FILE OPEN ERROR - PORT='
                       WS-FILE-STATUS ' SETLIN=' WS-SETLIN-STATUS
                       ' SETLOUT=' WS-SETLOUT-STATUS
                       ' AUDIT=' WS-AUDIT-STATUS
                       ' REPORT=' WS-REPORT-STATUS
                       ' CLGR=' WS-CLGR-STATUS
                       ' TRIGGER=' WS-TRIGGER-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           MOVE SETL-NEW-VALUE TO VALD-NEW-VALUE
           MOVE ZERO TO VALD-POSITION-COUNT
           SET VALD-SEC-NOT-APPLIC TO TRUE
           MOVE ZERO TO VALD-TRADE-NET-AMOUNT
           MOVE ZERO TO VALD-HELD-QTY
           SET VALD-CASH-SETTLES-NOW TO TRUE
           SET VALD-RSTR-NOT-APPLIC TO TRUE
      *-- Change: A trade's cash leg passed the trade edits on trade
      *           date - the sweep asks PORTVALD for the cash rules
      *           alone, against the net amount the leg carries
           IF SETL-ACTION = 'B' OR SETL-ACTION = 'L'
               SET VALD-CASH-LEG-ONLY TO TRUE
               IF SETL-TRD-NET-AMOUNT IS NUMERIC
                   MOVE SETL-TRD-NET-AMOUNT TO VALD-TRADE-NET-AMOUNT
               END-IF
           END-IF
           CALL 'PORTVALD' USING VALD-COMMAREA PORT-RECORD

           IF VALD-INVALID
               PERFORM 2300-FAIL-ONE-ITEM
           ELSE
               MOVE PORT-RECORD TO WS-AUDIT-BEFORE
               PERFORM 2160-STAGE-LEG-AMOUNT
               IF SETL-ACTION = 'D' OR SETL-ACTION = 'L'
                   ADD WS-NUMERIC-WORK TO PORT-CASH-BALANCE
                   ADD WS-NUMERIC-WORK TO WS-NET-SETTLED
               ELSE
           END-IF
           .

      *-- Change: New paragraph - the unsigned amount a due leg
      *           moves: a trade leg's net amount off its fixed
      *           columns, a D/W/F leg's amount as keyed
       2160-STAGE-LEG-AMOUNT.
           IF SETL-ACTION = 'B' OR SETL-ACTION = 'L'
               MOVE ZERO TO WS-NUMERIC-WORK
               IF SETL-TRD-NET-AMOUNT IS NUMERIC
                   MOVE SETL-TRD-NET-AMOUNT TO WS-NUMERIC-WORK
               END-IF
           ELSE
               MOVE SETL-NEW-VALUE TO WS-NUMERIC-WORK
           END-IF
           .

      *-- A failed item is this morning's problem, not next
      *           month's: reported with the reason, carried
      *           forward so tomorrow's sweep retries it, RC=4 for
           WRITE SETTLE-OUT-RECORD FROM SETTLEMENT-RECORD
           DISPLAY 'PORTSETL: item failed to settle for ' SETL-ID
                   ': ' WS-FAIL-REASON
      *-- Change: The client hears about a failure once - on the
      *           settlement date itself, not on every retry
           IF SETL-SETTLE-DATE = WS-BUSINESS-DATE
               PERFORM 8200-WRITE-LETTER-TRIGGER
           END-IF
           IF WS-RETURN-CODE = WS-SUCCESS
               MOVE WS-WARNING TO WS-RETURN-CODE
           END-IF
           .

       2800-WRITE-DETAIL-LINE.
      *-- Change: Trade legs report their net amount
           IF (SETL-ACTION = 'B' OR SETL-ACTION = 'L')
              AND SETL-TRD-NET-AMOUNT IS NUMERIC
               MOVE SETL-TRD-NET-AMOUNT TO WS-AMOUNT-EDIT
           ELSE
               IF SETL-NEW-VALUE IS NUMERIC
                   MOVE SETL-NEW-VALUE TO WS-NUMERIC-WORK
                   MOVE WS-NUMERIC-WORK TO WS-AMOUNT-EDIT
               ELSE
                   MOVE ZERO TO WS-AMOUNT-EDIT
               END-IF
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING SETL-ID            DELIMITED BY SIZE
                 AUDIT-FILE
                 REPORT-FILE
                 CASH-LEDGER-FILE
                 TRIGGER-FILE

           DISPLAY 'Items read:       ' WS-READ-COUNT
           DISPLAY 'Items settled:    ' WS-SETTLED-COUNT
           MOVE WS-BUSINESS-DATE TO CLGR-POST-DATE
           ACCEPT CLGR-POST-TIME FROM TIME
           MOVE SETL-ACTION TO CLGR-TRANS-CODE
      *-- Change: A sell's leg is a credit like a deposit
           IF SETL-ACTION = 'D' OR SETL-ACTION = 'L'
               MOVE WS-NUMERIC-WORK TO CLGR-AMOUNT
           ELSE
               COMPUTE CLGR-AMOUNT = ZERO - WS-NUMERIC-WORK
                       WS-AUDIT-STATUS ' for key=' PORT-ID
           END-IF
           .

      *-- Change: New paragraph - append the failed-settlement letter
      *           trigger for PORTCORR: the leg's amount as reported,
      *           the settlement date and the failure reason
       8200-WRITE-LETTER-TRIGGER.
           MOVE SPACES TO LETTER-TRIGGER-RECORD
           SET LTRG-SETTLEMENT-FAIL TO TRUE
           MOVE SETL-ID TO LTRG-PORTFOLIO-ID
           MOVE SETL-ACCT-NO TO LTRG-ACCOUNT-NO
           MOVE WS-BUSINESS-DATE TO LTRG-EVENT-DATE
           MOVE SETL-SETTLE-DATE TO LTRG-REF-DATE
           MOVE ZERO TO LTRG-AMOUNT-1
           IF SETL-ACTION = 'B' OR SETL-ACTION = 'L'
               IF SETL-TRD-NET-AMOUNT IS NUMERIC
                   MOVE SETL-TRD-NET-AMOUNT TO LTRG-AMOUNT-1
               END-IF
           ELSE
               IF SETL-NEW-VALUE IS NUMERIC
                   MOVE SETL-NEW-VALUE TO WS-NUMERIC-WORK
                   MOVE WS-NUMERIC-WORK TO LTRG-AMOUNT-1
               END-IF
           END-IF
           MOVE ZERO TO LTRG-AMOUNT-2
           MOVE WS-FAIL-REASON TO LTRG-REFERENCE
           MOVE WS-PROGRAM-NAME TO LTRG-PROGRAM

           WRITE LETTER-TRIGGER-RECORD
           IF NOT WS-TRIGGER-SUCCESS
               DISPLAY 'Warning: letter trigger write failed, '
                       'status=' WS-TRIGGER-STATUS ' for key='
                       SETL-KEY
           END-IF
           .
