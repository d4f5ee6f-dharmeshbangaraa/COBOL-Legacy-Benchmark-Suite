      *                          pass over every tick ever taken
      *                          is gone, and the archive stays
      *                          with the detail-level reports
      * 2025-01-31 DLB           Each statement produced now triggers
      *                          the client's statement notice onto
      *                          CORRTRIG for PORTCORR
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTSTMT.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.

      *-- Change: Client letter triggers - appended for PORTCORR
           SELECT TRIGGER-FILE
               ASSIGN TO CORRTRIG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRIGGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PORTFOLIO-FILE.
       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD            PIC X(132).

       FD  TRIGGER-FILE.
           COPY LTRGREC.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Constants and switches
           05  WS-STMT-STATUS      PIC X(02).
               88  WS-STMT-SUCCESS      VALUE '00'.

           05  WS-TRIGGER-STATUS   PIC X(02).
               88  WS-TRIGGER-SUCCESS   VALUE '00'.

           05  WS-BROWSE-EOF-SW    PIC X VALUE 'N'.
               88  BROWSE-AT-EOF       VALUE 'Y'.
               88  NOT-BROWSE-AT-EOF   VALUE 'N'.
           05  WS-STMT-DATE        PIC 9(8).
           05  WS-PRIOR-END-DATE   PIC 9(8).
           05  WS-CUR-ACCOUNT      PIC X(10) VALUE LOW-VALUES.
      *-- Change: Account title for the statement notice - the
      *           client name on the account's first portfolio
           05  WS-CUR-CLIENT-NAME  PIC X(30).
           05  WS-LINE-COUNT       PIC 9(3) VALUE ZERO.
           05  WS-PAGE-NO          PIC 9(3) VALUE ZERO.
           05  WS-PAGE-EDIT        PIC ZZ9.
           OPEN INPUT CLOSING-PRICE-FILE
           OPEN INPUT PARM-FILE
           OPEN OUTPUT STATEMENT-FILE
           OPEN EXTEND TRIGGER-FILE

           IF NOT WS-SUCCESS-STATUS
              OR NOT WS-HOLD-SUCCESS
              OR NOT WS-CLOS-SUCCESS
              OR NOT WS-PARM-SUCCESS
              OR NOT WS-STMT-SUCCESS
              OR NOT WS-TRIGGER-SUCCESS
               DISPLAY 'PORTSTMT: FILE OPEN ERROR - PORT='
                       WS-FILE-STATUS ' HOLD=' WS-HOLD-STATUS
                       ' CLOS=' WS-CLOS-STATUS
                       ' PARM=' WS-PARM-STATUS
                       ' STMT=' WS-STMT-STATUS
                       ' TRIGGER=' WS-TRIGGER-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
                   PERFORM 2600-WRITE-ACCOUNT-TOTALS
               END-IF
               MOVE PORT-ACCOUNT-NO TO WS-CUR-ACCOUNT
               MOVE PORT-CLIENT-NAME TO WS-CUR-CLIENT-NAME
               MOVE ZERO TO WS-ACCT-VALUE
               MOVE ZERO TO WS-ACCT-CASH
               MOVE ZERO TO WS-ACCT-CHANGE
           END-STRING
           WRITE STATEMENT-RECORD
           ADD 2 TO WS-LINE-COUNT
      *-- Change: The client is told the statement is ready
           PERFORM 8200-WRITE-LETTER-TRIGGER
           .

      *-- Open a fresh statement page: account heading, column
                 HOLDINGS-FILE
                 CLOSING-PRICE-FILE
                 STATEMENT-FILE
                 TRIGGER-FILE

           DISPLAY 'Statements produced: ' WS-STATEMENT-COUNT
           DISPLAY 'Portfolios listed:   ' WS-PORTFOLIO-COUNT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .

      *-- Change: New paragraph - append the statement notice
      *           trigger for PORTCORR: an account-level letter, so
      *           no portfolio id, carrying the account totals
       8200-WRITE-LETTER-TRIGGER.
           MOVE SPACES TO LETTER-TRIGGER-RECORD
           SET LTRG-STATEMENT TO TRUE
           MOVE SPACES TO LTRG-PORTFOLIO-ID
           MOVE WS-CUR-ACCOUNT TO LTRG-ACCOUNT-NO
           MOVE WS-STMT-DATE TO LTRG-EVENT-DATE
           MOVE WS-STMT-DATE TO LTRG-REF-DATE
           MOVE WS-ACCT-VALUE TO LTRG-AMOUNT-1
           MOVE WS-ACCT-CASH TO LTRG-AMOUNT-2
           MOVE WS-CUR-CLIENT-NAME TO LTRG-REFERENCE
           MOVE WS-PROGRAM-NAME TO LTRG-PROGRAM

           WRITE LETTER-TRIGGER-RECORD
           IF NOT WS-TRIGGER-SUCCESS
               DISPLAY 'Warning: letter trigger write failed, '
                       'status=' WS-TRIGGER-STATUS ' for account='
                       WS-CUR-ACCOUNT
           END-IF
           .
