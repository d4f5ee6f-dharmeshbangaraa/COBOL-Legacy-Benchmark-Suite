      *                          status 35) no longer fails the
      *                          run - every account statements
      *                          stand-alone
      * 2025-01-31 DLB           Each household statement now
      *                          triggers the statement notice onto
      *                          CORRTRIG for PORTCORR, addressed to
      *                          the household's first account; a
      *                          stand-alone account's notice comes
      *                          from PORTSTMT only
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTRSTM.
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
      *-- Relationship currently printing and its accumulators
           05  WS-CUR-REL-KEY      PIC X(10).
           05  WS-CUR-ACCT         PIC X(10).
      *-- Change: Account the household's statement notice is
      *           addressed to - the first met in account order
           05  WS-REL-LETTER-ACCT  PIC X(10).
           05  WS-ACCT-VALUE       PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-ACCT-CASH        PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-REL-VALUE        PIC S9(15)V99 COMP-3 VALUE ZERO.
           OPEN INPUT RELATIONSHIP-FILE
           OPEN INPUT PARM-FILE
           OPEN OUTPUT STATEMENT-FILE
           OPEN EXTEND TRIGGER-FILE

           IF NOT WS-SUCCESS-STATUS
              OR NOT (WS-REL-SUCCESS OR WS-REL-NOT-LOADED)
              OR NOT WS-PARM-SUCCESS
              OR NOT WS-STMT-SUCCESS
              OR NOT WS-TRIGGER-SUCCESS
               DISPLAY 'PORTRSTM: FILE OPEN ERROR - PORT='
                       WS-FILE-STATUS ' REL=' WS-REL-STATUS
                       ' PARM=' WS-PARM-STATUS
                       ' STMT=' WS-STMT-STATUS
                       ' TRIGGER=' WS-TRIGGER-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
               IF WS-DTL-UNPRINTED (WS-DTL-SCAN)
                   MOVE WS-DTL-REL-KEY (WS-DTL-SCAN)
                       TO WS-CUR-REL-KEY
                   MOVE WS-DTL-ACCT (WS-DTL-SCAN)
                       TO WS-REL-LETTER-ACCT
                   PERFORM 2600-PRINT-ONE-RELATIONSHIP
               END-IF
               SET WS-DTL-SCAN UP BY 1
           END-IF

           PERFORM 2800-WRITE-RELATIONSHIP-TOTAL
      *-- Change: A mapped household is told its statement is ready;
      *           a relationship of one is keyed by its own account
      *           and PORTSTMT already notified it
           IF WS-CUR-REL-KEY NOT = WS-REL-LETTER-ACCT
               PERFORM 8200-WRITE-LETTER-TRIGGER
           END-IF
           .

       2650-WRITE-DETAIL-LINE.
       3000-TERMINATE.
           CLOSE PORTFOLIO-FILE
                 STATEMENT-FILE
                 TRIGGER-FILE

           DISPLAY 'Statements produced: ' WS-STATEMENT-COUNT
           DISPLAY 'Portfolios listed:   ' WS-PORTFOLIO-COUNT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .

      *-- Change: New paragraph - append the household statement
      *           notice trigger for PORTCORR with the relationship
      *           totals and the relationship id as its reference
       8200-WRITE-LETTER-TRIGGER.
           MOVE SPACES TO LETTER-TRIGGER-RECORD
           SET LTRG-REL-STATEMENT TO TRUE
           MOVE SPACES TO LTRG-PORTFOLIO-ID
           MOVE WS-REL-LETTER-ACCT TO LTRG-ACCOUNT-NO
           MOVE WS-STMT-DATE TO LTRG-EVENT-DATE
           MOVE WS-STMT-DATE TO LTRG-REF-DATE
           MOVE WS-REL-VALUE TO LTRG-AMOUNT-1
           MOVE WS-REL-CASH TO LTRG-AMOUNT-2
           MOVE WS-CUR-REL-KEY TO LTRG-REFERENCE
           MOVE WS-PROGRAM-NAME TO LTRG-PROGRAM

           WRITE LETTER-TRIGGER-RECORD
           IF NOT WS-TRIGGER-SUCCESS
               DISPLAY 'Warning: letter trigger write failed, '
                       'status=' WS-TRIGGER-STATUS ' for relationship='
                       WS-CUR-REL-KEY
           END-IF
           .
