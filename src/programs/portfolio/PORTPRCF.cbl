      *                          is not client activity, and the
      *                          truncated tick time was corrupting
      *                          the dormancy-review date
      * 2025-02-10 DLB           An applied security tick appends a
      *                          HOLDJRNL movement journal record
      *                          (shared HJNLREC layout) with the
      *                          position's before/after price
      * 2025-02-12 DLB           An applied portfolio-level tick is
      *                          journaled too, under a blank
      *                          security id, as PORTUPDT's is
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTPRCF.
               RECORD KEY IS SEC-ID
               FILE STATUS IS WS-SECM-STATUS.

      *-- Holdings movement journal - one record per position a
      *           tick reprices, accumulating across runs
           SELECT HOLD-JOURNAL-FILE
               ASSIGN TO HOLDJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HJNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PORTFOLIO-FILE.
       FD  HOLDINGS-FILE.
           COPY HOLDREC.

       FD  HOLD-JOURNAL-FILE.
           COPY HJNLREC.

       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           05  RNP-KEYWORD        PIC X(10).
           05  WS-HOLD-STATUS      PIC X(02).
               88  WS-HOLD-SUCCESS      VALUE '00'.

           05  WS-HJNL-STATUS      PIC X(02).
               88  WS-HJNL-SUCCESS      VALUE '00'.

           05  WS-SECM-STATUS      PIC X(02).
               88  WS-SECM-SUCCESS      VALUE '00'.
               88  WS-SECM-NOT-FND      VALUE '23'.
           OPEN INPUT FX-RATE-FILE
           OPEN I-O   HOLDINGS-FILE
           OPEN INPUT SECURITY-FILE
           OPEN EXTEND HOLD-JOURNAL-FILE

           IF NOT WS-SUCCESS-STATUS OR
              NOT WS-PRICEFEED-SUCCESS OR
              NOT WS-PHIST-SUCCESS OR
              NOT WS-FXRATE-SUCCESS OR
              NOT WS-HOLD-SUCCESS OR
              NOT WS-SECM-SUCCESS OR
              NOT WS-HJNL-SUCCESS
               DISPLAY 'PORTPRCF: FILE OPEN ERROR - '
                       'PORT=' WS-FILE-STATUS
                       ' PRICEFEED=' WS-PRICEFEED-STATUS
                       ' FXRATE=' WS-FXRATE-STATUS
                       ' HOLD=' WS-HOLD-STATUS
                       ' SECM=' WS-SECM-STATUS
                       ' HJNL=' WS-HJNL-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK

       1650-UPDATE-PORTFOLIO-PRICE.
           MOVE PORT-RECORD TO WS-AUDIT-BEFORE
           PERFORM 8330-STAGE-BLENDED-BEFORE
      *-- PORT-LAST-MAINT deliberately untouched - a vendor tick is
      *           not client activity (see PORTUPDT's 1650)
           MOVE WS-PRICEFEED-PRICE TO PORT-REALTIME-PRICE
           MOVE WS-PRICEFEED-TIME TO PORT-REALTIME-TIME
           COMPUTE PORT-TOTAL-VALUE ROUNDED =
               PORT-HOLDINGS-QTY * PORT-REALTIME-PRICE
           MOVE PORT-REALTIME-PRICE TO HJNL-AFTER-PRICE
           REWRITE PORT-RECORD
           IF WS-SUCCESS-STATUS
               ADD 1 TO WS-PF-APPLIED-COUNT
               SET PHIST-APPLIED TO TRUE
               PERFORM 1680-ARCHIVE-PRICEFEED-TICK
               PERFORM 8000-WRITE-AUDIT-RECORD
               PERFORM 8320-WRITE-HOLD-JOURNAL
           ELSE
               DISPLAY 'Price feed REWRITE failed for '
                       WS-PRICEFEED-PORTID

       1655-UPDATE-POSITION-PRICE.
           MOVE PORT-RECORD TO WS-AUDIT-BEFORE
      *-- Stage the journal images now - the rollup browse
      *           overwrites the position record before the master
      *           REWRITE decides whether the tick stands
           PERFORM 8300-STAGE-JOURNAL-BEFORE
           MOVE WS-PRICEFEED-PRICE TO HOLD-LAST-PRICE
           MOVE WS-PRICEFEED-TIME TO HOLD-LAST-PRICE-TIME
           MOVE HOLD-QTY TO HJNL-AFTER-QTY
           MOVE HOLD-LAST-PRICE TO HJNL-AFTER-PRICE
           SET HJNL-PRICE-TICK TO TRUE
           REWRITE HOLDINGS-RECORD
           IF NOT WS-HOLD-SUCCESS
               DISPLAY 'Holdings REWRITE failed for '
                   SET PHIST-APPLIED TO TRUE
                   PERFORM 1680-ARCHIVE-PRICEFEED-TICK
                   PERFORM 8000-WRITE-AUDIT-RECORD
      *-- The tick stands - journal the position's move
                   PERFORM 8320-WRITE-HOLD-JOURNAL
               ELSE
                   DISPLAY 'Price feed REWRITE failed for '
                           WS-PRICEFEED-PORTID
                 PRICE-HISTORY-FILE
                 HOLDINGS-FILE
                 SECURITY-FILE
                 HOLD-JOURNAL-FILE

           DISPLAY 'Price feed applied: ' WS-PF-APPLIED-COUNT
           DISPLAY 'Price feed rejected: ' WS-PF-REJECTED-COUNT
                       WS-AUDIT-STATUS ' for key=' WS-AUDIT-KEY
           END-IF
           .

      *-- Stage a movement journal record from the position as it
      *           stands before the tick: key, quantity and price as
      *           the before image
       8300-STAGE-JOURNAL-BEFORE.
           MOVE SPACES TO HOLD-JOURNAL-RECORD
           INITIALIZE HOLD-JOURNAL-RECORD
           MOVE HOLD-PORTFOLIO-ID TO HJNL-PORTFOLIO-ID
           MOVE HOLD-SECURITY-ID TO HJNL-SECURITY-ID
           MOVE HOLD-QTY TO HJNL-BEFORE-QTY
           MOVE HOLD-LAST-PRICE TO HJNL-BEFORE-PRICE
           SET HJNL-CHANGED TO TRUE
           .

      *-- The blended portfolio-level position has no HOLDFILE
      *           record - journal it under a blank security id off
      *           the master's holdings quantity and real-time price;
      *           a tick moves its price alone
       8330-STAGE-BLENDED-BEFORE.
           MOVE SPACES TO HOLD-JOURNAL-RECORD
           INITIALIZE HOLD-JOURNAL-RECORD
           MOVE PORT-ID TO HJNL-PORTFOLIO-ID
           MOVE SPACES TO HJNL-SECURITY-ID
           MOVE PORT-HOLDINGS-QTY TO HJNL-BEFORE-QTY
                                     HJNL-AFTER-QTY
           MOVE PORT-REALTIME-PRICE TO HJNL-BEFORE-PRICE
           SET HJNL-CHANGED TO TRUE
           SET HJNL-PRICE-TICK TO TRUE
           .

      *-- Append the staged journal record under the cycle's
      *           business date - a tick at the price already on the
      *           position moved nothing and is not journaled
       8320-WRITE-HOLD-JOURNAL.
           IF HJNL-AFTER-PRICE NOT = HJNL-BEFORE-PRICE
               MOVE CYCL-BUSINESS-DATE TO HJNL-BUSINESS-DATE
               ACCEPT HJNL-POST-DATE FROM DATE YYYYMMDD
               ACCEPT HJNL-POST-TIME FROM TIME
               MOVE WS-PROGRAM-NAME TO HJNL-PROGRAM
               WRITE HOLD-JOURNAL-RECORD
               IF NOT WS-HJNL-SUCCESS
                   DISPLAY 'Holdings journal WRITE failed, status='
                           WS-HJNL-STATUS ' for '
                           HJNL-PORTFOLIO-ID ' ' HJNL-SECURITY-ID
                   MOVE WS-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF
           .
