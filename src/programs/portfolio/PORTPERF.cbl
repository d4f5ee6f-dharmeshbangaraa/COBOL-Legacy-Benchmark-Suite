      *             deposit does not masquerade as investment
      *             performance. Portfolio worth is snapshot value
      *             plus cash; external flows are the 'O' opening
      *             and 'D'/'W'/'U'/'R'/'T' client movements - fees and
      *             interest stay in the return, which is what a
      *             client actually earned net. Positions moved in
      *             kind by PORTXFER carry no cash, so their 'T'
      *             HOLDJRNL records are external flows too, valued
      *             at quantity times the transfer price - out of
      *             the source, into the target. Returns use the
      *             simple Dietz form: (end - start - flows) over
      *             (start + half the flows); a period with no
      *             usable denominator reports N/A rather than a
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2024-12-07 DLB           Initial Creation
      * 2025-01-20 DLB           'U' refund and 'R' returned-payment
      *                          ledger codes counted as external
      *                          flows, like the withdrawal they
      *                          pay out or reverse
      * 2025-01-29 DLB           'T' account transfer legs counted as
      *                          external flows - cash moved to or
      *                          from another account is not return
      * 2025-02-14 DLB           In-kind transfer positions off the
      *                          HOLDJRNL 'T' records counted as
      *                          external flows, like the 'T' cash
      *                          legs - a position received from
      *                          another account is not return
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTPERF.

      *-- Report parameter card - the business date returns are
      *           measured to
      *-- Holdings movement journal - scanned once for the in-kind
      *           transfer flows
           SELECT HOLD-JOURNAL-FILE
               ASSIGN TO HOLDJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HJNL-STATUS.

           SELECT PARM-FILE
               ASSIGN TO PERFPARM
               ORGANIZATION IS SEQUENTIAL
       FD  LEDGER-FILE.
           COPY CLGRREC.

       FD  HOLD-JOURNAL-FILE.
           COPY HJNLREC.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PRF-REPORT-DATE         PIC 9(8).
           05  WS-ERROR            PIC S9(4) VALUE +8.
      *-- Ceiling on distinct portfolios carried in the flow table
           05  WS-MAX-FLOWS        PIC 9(4) VALUE 2000.
      *-- Ceiling on distinct portfolio ids with in-kind flows
           05  WS-MAX-INKIND       PIC 9(4) VALUE 1000.

      *-- External cash flows per portfolio, accumulated off the
      *           ledger before the snapshot pass: one bucket per
               10  WS-FLW-QTD      PIC S9(13)V99 COMP-3.
               10  WS-FLW-YTD      PIC S9(13)V99 COMP-3.

      *-- In-kind transfer flows per portfolio id, off the movement
      *           journal - HOLDFILE, and so the journal, is keyed by
      *           the portfolio id alone
       01  WS-INKIND-TABLE.
           05  WS-INKIND-COUNT     PIC 9(4) VALUE ZERO.
           05  WS-INKIND-ENTRY OCCURS 1000 TIMES
                                  INDEXED BY WS-IKF-IDX.
               10  WS-IKF-PORT-ID  PIC X(8).
               10  WS-IKF-MTD      PIC S9(13)V99 COMP-3.
               10  WS-IKF-QTD      PIC S9(13)V99 COMP-3.
               10  WS-IKF-YTD      PIC S9(13)V99 COMP-3.

       01  WS-SWITCHES.
           05  WS-SNAP-STATUS      PIC X(02).
               88  WS-SNAP-SUCCESS      VALUE '00'.
           05  WS-CLGR-STATUS      PIC X(02).
               88  WS-CLGR-SUCCESS      VALUE '00'.

           05  WS-HJNL-STATUS      PIC X(02).
               88  WS-HJNL-SUCCESS      VALUE '00'.

           05  WS-PARM-STATUS      PIC X(02).
               88  WS-PARM-SUCCESS      VALUE '00'.

           05  WS-FLOW-FULL-SW     PIC X VALUE 'N'.
               88  FLOW-TABLE-FULL     VALUE 'Y'.

           05  WS-HJNL-EOF-SW      PIC X VALUE 'N'.
               88  HJNL-AT-EOF         VALUE 'Y'.

           05  WS-INKIND-FOUND-SW  PIC X VALUE 'N'.
               88  INKIND-FOUND        VALUE 'Y'.
               88  INKIND-NOT-FOUND    VALUE 'N'.

           05  WS-INKIND-FULL-SW   PIC X VALUE 'N'.
               88  INKIND-TABLE-FULL   VALUE 'Y'.

      *-- Switch telling whether the current portfolio group has
      *           any snapshot at or before the report date at all
           05  WS-HAVE-END-SW      PIC X VALUE 'N'.
           05  WS-MTD-TEXT         PIC X(9).
           05  WS-QTD-TEXT         PIC X(9).
           05  WS-YTD-TEXT         PIC X(9).
      *-- One in-kind movement - signed quantity and its value at
      *           the transfer price
           05  WS-INKIND-QTY       PIC S9(9)V999 COMP-3 VALUE ZERO.
           05  WS-INKIND-VALUE     PIC S9(13)V99 COMP-3 VALUE ZERO.
      *-- Print-staging edit fields
           05  WS-PCT-EDIT         PIC -(4)9.99.
           05  WS-WORTH-EDIT       PIC -(13)9.99.

           OPEN INPUT SNAPSHOT-FILE
           OPEN INPUT LEDGER-FILE
           OPEN INPUT HOLD-JOURNAL-FILE
           OPEN INPUT PARM-FILE
           OPEN OUTPUT REPORT-FILE

           IF NOT WS-SNAP-SUCCESS
              OR NOT WS-CLGR-SUCCESS
              OR NOT WS-HJNL-SUCCESS
              OR NOT WS-PARM-SUCCESS
              OR NOT WS-REPORT-SUCCESS
               DISPLAY 'PORTPERF: FILE OPEN ERROR - SNAP='
                       WS-SNAP-STATUS ' CLGR=' WS-CLGR-STATUS
                       ' HJNL=' WS-HJNL-STATUS
                       ' PARM=' WS-PARM-STATUS
                       ' REPORT=' WS-REPORT-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
           PERFORM 1100-READ-PARM-CARD
           PERFORM 1300-DERIVE-PERIOD-STARTS
           PERFORM 1400-LOAD-EXTERNAL-FLOWS
           PERFORM 1500-LOAD-INKIND-FLOWS
           PERFORM 1200-WRITE-REPORT-HEADINGS
           PERFORM 2900-READ-SNAPSHOT
           .
      *           flow ('O' opening, 'D' deposit, 'W' withdrawal -
      *           already signed) into the portfolio's period
      *           buckets; fees and interest stay in the return
      *-- Change: 'U' refund and 'R' returned payment are client
      *           money leaving and coming back, not performance
       1400-LOAD-EXTERNAL-FLOWS.
           PERFORM 1450-FOLD-ONE-FLOW
              UNTIL CLGR-AT-EOF
                   SET CLGR-AT-EOF TO TRUE
               NOT AT END
                   IF (CLGR-OPENING OR CLGR-DEPOSIT
                       OR CLGR-WITHDRAWAL OR CLGR-REFUND
                       OR CLGR-RETURNED-PAYMENT
      *-- Change: Account transfer legs are client movements too
                       OR CLGR-TRANSFER)
                      AND CLGR-AMOUNT IS NUMERIC
                      AND CLGR-POST-DATE NOT < WS-YEAR-START
                      AND CLGR-POST-DATE NOT > WS-REPORT-DATE
           END-IF
           .

      *-- One pass of the movement journal, folding each in-kind
      *           transfer record into its portfolio id's period
      *           buckets. The position moves at the source's last
      *           price: the source record's before price going out,
      *           and coming in the price the target carries after
      *           the move (the same price unless it already held a
      *           fresher one)
       1500-LOAD-INKIND-FLOWS.
           PERFORM 1550-FOLD-ONE-INKIND-FLOW
              UNTIL HJNL-AT-EOF
           CLOSE HOLD-JOURNAL-FILE
           .

       1550-FOLD-ONE-INKIND-FLOW.
           READ HOLD-JOURNAL-FILE
               AT END
                   SET HJNL-AT-EOF TO TRUE
               NOT AT END
                   IF HJNL-TRANSFER
                      AND HJNL-BEFORE-QTY IS NUMERIC
                      AND HJNL-AFTER-QTY IS NUMERIC
                      AND HJNL-BEFORE-PRICE IS NUMERIC
                      AND HJNL-AFTER-PRICE IS NUMERIC
                      AND HJNL-BUSINESS-DATE NOT < WS-YEAR-START
                      AND HJNL-BUSINESS-DATE NOT > WS-REPORT-DATE
                       COMPUTE WS-INKIND-QTY =
                           HJNL-AFTER-QTY - HJNL-BEFORE-QTY
                       IF WS-INKIND-QTY < ZERO
                           COMPUTE WS-INKIND-VALUE ROUNDED =
                               WS-INKIND-QTY * HJNL-BEFORE-PRICE
                       ELSE
                           COMPUTE WS-INKIND-VALUE ROUNDED =
                               WS-INKIND-QTY * HJNL-AFTER-PRICE
                       END-IF
                       IF WS-INKIND-VALUE NOT = ZERO
                           PERFORM 1570-ADD-INKIND-TO-TABLE
                       END-IF
                   END-IF
           END-READ
           .

       1570-ADD-INKIND-TO-TABLE.
           SET INKIND-NOT-FOUND TO TRUE
           SET WS-IKF-IDX TO 1
           PERFORM UNTIL WS-IKF-IDX > WS-INKIND-COUNT
              OR INKIND-FOUND
               IF WS-IKF-PORT-ID (WS-IKF-IDX) = HJNL-PORTFOLIO-ID
                   SET INKIND-FOUND TO TRUE
               ELSE
                   SET WS-IKF-IDX UP BY 1
               END-IF
           END-PERFORM

           IF INKIND-NOT-FOUND
               IF WS-INKIND-COUNT < WS-MAX-INKIND
                   ADD 1 TO WS-INKIND-COUNT
                   SET WS-IKF-IDX TO WS-INKIND-COUNT
                   MOVE HJNL-PORTFOLIO-ID TO WS-IKF-PORT-ID (WS-IKF-IDX)
                   MOVE ZERO TO WS-IKF-MTD (WS-IKF-IDX)
                   MOVE ZERO TO WS-IKF-QTD (WS-IKF-IDX)
                   MOVE ZERO TO WS-IKF-YTD (WS-IKF-IDX)
                   SET INKIND-FOUND TO TRUE
               ELSE
                   IF NOT INKIND-TABLE-FULL
                       SET INKIND-TABLE-FULL TO TRUE
                       DISPLAY 'PORTPERF: in-kind flow table full at '
                               WS-MAX-INKIND ' - returns beyond it '
                               'are not adjusted for transfers'
                       MOVE WS-ERROR TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF

           IF INKIND-FOUND
               ADD WS-INKIND-VALUE TO WS-IKF-YTD (WS-IKF-IDX)
               IF HJNL-BUSINESS-DATE NOT < WS-QUARTER-START
                   ADD WS-INKIND-VALUE TO WS-IKF-QTD (WS-IKF-IDX)
               END-IF
               IF HJNL-BUSINESS-DATE NOT < WS-MONTH-START
                   ADD WS-INKIND-VALUE TO WS-IKF-MTD (WS-IKF-IDX)
               END-IF
           END-IF
           .

       1200-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO REPORT-RECORD
           STRING 'PORTPERF - TIME-WEIGHTED PERFORMANCE TO '
           ELSE
               ADD 1 TO WS-PORTFOLIO-COUNT
               PERFORM 2600-LOOKUP-FLOW-ENTRY
               PERFORM 2650-LOOKUP-INKIND-ENTRY

               MOVE WS-MTD-BASE TO WS-PERIOD-BASE
               IF FLOW-FOUND
               ELSE
                   MOVE ZERO TO WS-PERIOD-FLOW
               END-IF
               IF INKIND-FOUND
                   ADD WS-IKF-MTD (WS-IKF-IDX) TO WS-PERIOD-FLOW
               END-IF
               PERFORM 2700-COMPUTE-ONE-RETURN
               MOVE WS-PCT-TEXT TO WS-MTD-TEXT

               ELSE
                   MOVE ZERO TO WS-PERIOD-FLOW
               END-IF
               IF INKIND-FOUND
                   ADD WS-IKF-QTD (WS-IKF-IDX) TO WS-PERIOD-FLOW
               END-IF
               PERFORM 2700-COMPUTE-ONE-RETURN
               MOVE WS-PCT-TEXT TO WS-QTD-TEXT

               ELSE
                   MOVE ZERO TO WS-PERIOD-FLOW
               END-IF
               IF INKIND-FOUND
                   ADD WS-IKF-YTD (WS-IKF-IDX) TO WS-PERIOD-FLOW
               END-IF
               PERFORM 2700-COMPUTE-ONE-RETURN
               MOVE WS-PCT-TEXT TO WS-YTD-TEXT

           END-PERFORM
           .

      *-- In-kind flows are held by portfolio id - the first eight
      *           bytes of the snapshot key
       2650-LOOKUP-INKIND-ENTRY.
           SET INKIND-NOT-FOUND TO TRUE
           SET WS-IKF-IDX TO 1
           PERFORM UNTIL WS-IKF-IDX > WS-INKIND-COUNT
              OR INKIND-FOUND
               IF WS-IKF-PORT-ID (WS-IKF-IDX) = WS-CUR-KEY(1:8)
                   SET INKIND-FOUND TO TRUE
               ELSE
                   SET WS-IKF-IDX UP BY 1
               END-IF
           END-PERFORM
           .

      *-- Simple Dietz return for one period: the flow-adjusted
      *           gain over the flow-weighted base. No usable
      *           denominator (a dormant zero-value book, or a
