      *                          SECFILE security master printed
      *                          under each position's detail line,
      *                          so the desk stops decoding raw ids
      * 2025-02-03 DLB           Desk override prices (PHIST-
      *                          OVERRIDE) count as the position's
      *                          price for the day and prior close,
      *                          and a position priced by override
      *                          is flagged OVERRIDE
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHISTRPT.
           05  WS-REJECTED-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-SKIPPED-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-NOTFOUND-COUNT   PIC 9(5) VALUE ZERO.
      *-- Change: Desk override prices the position took that day
           05  WS-OVERRIDE-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-VARIANCE-PCT     PIC S9(5)V99 VALUE ZERO.
           05  WS-FLAG-TEXT        PIC X(12).
      *-- Description resolved off the security master for the
           05  WS-TOT-REJECTED     PIC 9(7) VALUE ZERO.
           05  WS-TOT-SKIPPED      PIC 9(7) VALUE ZERO.
           05  WS-TOT-NOTFOUND     PIC 9(7) VALUE ZERO.
           05  WS-TOT-OVERRIDE     PIC 9(7) VALUE ZERO.
      *-- Print-staging edit fields
           05  WS-PRICE-EDIT-O     PIC -(7)9.99.
           05  WS-PRICE-EDIT-H     PIC -(7)9.99.
                        WS-REJECTED-COUNT
                        WS-SKIPPED-COUNT
                        WS-NOTFOUND-COUNT
                        WS-OVERRIDE-COUNT
           SET FIRST-APPLIED-TICK TO TRUE
           .

      *           Applied ticks dated before the report date roll the
      *           prior close forward; only report-date ticks count
      *           toward the day's statistics
      *-- Change: A desk override price is the position's price in
      *           force just as an applied tick is
       2200-ACCUMULATE-TICK.
           MOVE PHIST-TIMESTAMP(1:8) TO WS-TICK-DATE

           IF WS-TICK-DATE < WS-REPORT-DATE
               IF PHIST-APPLIED OR PHIST-OVERRIDE
                   MOVE PHIST-PRICE TO WS-PRIOR-CLOSE
               END-IF
           ELSE
                           ADD 1 TO WS-SKIPPED-COUNT
                       WHEN PHIST-NOT-FOUND
                           ADD 1 TO WS-NOTFOUND-COUNT
                       WHEN PHIST-OVERRIDE
                           ADD 1 TO WS-OVERRIDE-COUNT
                           PERFORM 2300-TRACK-APPLIED-PRICE
                   END-EVALUATE
               END-IF
           END-IF
              AND WS-REJECTED-COUNT = ZERO
              AND WS-SKIPPED-COUNT = ZERO
              AND WS-NOTFOUND-COUNT = ZERO
              AND WS-OVERRIDE-COUNT = ZERO
      *-- No activity on the report date - nothing to report
               CONTINUE
           ELSE
               ADD WS-REJECTED-COUNT TO WS-TOT-REJECTED
               ADD WS-SKIPPED-COUNT TO WS-TOT-SKIPPED
               ADD WS-NOTFOUND-COUNT TO WS-TOT-NOTFOUND
               ADD WS-OVERRIDE-COUNT TO WS-TOT-OVERRIDE
               PERFORM 2600-DERIVE-VARIANCE-FLAG
               PERFORM 2700-WRITE-DETAIL-LINE
               PERFORM 2750-WRITE-DESCRIPTION-LINE
           END-IF
           .

      *-- Change: A position priced by desk override is flagged as
      *           such unless a variance or rejection flag outranks it
       2600-DERIVE-VARIANCE-FLAG.
           MOVE ZERO TO WS-VARIANCE-PCT
           MOVE SPACES TO WS-FLAG-TEXT

           IF (WS-APPLIED-COUNT > ZERO OR WS-OVERRIDE-COUNT > ZERO)
              AND WS-PRIOR-CLOSE NOT = ZERO
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   ((WS-CLOSE-PRICE - WS-PRIOR-CLOSE) /
                    WS-PRIOR-CLOSE) * 100
           END-IF

           IF WS-APPLIED-COUNT = ZERO AND WS-REJECTED-COUNT > ZERO
              AND WS-OVERRIDE-COUNT = ZERO
               MOVE 'ALL REJECTED' TO WS-FLAG-TEXT
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF

           IF WS-OVERRIDE-COUNT > ZERO AND WS-FLAG-TEXT = SPACES
               MOVE 'OVERRIDE' TO WS-FLAG-TEXT
           END-IF
           .

       2700-WRITE-DETAIL-LINE.
                  WS-TOT-SKIPPED          DELIMITED BY SIZE
                  '  NOT FOUND='          DELIMITED BY SIZE
                  WS-TOT-NOTFOUND         DELIMITED BY SIZE
                  '  OVERRIDE='           DELIMITED BY SIZE
                  WS-TOT-OVERRIDE         DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
