      *                          STATUS - unknown and non-trading
      *                          securities reject to suspense
      *                          instead of opening phantom positions
      * 2025-01-08 DLB           'B' buy / 'L' sell trade rules at
      *                          2600: security on master and
      *                          trading, positive quantity and
      *                          price, numeric commission and trade
      *                          date, no sale beyond the quantity
      *                          held, and a buy whose cash moves
      *                          tonight must be covered by
      *                          PORT-CASH-BALANCE
      * 2025-01-17 DLB           Pre-trade restriction check at
      *                          2700: a 'B' or a 'Q' that adds to a
      *                          position may not buy a prohibited
      *                          security, or take the security or
      *                          its asset class past the cap staged
      *                          from the RESTRICT file
      * 2025-02-14 DLB           A trade date must be a real calendar
      *                          date, on or before the run date and
      *                          on or before the settle date - it
      *                          becomes the lot open date the tax
      *                          holding period is measured from
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTVALD.
       01  WS-WORK-AREAS.
           05  WS-NUMERIC-WORK     PIC S9(13)V99.
           05  WS-NEW-STATUS-CD    PIC X(1).
           05  WS-RSTR-ADD-QTY     PIC S9(9)V999 COMP-3.
           05  WS-RSTR-ADD-VALUE   PIC S9(13)V99 COMP-3.
           05  WS-RSTR-POST-SEC    PIC S9(13)V99 COMP-3.
           05  WS-RSTR-POST-CLASS  PIC S9(13)V99 COMP-3.
           05  WS-RSTR-POST-PORT   PIC S9(13)V99 COMP-3.
      *-- Calendar date edit work fields
           05  WS-EDIT-DATE        PIC 9(8).
           05  WS-DATE-INTEGER     PIC S9(9) COMP.
           05  WS-DATE-ROUND-TRIP  PIC 9(8).
           05  WS-DATE-VALID-SW    PIC X(1).
               88  WS-DATE-VALID       VALUE 'Y'.
               88  WS-DATE-INVALID     VALUE 'N'.

       LINKAGE SECTION.
           COPY VALDAREA.
               WHEN 'W'
               WHEN 'F'
                   PERFORM 2400-VALIDATE-CASH-TRANSACTION
      *-- Buy/sell trades - edit the trade detail and the cash the
      *           trade moves; the settlement sweep's release of a
      *           deferred leg takes the cash rules alone
               WHEN 'B'
               WHEN 'L'
                   PERFORM 2600-VALIDATE-TRADE
      *-- Approval of a pending portfolio - requires a second pair
      *           of eyes: the approver named in the transaction must
      *           differ from the submitter recorded at creation
                   MOVE 'UNRECOGNIZED UPDATE ACTION CODE'
                       TO VALD-REASON
           END-EVALUATE

      *-- A transaction that passed every other rule still may not
      *           add to a position beyond the portfolio's written
      *           investment restrictions
           IF VALD-VALID AND VALD-RSTR-STAGED
              AND (VALD-ACTION = 'B' OR VALD-ACTION = 'Q')
               PERFORM 2700-CHECK-RESTRICTIONS
           END-IF
           GOBACK.

       2100-VALIDATE-VALUE-UPDATE.
               END-IF
           END-IF
           .

      *-- Trade rules. A settlement-leg release has already passed
      *           the trade edits on trade date, so it only faces the
      *           funds check a buy's net cost must clear; a full
      *           trade is edited field by field first
       2600-VALIDATE-TRADE.
           IF NOT VALD-CASH-LEG-ONLY
               PERFORM 2610-VALIDATE-TRADE-DETAIL
           END-IF

      *-- A deferred leg is checked for funds by the sweep on its
      *           settlement date, not against tonight's balance
           IF VALD-VALID
              AND VALD-ACTION = 'B'
              AND NOT VALD-CASH-DEFERRED
              AND VALD-TRADE-NET-AMOUNT > PORT-CASH-BALANCE
               SET VALD-INVALID TO TRUE
               MOVE 'INSUFFICIENT FUNDS FOR TRADE'
                   TO VALD-REASON
           END-IF
           .

       2610-VALIDATE-TRADE-DETAIL.
      *-- A trade date given (zero or blank means the run date) must
      *           be a real calendar date
           SET WS-DATE-VALID TO TRUE
           IF VALD-TRD-TRADE-DATE IS NUMERIC
              AND VALD-TRD-TRADE-DATE > ZERO
               MOVE VALD-TRD-TRADE-DATE TO WS-EDIT-DATE
               PERFORM 2620-TEST-CALENDAR-DATE
           END-IF

           EVALUATE TRUE
               WHEN VALD-TRD-SECURITY-ID = SPACES
                   SET VALD-INVALID TO TRUE
                   MOVE 'SECURITY ID REQUIRED FOR TRADE'
                       TO VALD-REASON
               WHEN VALD-SEC-NOT-FOUND
                   SET VALD-INVALID TO TRUE
                   MOVE 'SECURITY NOT ON SECURITY MASTER'
                       TO VALD-REASON
               WHEN VALD-SEC-INACTIVE
                   SET VALD-INVALID TO TRUE
                   MOVE 'SECURITY NOT ACTIVE FOR TRADING'
                       TO VALD-REASON
               WHEN VALD-TRD-QTY NOT NUMERIC
                   SET VALD-INVALID TO TRUE
                   MOVE 'NON-NUMERIC QUANTITY FOR TRADE'
                       TO VALD-REASON
               WHEN VALD-TRD-QTY NOT > ZERO
                   SET VALD-INVALID TO TRUE
                   MOVE 'TRADE QUANTITY NOT POSITIVE'
                       TO VALD-REASON
               WHEN VALD-TRD-PRICE NOT NUMERIC
                   SET VALD-INVALID TO TRUE
                   MOVE 'NON-NUMERIC EXECUTION PRICE'
                       TO VALD-REASON
               WHEN VALD-TRD-PRICE NOT > ZERO
                   SET VALD-INVALID TO TRUE
                   MOVE 'EXECUTION PRICE NOT POSITIVE'
                       TO VALD-REASON
               WHEN VALD-TRD-COMMISSION NOT NUMERIC
                   SET VALD-INVALID TO TRUE
                   MOVE 'NON-NUMERIC COMMISSION FOR TRADE'
                       TO VALD-REASON
               WHEN VALD-TRD-TRADE-DATE NOT NUMERIC
                AND VALD-TRD-TRADE-DATE NOT = SPACES
                   SET VALD-INVALID TO TRUE
                   MOVE 'NON-NUMERIC TRADE DATE'
                       TO VALD-REASON
               WHEN WS-DATE-INVALID
                   SET VALD-INVALID TO TRUE
                   MOVE 'TRADE DATE IS NOT A VALID DATE'
                       TO VALD-REASON
      *-- A trade cannot be dated ahead of the night it is booked,
      *           nor settle before it was struck
               WHEN VALD-TRD-TRADE-DATE IS NUMERIC
                AND VALD-RUN-DATE IS NUMERIC
                AND VALD-RUN-DATE > ZERO
                AND VALD-TRD-TRADE-DATE > VALD-RUN-DATE
                   SET VALD-INVALID TO TRUE
                   MOVE 'TRADE DATE IS AFTER THE RUN DATE'
                       TO VALD-REASON
               WHEN VALD-TRD-TRADE-DATE IS NUMERIC
                AND VALD-TRD-SETTLE-DATE IS NUMERIC
                AND VALD-TRD-SETTLE-DATE > ZERO
                AND VALD-TRD-TRADE-DATE > VALD-TRD-SETTLE-DATE
                   SET VALD-INVALID TO TRUE
                   MOVE 'TRADE DATE IS AFTER THE SETTLE DATE'
                       TO VALD-REASON
      *-- No short sales - a sell may not relieve more than the
      *           position the caller found on file
               WHEN VALD-ACTION = 'L'
                AND VALD-TRD-QTY > VALD-HELD-QTY
                   SET VALD-INVALID TO TRUE
                   MOVE 'SELL QUANTITY EXCEEDS POSITION HELD'
                       TO VALD-REASON
      *-- A sell whose commission swallows the proceeds is a keying
      *           error, not a trade
               WHEN VALD-ACTION = 'L'
                AND VALD-TRADE-NET-AMOUNT NOT > ZERO
                   SET VALD-INVALID TO TRUE
                   MOVE 'COMMISSION EXCEEDS SALE PROCEEDS'
                       TO VALD-REASON
           END-EVALUATE
           .

      *-- Calendar date edit - range checks first, then the
      *           integer-date round trip rejects a day the month
      *           does not have
       2620-TEST-CALENDAR-DATE.
           SET WS-DATE-VALID TO TRUE
           IF WS-EDIT-DATE < 16010101
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

      *-- Pre-trade restriction check. Only the quantity a
      *           transaction adds is tested - a 'B' adds its traded
      *           quantity, a 'Q' the excess of its absolute quantity
      *           over the position held - so a sale or a reduction
      *           is never blocked, even out of a breach. The added
      *           quantity is valued at the staged price; a 'B' also
      *           spends its net cash, so the portfolio after it is
      *           smaller by the commission. Caps compare without a
      *           division: value x 100 against limit x portfolio
       2700-CHECK-RESTRICTIONS.
           IF VALD-ACTION = 'B'
               MOVE VALD-TRD-QTY TO WS-RSTR-ADD-QTY
           ELSE
               COMPUTE WS-RSTR-ADD-QTY =
                   VALD-QTY-AMOUNT - VALD-HELD-QTY
           END-IF

           IF WS-RSTR-ADD-QTY > ZERO
               COMPUTE WS-RSTR-ADD-VALUE ROUNDED =
                   WS-RSTR-ADD-QTY * VALD-RSTR-PRICE
               COMPUTE WS-RSTR-POST-SEC =
                   VALD-RSTR-SEC-VALUE + WS-RSTR-ADD-VALUE
               COMPUTE WS-RSTR-POST-CLASS =
                   VALD-RSTR-CLASS-VALUE + WS-RSTR-ADD-VALUE
               COMPUTE WS-RSTR-POST-PORT =
                   VALD-RSTR-PORT-VALUE + WS-RSTR-ADD-VALUE
               IF VALD-ACTION = 'B'
                   SUBTRACT VALD-TRADE-NET-AMOUNT
                       FROM WS-RSTR-POST-PORT
               END-IF

               EVALUATE TRUE
                   WHEN VALD-RSTR-PROHIBITED
                       SET VALD-INVALID TO TRUE
                       MOVE 'RESTRICTION BREACH - PROHIBITED SECURITY'
                           TO VALD-REASON
                   WHEN WS-RSTR-POST-PORT NOT > ZERO
                       CONTINUE
                   WHEN VALD-RSTR-SEC-LIMIT-PCT > ZERO
                    AND WS-RSTR-POST-SEC * 100 >
                        VALD-RSTR-SEC-LIMIT-PCT * WS-RSTR-POST-PORT
                       SET VALD-INVALID TO TRUE
                       MOVE 'RESTRICTION BREACH - SECURITY LIMIT'
                           TO VALD-REASON
                   WHEN VALD-RSTR-CLASS-LIMIT-PCT > ZERO
                    AND WS-RSTR-POST-CLASS * 100 >
                        VALD-RSTR-CLASS-LIMIT-PCT * WS-RSTR-POST-PORT
                       SET VALD-INVALID TO TRUE
                       MOVE 'RESTRICTION BREACH - ASSET CLASS LIMIT'
                           TO VALD-REASON
               END-EVALUATE
           END-IF
           .
