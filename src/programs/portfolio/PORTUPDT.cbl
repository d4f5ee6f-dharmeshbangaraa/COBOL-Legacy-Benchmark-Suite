      *                          deferrals so PENDSETL(0) is always
      *                          the complete set; a 'Q' whose
      *                          holdings apply failed now acks 'R'
      * 2025-01-08 DLB           'B' buy / 'L' sell trades: the
      *                          position moves by the traded
      *                          quantity, lots open at execution
      *                          price plus commission and relieve
      *                          at price less commission, dated to
      *                          the trade date; the net cash leg
      *                          posts through the cash ledger
      *                          tonight or defers to PENDSETL for
      *                          the PORTSETL sweep on its settle
      *                          date; each applied trade checkpoints
      * 2025-01-13 DLB           A deferred cash leg (D/W/F or a
      *                          trade's) whose settle date is a
      *                          weekend or HOLCAL holiday is
      *                          rejected to suspense - PORTSETL
      *                          would never sweep it on that date
      * 2025-01-17 DLB           Pre-trade restriction check: a buy,
      *                          or a 'Q' naming a security, stages
      *                          the portfolio's RESTRICT file limits
      *                          and current security/asset-class/
      *                          portfolio values for PORTVALD, so a
      *                          breach rejects to suspense with a
      *                          restriction reason
      * 2025-02-10 DLB           Every HOLDFILE position written,
      *                          rewritten or deleted - 'Q', trade
      *                          and security tick - appends a
      *                          HOLDJRNL movement journal record
      *                          (shared HJNLREC layout) with the
      *                          before/after quantity and price
      * 2025-02-12 DLB           The blended portfolio-level position
      *                          (portfolio tick, blank-security 'Q',
      *                          value back-solve) is journaled too,
      *                          under a blank security id, so the
      *                          PORTRFWD roll-forward proof can
      *                          explain every PORT-TOTAL-VALUE move
      * 2025-02-14 DLB           A restart carries the failed step's
      *                          own 'B'/'L' trade cash legs over off
      *                          PENDPRV instead of recomputing them
      *                          off the skipped records - a trade
      *                          the failed step rejected has no leg.
      *                          Run date and settle date staged for
      *                          the PORTVALD trade date edits
      * 2025-02-14 DLB           Holdings journal post date taken from
      *                          the run date, as the cash ledger and
      *                          snapshot are, not the clock at write
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTUPDT.
               ASSIGN TO GAINREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GAIN-STATUS.
      *-- Change: Added investment restriction file - the written
      *           restrictions a buy or 'Q' is checked against
      *           pre-trade, browsed by scope
           SELECT RESTRICTION-FILE
               ASSIGN TO RSTRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSTR-KEY
               FILE STATUS IS WS-RSTR-STATUS.
      *-- Change: Added pending-settlement file - cash legs dated
      *           to settle after the run date land here for the
      *           PORTSETL daily sweep
               ASSIGN TO PENDSETL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SETL-STATUS.
      *-- Change: The failed step's pending-settlement generation,
      *           read on a restart only - its trade cash legs are
      *           the ones the failed attempt actually wrote
           SELECT PRIOR-SETTLE-FILE
               ASSIGN TO PENDPRV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PSETL-STATUS.
      *-- Change: Added cash ledger - one record per applied cash
      *           transaction, shared layout with every posting
      *           program
               ASSIGN TO CUSTACK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
      *-- Change: Added holdings movement journal - one record per
      *           HOLDFILE position change, accumulating across runs
           SELECT HOLD-JOURNAL-FILE
               ASSIGN TO HOLDJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HJNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-- Change: Pending-settlement record - layout carved out to
      *           the SETLREC copybook the PORTSETL sweep reads
      *           back through
       FD  RESTRICTION-FILE.
           COPY RSTRREC.

       FD  PENDING-SETTLE-FILE.
           COPY SETLREC.
      *-- Change: Prior pending-settlement record - SETLREC layout,
      *           only the action byte is looked at
       FD  PRIOR-SETTLE-FILE.
       01  PRIOR-SETTLE-RECORD.
           05  PRIOR-SETL-KEY          PIC X(18).
           05  PRIOR-SETL-ACTION       PIC X(1).
               88  PRIOR-SETL-TRADE-LEG   VALUE 'B' 'L'.
           05  FILLER                  PIC X(66).
      *-- Change: Cash ledger record - shared CLGRREC layout
       FD  CASH-LEDGER-FILE.
           COPY CLGRREC.
               10  ACK-CTL-ACCEPT-COUNT  PIC 9(7).
               10  ACK-CTL-REJECT-COUNT  PIC 9(7).
               10  FILLER                PIC X(39).
      *-- Change: Holdings movement journal record - shared HJNLREC
      *           layout
       FD  HOLD-JOURNAL-FILE.
           COPY HJNLREC.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *-- Change: Add pending-settlement file status
           05  WS-SETL-STATUS      PIC X(02).
               88  WS-SETL-SUCCESS      VALUE '00'.
      *-- Change: Add prior pending-settlement file status
           05  WS-PSETL-STATUS     PIC X(02).
               88  WS-PSETL-SUCCESS     VALUE '00'.
           05  WS-PSETL-EOF-SW     PIC X VALUE 'N'.
               88  PSETL-AT-EOF        VALUE 'Y'.
      *-- Change: Add cash ledger file status
           05  WS-CLGR-STATUS      PIC X(02).
               88  WS-CLGR-SUCCESS      VALUE '00'.
      *-- Change: Add custodian acknowledgment file status
           05  WS-ACK-STATUS       PIC X(02).
               88  WS-ACK-SUCCESS       VALUE '00'.
      *-- Change: Add holdings movement journal file status
           05  WS-HJNL-STATUS      PIC X(02).
               88  WS-HJNL-SUCCESS      VALUE '00'.
      *-- Change: Add investment restriction file status - a RESTRICT
      *           file nothing has been keyed to yet opens '35', and
      *           means no portfolio is restricted
           05  WS-RSTR-STATUS      PIC X(02).
               88  WS-RSTR-SUCCESS      VALUE '00'.
               88  WS-RSTR-NOT-LOADED   VALUE '35'.
           05  WS-RSTR-FILE-SW     PIC X VALUE 'N'.
               88  RSTR-FILE-LOADED    VALUE 'Y'.
      *-- Change: Switches used when browsing one scope's restrictions
      *           and telling whether any of them governs the security
           05  WS-RSTR-BROWSE-EOF-SW PIC X VALUE 'N'.
               88  RSTR-BROWSE-AT-EOF  VALUE 'Y'.
           05  WS-RSTR-RULE-SW     PIC X VALUE 'N'.
               88  RSTR-RULE-FOUND     VALUE 'Y'.
               88  RSTR-RULE-NOT-FOUND VALUE 'N'.
      *-- Change: Switch telling whether the holdings position named
      *           by the current price feed tick is on file
           05  WS-POSITION-FOUND-SW PIC X VALUE 'N'.
           05  WS-LOT-RELIEF-QTY   PIC S9(9)V999 COMP-3.
           05  WS-LOT-NEXT-SEQ     PIC 9(5).
           05  WS-GAIN-AMOUNT      PIC S9(13)V99 COMP-3.
      *-- Change: Date lots open on and reliefs are booked to - the
      *           run date for a 'Q', the trade date for a 'B'/'L'
           05  WS-LOT-DATE         PIC 9(8).
      *-- Change: Trade work fields - the trade date resolved off
      *           the record (zero/blank = run date), quantity,
      *           principal (quantity times execution price), the net
      *           cash the trade moves, and the quantity already held
      *           in the security when the trade was validated
           05  WS-TRADE-DATE       PIC 9(8).
           05  WS-TRADE-QTY        PIC S9(9)V999 COMP-3.
           05  WS-TRADE-PRINCIPAL  PIC S9(13)V99 COMP-3.
           05  WS-TRADE-NET-AMOUNT PIC S9(13)V99 COMP-3.
           05  WS-HELD-QTY         PIC S9(9)V999 COMP-3.
      *-- Change: Last price of the position held, read alongside
      *           its quantity - values the quantity a 'Q' adds for
      *           the restriction check
           05  WS-HELD-PRICE       PIC S9(13)V99 COMP-3.
      *-- Change: Restriction staging - the security the transaction
      *           adds to, its asset class off the security master,
      *           and the scope being browsed (portfolio, then client
      *           type)
           05  WS-RSTR-SECURITY-ID PIC X(9).
           05  WS-RSTR-ASSET-CLASS PIC X(2).
           05  WS-RSTR-SCOPE-TYPE  PIC X(1).
           05  WS-RSTR-SCOPE-ID    PIC X(8).
      *-- Change: Whether the current trade's cash leg moves tonight
      *           or waits on the pending-settlement file
           05  WS-TRADE-CASH-SW    PIC X(1).
               88  TRADE-CASH-NOW      VALUE 'N'.
               88  TRADE-CASH-DEFERRED VALUE 'D'.
      *-- Change: PORTBDAY's verdict on the current record's settle
      *           date, set by 2125-CHECK-SETTLE-DATE
           05  WS-SETTLE-DAY-SW    PIC X(1).
               88  SETTLE-DATE-BUSINESS     VALUE 'Y'.
               88  SETTLE-DATE-NOT-BUSINESS VALUE 'N'.
      *-- Change: Trade counts for the control/summary report
           05  WS-BUY-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-SELL-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-TRADE-LEGS-DEFERRED PIC 9(7) VALUE ZERO.
      *-- Change: Tax-lot counts for the control/summary report -
      *           a relief short of lots is expected for positions
      *           that predate lot tracking, so it is reported, not
      *-- Change: Parameter area for the PORTCYCL cycle-control
      *           subprogram - see CYCLAREA
           COPY CYCLAREA.
      *-- Change: Parameter area for the PORTBDAY business-day
      *           subprogram - see BDAYAREA
           COPY BDAYAREA.
      *-- Change: Work area used to build each AUD-RECORD before write
       01  WS-AUDIT-WORK-AREA.
           05  WS-AUDIT-DATE       PIC 9(08).
      *-- Change: Open custodian acknowledgment file - a fresh
      *           generation per run, transmitted back each morning
           OPEN OUTPUT CUSTACK-FILE
      *-- Change: Open holdings movement journal - accumulates
           OPEN EXTEND HOLD-JOURNAL-FILE
      *-- Change: Open investment restriction file
           OPEN INPUT RESTRICTION-FILE
           IF WS-RSTR-SUCCESS
               SET RSTR-FILE-LOADED TO TRUE
           END-IF

           IF NOT WS-SUCCESS-STATUS OR
              NOT WS-UPDT-SUCCESS OR
              NOT WS-SETL-SUCCESS OR
              NOT WS-CLGR-SUCCESS OR
              NOT WS-SNAP-SUCCESS OR
              NOT WS-ACK-SUCCESS OR
              NOT WS-HJNL-SUCCESS OR
              NOT (WS-RSTR-SUCCESS OR WS-RSTR-NOT-LOADED)
              DISPLAY 'Error opening files: '
                      'PORT=' WS-FILE-STATUS
                      'UPDT=' WS-UPDT-STATUS
                      'CLGR=' WS-CLGR-STATUS
                      'SNAP=' WS-SNAP-STATUS
                      'ACK=' WS-ACK-STATUS
                      'HJNL=' WS-HJNL-STATUS
                      'RSTR=' WS-RSTR-STATUS
              MOVE WS-ERROR TO WS-RETURN-CODE
              PERFORM 3000-TERMINATE
           END-IF
                   SET PRICEFEED-RESTART-IN-PROGRESS TO TRUE
                   DISPLAY 'Restarting update-file pass after key: '
                           WS-RESTART-KEY
                   PERFORM 1065-CARRY-PRIOR-TRADE-LEGS
               END-IF
               OPEN EXTEND CHECKPOINT-FILE
           ELSE
           END-IF
           .

      *-- Change: New paragraph - a trade the failed attempt applied
      *           is skipped by the restart, but this run's fresh
      *           PENDSETL generation supersedes the failed one, so
      *           any trade cash leg it deferred must be carried
      *           over. Copied from what the failed step actually
      *           wrote, not recomputed off the skipped records: a
      *           trade it rejected (unknown security, oversold,
      *           holdings apply failed) wrote no leg and must not
      *           gain one now. A trade is checkpointed before its
      *           leg is written, so every leg on the failed
      *           generation belongs to a record the restart skips
       1065-CARRY-PRIOR-TRADE-LEGS.
           OPEN INPUT PRIOR-SETTLE-FILE
           IF NOT WS-PSETL-SUCCESS
               DISPLAY 'Prior PENDSETL generation not readable, '
                       'status=' WS-PSETL-STATUS
                       ' - skipped trades'' cash legs not carried'
               MOVE WS-ERROR TO WS-RETURN-CODE
           ELSE
               PERFORM UNTIL PSETL-AT-EOF
                   READ PRIOR-SETTLE-FILE
                       AT END
                           SET PSETL-AT-EOF TO TRUE
                       NOT AT END
                           IF PRIOR-SETL-TRADE-LEG
                               MOVE PRIOR-SETTLE-RECORD
                                   TO SETTLEMENT-RECORD
                               PERFORM 1066-WRITE-CARRIED-LEG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIOR-SETTLE-FILE
           END-IF
           .

      *-- Change: New paragraph - one carried trade cash leg
       1066-WRITE-CARRIED-LEG.
           WRITE SETTLEMENT-RECORD
           IF WS-SETL-SUCCESS
               ADD 1 TO WS-TRADE-LEGS-DEFERRED
               DISPLAY 'Trade cash leg carried from failed step for '
                       SETL-ID ' settle date ' SETL-SETTLE-DATE
           ELSE
               DISPLAY 'Pending-settlement WRITE failed, status='
                       WS-SETL-STATUS ' for ' SETL-ID
               MOVE WS-ERROR TO WS-RETURN-CODE
           END-IF
           .

      *-- Change: New paragraph - browse PORTFOLIO-FILE sequentially
      *           and sum PORT-TOTAL-VALUE for the summary report
       1700-COMPUTE-PORTFOLIO-TOTAL.
      *           mirroring what 1650 does for a portfolio-level tick
       1655-UPDATE-POSITION-PRICE.
           MOVE PORT-RECORD TO WS-AUDIT-BEFORE
      *-- Change: Stage the journal images now - the rollup browse
      *           overwrites the position record before the master
      *           REWRITE decides whether the tick stands
           PERFORM 8300-STAGE-JOURNAL-BEFORE
           MOVE WS-PRICEFEED-PRICE TO HOLD-LAST-PRICE
           MOVE WS-PRICEFEED-TIME TO HOLD-LAST-PRICE-TIME
           PERFORM 8310-STAGE-JOURNAL-AFTER
           SET HJNL-PRICE-TICK TO TRUE
           REWRITE HOLDINGS-RECORD
           IF NOT WS-HOLD-SUCCESS
               DISPLAY 'Holdings REWRITE failed for '
                   SET PHIST-APPLIED TO TRUE
                   PERFORM 1680-ARCHIVE-PRICEFEED-TICK
                   PERFORM 8000-WRITE-AUDIT-RECORD
      *-- Change: The tick stands - journal the position's move
                   PERFORM 8320-WRITE-HOLD-JOURNAL
               ELSE
                   DISPLAY 'Price feed REWRITE failed for '
                           WS-PRICEFEED-PORTID
      *           to the portfolio record and write its audit trail
       1650-UPDATE-PORTFOLIO-PRICE.
           MOVE PORT-RECORD TO WS-AUDIT-BEFORE
      *-- Change: Journal the blended position's before image
           PERFORM 8330-STAGE-BLENDED-BEFORE
      *-- Change: PORT-LAST-MAINT is deliberately not touched here -
      *           a vendor tick is not client activity, and the
      *           14-digit tick time truncated into the 8-digit
           MOVE WS-PRICEFEED-TIME TO PORT-REALTIME-TIME
           COMPUTE PORT-TOTAL-VALUE ROUNDED =
               PORT-HOLDINGS-QTY * PORT-REALTIME-PRICE
           PERFORM 8335-STAGE-BLENDED-AFTER
           SET HJNL-PRICE-TICK TO TRUE
           REWRITE PORT-RECORD
      *-- Change: Only count/archive/audit the tick as applied once
      *           REWRITE has actually succeeded - a locked record, key
               SET PHIST-APPLIED TO TRUE
               PERFORM 1680-ARCHIVE-PRICEFEED-TICK
               PERFORM 8000-WRITE-AUDIT-RECORD
               PERFORM 8320-WRITE-HOLD-JOURNAL
           ELSE
               DISPLAY 'Price feed REWRITE failed for '
                       WS-PRICEFEED-PORTID
      *           WS-DEFERRED-COUNT balancing at 3050, since the
      *           checkpoint does not carry it)
                       IF RESTART-IN-PROGRESS
      *-- Change: Only a settle date that passed the business-day
      *           check was deferred by the failed attempt - one that
      *           failed it went to suspense instead
                           IF (UPDT-DEPOSIT OR UPDT-WITHDRAWAL
                               OR UPDT-FEE-DEBIT)
                              AND UPDT-SETTLE-DATE IS NUMERIC
                              AND UPDT-SETTLE-DATE > WS-CURRENT-DATE
                              AND UPDT-NEW-VALUE IS NUMERIC
                               PERFORM 2125-CHECK-SETTLE-DATE
                               IF SETTLE-DATE-BUSINESS
                                   PERFORM 2130-DEFER-TO-SETTLEMENT
                               END-IF
                           END-IF
      *-- Change: A skipped trade's deferred cash leg is not re-emitted
      *           here - 1065 carried the legs the failed attempt
      *           actually wrote
                       END-IF
                       IF NOT-RESTARTING
                           PERFORM 2100-PROCESS-UPDATE
      *           because every action except cash moves an absolute
      *           value, and cash applies checkpoint themselves at
      *           2200 so none can sit past the last checkpoint
      *-- Change: Buy/sell trades move the position by a delta and
      *           checkpoint at 2200 exactly as cash does
       2050-CHECK-RESTART-SKIP.
           IF UPDT-KEY > WS-RESTART-KEY
               SET NOT-RESTARTING TO TRUE
      *           value updates do, so they balance into the batch
      *           control total too - the upstream header/trailer
      *           figures must include them
      *-- Change: Buy/sell trades balance into the record count
      *           only - their cash is derived from quantity, price
      *           and commission, not keyed as an amount, so the
      *           value total stays the same figure upstream and the
      *           PORTSUSP resubmission batch already produce
           IF (UPDT-VALUE OR UPDT-DEPOSIT OR UPDT-WITHDRAWAL
               OR UPDT-FEE-DEBIT)
              AND UPDT-NEW-VALUE IS NUMERIC
                  AND UPDT-SETTLE-DATE IS NUMERIC
                  AND UPDT-SETTLE-DATE > WS-CURRENT-DATE
                  AND UPDT-NEW-VALUE IS NUMERIC
      *-- Change: ...but only onto a date PORTSETL will actually run
      *           on - a weekend or holiday settle date is a keying
      *           error, rejected to suspense now
                   PERFORM 2125-CHECK-SETTLE-DATE
                   IF SETTLE-DATE-BUSINESS
                       PERFORM 2130-DEFER-TO-SETTLEMENT
                   ELSE
                       PERFORM 2190-REJECT-UPDATE-TRANSACTION
                   END-IF
               ELSE
                   PERFORM 2150-VALIDATE-UPDATE-TRANSACTION
                   IF TRANS-VALID
           END-IF
           .

      *-- Change: New paragraph - ask PORTBDAY whether the record's
      *           settle date is a business day. When it is not, the
      *           transaction is marked invalid with the reason 2190
      *           writes to suspense
       2125-CHECK-SETTLE-DATE.
           SET SETTLE-DATE-BUSINESS TO TRUE
           SET BDAY-CHECK-REQ TO TRUE
           MOVE UPDT-SETTLE-DATE TO BDAY-FROM-DATE
           CALL 'PORTBDAY' USING BDAY-COMMAREA
           EVALUATE TRUE
               WHEN BDAY-FAILED
                   SET SETTLE-DATE-NOT-BUSINESS TO TRUE
                   SET TRANS-INVALID TO TRUE
                   MOVE BDAY-MESSAGE TO WS-TRANS-REJECT-REASON
               WHEN BDAY-NOT-BUSINESS-DAY
                   SET SETTLE-DATE-NOT-BUSINESS TO TRUE
                   SET TRANS-INVALID TO TRUE
                   MOVE 'SETTLE DATE NOT A BUSINESS DAY'
                       TO WS-TRANS-REJECT-REASON
           END-EVALUATE
           .

      *-- Change: New paragraph - land one future-dated cash leg on
      *           the pending-settlement file. Positions ('Q') are
      *           not deferred - trade-date position accounting is
           END-IF
           .

      *-- Change: New paragraph - land the net cash leg of a trade
      *           whose settle date is after the run date on the
      *           pending-settlement file. The trade itself has
      *           already been applied, so this is not a deferral of
      *           the detail record and does not balance into the
      *           3050 control-total check
       2135-DEFER-TRADE-CASH-LEG.
           MOVE UPDT-KEY TO SETL-KEY
           MOVE UPDT-ACTION TO SETL-ACTION
           MOVE SPACES TO SETL-NEW-VALUE
           MOVE UPDT-TRD-SECURITY-ID TO SETL-TRD-SECURITY-ID
           MOVE UPDT-TRD-QTY TO SETL-TRD-QTY
           MOVE WS-TRADE-NET-AMOUNT TO SETL-TRD-NET-AMOUNT
           MOVE UPDT-SETTLE-DATE TO SETL-SETTLE-DATE
           MOVE WS-TRADE-DATE TO SETL-TRADE-DATE
           WRITE SETTLEMENT-RECORD
           IF WS-SETL-SUCCESS
               ADD 1 TO WS-TRADE-LEGS-DEFERRED
               DISPLAY 'Trade cash leg deferred to settlement for '
                       UPDT-ID ' settle date ' UPDT-SETTLE-DATE
           ELSE
               DISPLAY 'Pending-settlement WRITE failed, status='
                       WS-SETL-STATUS ' for ' UPDT-ID
               MOVE WS-ERROR TO WS-RETURN-CODE
           END-IF
           .

      *-- Change: New paragraph - derive a trade's figures off the
      *           record: the trade date (zero or blank means the run
      *           date), principal at the execution price, the net
      *           cash it moves - principal plus commission paid out
      *           on a buy, principal less commission received on a
      *           sell - and whether that cash moves tonight or on a
      *           later settle date. Non-numeric fields leave zeros
      *           for PORTVALD to reject
       2145-COMPUTE-TRADE-FIGURES.
           MOVE WS-CURRENT-DATE TO WS-TRADE-DATE
           IF UPDT-TRD-TRADE-DATE IS NUMERIC
              AND UPDT-TRD-TRADE-DATE > ZERO
               MOVE UPDT-TRD-TRADE-DATE TO WS-TRADE-DATE
           END-IF

           MOVE ZERO TO WS-TRADE-QTY
           MOVE ZERO TO WS-TRADE-PRINCIPAL
           MOVE ZERO TO WS-TRADE-NET-AMOUNT
           IF UPDT-TRD-QTY IS NUMERIC
              AND UPDT-TRD-PRICE IS NUMERIC
              AND UPDT-TRD-COMMISSION IS NUMERIC
               MOVE UPDT-TRD-QTY TO WS-TRADE-QTY
               COMPUTE WS-TRADE-PRINCIPAL ROUNDED =
                   UPDT-TRD-QTY * UPDT-TRD-PRICE
               IF UPDT-BUY
                   COMPUTE WS-TRADE-NET-AMOUNT =
                       WS-TRADE-PRINCIPAL + UPDT-TRD-COMMISSION
               ELSE
                   COMPUTE WS-TRADE-NET-AMOUNT =
                       WS-TRADE-PRINCIPAL - UPDT-TRD-COMMISSION
               END-IF
           END-IF

           IF UPDT-SETTLE-DATE IS NUMERIC
              AND UPDT-SETTLE-DATE > WS-CURRENT-DATE
               SET TRADE-CASH-DEFERRED TO TRUE
           ELSE
               SET TRADE-CASH-NOW TO TRUE
           END-IF
           .

      *-- Change: Edit checks and business rules now live in the
      *           PORTVALD subprogram, shared with the online
      *           inquiry/maintenance transaction so batch and online
           END-READ
           .

      *-- Change: New paragraph - the quantity of the trade's
      *           security the portfolio holds now, zero when it holds
      *           no position in it
      *-- Change: ...and the position's last price beside it
       2147-READ-HELD-QTY.
           MOVE ZERO TO WS-HELD-QTY
           MOVE ZERO TO WS-HELD-PRICE
           MOVE UPDT-ID TO HOLD-PORTFOLIO-ID
           MOVE UPDT-TRD-SECURITY-ID TO HOLD-SECURITY-ID
           READ HOLDINGS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE HOLD-QTY TO WS-HELD-QTY
                   MOVE HOLD-LAST-PRICE TO WS-HELD-PRICE
           END-READ
           .

       2150-VALIDATE-UPDATE-TRANSACTION.
           SET TRANS-VALID TO TRUE
           MOVE SPACES TO WS-TRANS-REJECT-REASON
      *           naming a security - PORTVALD owns the rule, this
      *           paragraph owns the file access
           SET VALD-SEC-NOT-APPLIC TO TRUE
           SET VALD-RSTR-NOT-APPLIC TO TRUE
           IF UPDT-QTY AND UPDT-QTY-SECURITY-ID NOT = SPACES
              AND UPDT-NEW-VALUE NOT NUMERIC
               MOVE UPDT-QTY-SECURITY-ID TO SEC-ID
               MOVE WS-SECURITY-VERDICT TO VALD-SECURITY-STATUS
           END-IF

      *-- Change: Stage a trade's figures for the PORTVALD trade
      *           rules - security verdict, quantity already held,
      *           the net cash it moves and when that cash moves
           MOVE ZERO TO VALD-TRADE-NET-AMOUNT
           MOVE ZERO TO VALD-HELD-QTY
           SET VALD-CASH-SETTLES-NOW TO TRUE
           IF UPDT-BUY OR UPDT-SELL
               PERFORM 2145-COMPUTE-TRADE-FIGURES
               IF UPDT-TRD-SECURITY-ID NOT = SPACES
                   MOVE UPDT-TRD-SECURITY-ID TO SEC-ID
                   PERFORM 2140-READ-SECURITY-MASTER
                   MOVE WS-SECURITY-VERDICT TO VALD-SECURITY-STATUS
                   PERFORM 2147-READ-HELD-QTY
               END-IF
               MOVE WS-TRADE-NET-AMOUNT TO VALD-TRADE-NET-AMOUNT
               MOVE WS-HELD-QTY TO VALD-HELD-QTY
               MOVE WS-CURRENT-DATE TO VALD-RUN-DATE
               MOVE ZERO TO VALD-TRD-SETTLE-DATE
               IF UPDT-SETTLE-DATE IS NUMERIC
                   MOVE UPDT-SETTLE-DATE TO VALD-TRD-SETTLE-DATE
               END-IF
               IF TRADE-CASH-DEFERRED
                   SET VALD-CASH-DEFERRED TO TRUE
               END-IF
           END-IF

      *-- Change: Stage the investment restrictions for a buy, or a
      *           'Q' naming a trading security - either can add to
      *           a position. The security master record 2140 just
      *           read is still in the FD for its asset class
           IF RSTR-FILE-LOADED
              AND WS-SECURITY-VERDICT = 'A'
              AND (UPDT-BUY
                   OR (UPDT-QTY AND UPDT-QTY-SECURITY-ID NOT = SPACES
                       AND UPDT-NEW-VALUE NOT NUMERIC))
               PERFORM 2160-STAGE-RESTRICTIONS
           END-IF

           MOVE UPDT-ACTION TO VALD-ACTION
           MOVE UPDT-NEW-VALUE TO VALD-NEW-VALUE
           MOVE WS-POSITION-COUNT TO VALD-POSITION-COUNT
               SET TRANS-INVALID TO TRUE
               MOVE VALD-REASON TO WS-TRANS-REJECT-REASON
           END-IF

      *-- Change: A trade whose cash leg defers must defer onto a
      *           business day, the same rule as a deferred D/W/F
           IF TRANS-VALID
              AND (UPDT-BUY OR UPDT-SELL)
              AND TRADE-CASH-DEFERRED
               PERFORM 2125-CHECK-SETTLE-DATE
           END-IF
           .

      *-- Change: New paragraph - gather the restrictions governing
      *           the security from the portfolio's own rows and its
      *           client type's rows, keeping the tightest cap of
      *           each kind. Only when one applies are the values
      *           PORTVALD tests against staged; otherwise the
      *           transaction goes through as not restricted
       2160-STAGE-RESTRICTIONS.
           MOVE UPDT-QTY-SECURITY-ID TO WS-RSTR-SECURITY-ID
           MOVE SEC-ASSET-CLASS TO WS-RSTR-ASSET-CLASS
           MOVE 'N' TO VALD-RSTR-PROHIBITED-SW
           MOVE ZERO TO VALD-RSTR-SEC-LIMIT-PCT
           MOVE ZERO TO VALD-RSTR-CLASS-LIMIT-PCT
           SET RSTR-RULE-NOT-FOUND TO TRUE

           MOVE 'P' TO WS-RSTR-SCOPE-TYPE
           MOVE UPDT-ID TO WS-RSTR-SCOPE-ID
           PERFORM 2162-BROWSE-SCOPE-RESTRICTIONS
           MOVE 'T' TO WS-RSTR-SCOPE-TYPE
           MOVE SPACES TO WS-RSTR-SCOPE-ID
           MOVE PORT-CLIENT-TYPE TO WS-RSTR-SCOPE-ID(1:1)
           PERFORM 2162-BROWSE-SCOPE-RESTRICTIONS

           IF RSTR-RULE-FOUND
               SET VALD-RSTR-STAGED TO TRUE
      *-- A buy adds at its execution price; a 'Q' adds at the last
      *           price of the position it corrects (zero for a new
      *           position until its first tick, when only a
      *           prohibition can bite). A 'Q' id sits in the same
      *           columns as a trade's, so 2147 reads its position
               IF UPDT-BUY
                   MOVE ZERO TO VALD-RSTR-PRICE
                   IF UPDT-TRD-PRICE IS NUMERIC
                       MOVE UPDT-TRD-PRICE TO VALD-RSTR-PRICE
                   END-IF
               ELSE
                   PERFORM 2147-READ-HELD-QTY
                   MOVE WS-HELD-QTY TO VALD-HELD-QTY
                   MOVE WS-HELD-PRICE TO VALD-RSTR-PRICE
               END-IF
               PERFORM 2166-VALUE-PORTFOLIO-MIX
           END-IF
           .

      *-- Change: New paragraph - browse every restriction keyed to
      *           the scope staged in WS-RSTR-SCOPE-TYPE/-ID
       2162-BROWSE-SCOPE-RESTRICTIONS.
           MOVE 'N' TO WS-RSTR-BROWSE-EOF-SW
           MOVE WS-RSTR-SCOPE-TYPE TO RSTR-SCOPE-TYPE
           MOVE WS-RSTR-SCOPE-ID TO RSTR-SCOPE-ID
           MOVE LOW-VALUES TO RSTR-RULE-TYPE
           MOVE LOW-VALUES TO RSTR-RULE-OBJECT

           START RESTRICTION-FILE KEY IS NOT LESS THAN RSTR-KEY
               INVALID KEY
                   SET RSTR-BROWSE-AT-EOF TO TRUE
           END-START

           PERFORM UNTIL RSTR-BROWSE-AT-EOF
               READ RESTRICTION-FILE NEXT RECORD
                   AT END
                       SET RSTR-BROWSE-AT-EOF TO TRUE
                   NOT AT END
                       IF RSTR-SCOPE-TYPE = WS-RSTR-SCOPE-TYPE
                          AND RSTR-SCOPE-ID = WS-RSTR-SCOPE-ID
                           PERFORM 2164-APPLY-ONE-RESTRICTION
                       ELSE
                           SET RSTR-BROWSE-AT-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           .

      *-- Change: New paragraph - fold one restriction row into the
      *           staged limits when it governs the security - a
      *           blank-object security cap governs every security
       2164-APPLY-ONE-RESTRICTION.
           EVALUATE TRUE
               WHEN RSTR-PROHIBITED
                AND RSTR-RULE-OBJECT = WS-RSTR-SECURITY-ID
                   SET VALD-RSTR-PROHIBITED TO TRUE
                   SET RSTR-RULE-FOUND TO TRUE
               WHEN RSTR-SECURITY-CAP
                AND (RSTR-RULE-OBJECT = SPACES
                     OR RSTR-RULE-OBJECT = WS-RSTR-SECURITY-ID)
                   IF VALD-RSTR-SEC-LIMIT-PCT = ZERO
                      OR RSTR-LIMIT-PCT < VALD-RSTR-SEC-LIMIT-PCT
                       MOVE RSTR-LIMIT-PCT TO VALD-RSTR-SEC-LIMIT-PCT
                   END-IF
                   SET RSTR-RULE-FOUND TO TRUE
               WHEN RSTR-CLASS-CAP
                AND RSTR-RULE-OBJECT(1:2) = WS-RSTR-ASSET-CLASS
                   IF VALD-RSTR-CLASS-LIMIT-PCT = ZERO
                      OR RSTR-LIMIT-PCT < VALD-RSTR-CLASS-LIMIT-PCT
                       MOVE RSTR-LIMIT-PCT
                           TO VALD-RSTR-CLASS-LIMIT-PCT
                   END-IF
                   SET RSTR-RULE-FOUND TO TRUE
           END-EVALUATE
           .

      *-- Change: New paragraph - value the portfolio as it stands
      *           before the transaction: every position at its last
      *           price plus PORT-CASH-BALANCE, the security's own
      *           position, and - only when a class cap applies -
      *           every position in the security's asset class
       2166-VALUE-PORTFOLIO-MIX.
           MOVE ZERO TO VALD-RSTR-SEC-VALUE
           MOVE ZERO TO VALD-RSTR-CLASS-VALUE
           MOVE PORT-CASH-BALANCE TO VALD-RSTR-PORT-VALUE
           MOVE 'N' TO WS-HOLD-BROWSE-EOF-SW
           MOVE UPDT-ID TO HOLD-PORTFOLIO-ID
           MOVE LOW-VALUES TO HOLD-SECURITY-ID

           START HOLDINGS-FILE KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY
                   SET HOLD-BROWSE-AT-EOF TO TRUE
           END-START

           PERFORM UNTIL HOLD-BROWSE-AT-EOF
               READ HOLDINGS-FILE NEXT RECORD
                   AT END
                       SET HOLD-BROWSE-AT-EOF TO TRUE
                   NOT AT END
                       IF HOLD-PORTFOLIO-ID = UPDT-ID
                           PERFORM 2168-VALUE-ONE-POSITION
                       ELSE
                           SET HOLD-BROWSE-AT-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           .

       2168-VALUE-ONE-POSITION.
           COMPUTE WS-POSITION-VALUE ROUNDED =
               HOLD-QTY * HOLD-LAST-PRICE
           ADD WS-POSITION-VALUE TO VALD-RSTR-PORT-VALUE
           IF HOLD-SECURITY-ID = WS-RSTR-SECURITY-ID
               ADD WS-POSITION-VALUE TO VALD-RSTR-SEC-VALUE
               ADD WS-POSITION-VALUE TO VALD-RSTR-CLASS-VALUE
           ELSE
               IF VALD-RSTR-CLASS-LIMIT-PCT > ZERO
                   MOVE HOLD-SECURITY-ID TO SEC-ID
                   READ SECURITY-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF SEC-ASSET-CLASS = WS-RSTR-ASSET-CLASS
                               ADD WS-POSITION-VALUE
                                   TO VALD-RSTR-CLASS-VALUE
                           END-IF
                   END-READ
               END-IF
           END-IF
           .

      *-- Change: New paragraph - write a rejected update transaction
      *           and the UPDT-QTY branch below do, so the two never
      *           drift apart on the next price tick
               WHEN UPDT-VALUE
                   PERFORM 8330-STAGE-BLENDED-BEFORE
                   MOVE UPDT-NEW-VALUE TO WS-NUMERIC-WORK
                   COMPUTE PORT-HOLDINGS-QTY ROUNDED =
                       WS-NUMERIC-WORK / PORT-REALTIME-PRICE
                   COMPUTE PORT-TOTAL-VALUE ROUNDED =
                       PORT-HOLDINGS-QTY * PORT-REALTIME-PRICE
                   PERFORM 8335-STAGE-BLENDED-AFTER
                   SET HJNL-QTY-UPDATE TO TRUE
      *-- Change: Set the position's holdings quantity from a
      *           custodian/trade-confirmation feed, then re-derive
      *           PORT-TOTAL-VALUE immediately off the portfolio's own
      *           UPDT-QTY-AMOUNT columns) keeps the blended
      *           derivation
                   IF UPDT-QTY-SECURITY-ID = SPACES
                       PERFORM 8330-STAGE-BLENDED-BEFORE
                       MOVE UPDT-QTY-AMOUNT TO WS-QTY-WORK
                       MOVE WS-QTY-WORK TO PORT-HOLDINGS-QTY
                       COMPUTE PORT-TOTAL-VALUE ROUNDED =
                           PORT-HOLDINGS-QTY * PORT-REALTIME-PRICE
                       PERFORM 8335-STAGE-BLENDED-AFTER
                       SET HJNL-QTY-UPDATE TO TRUE
                   ELSE
                       PERFORM 2250-APPLY-POSITION-QTY
                   END-IF
                   MOVE UPDT-NEW-VALUE TO WS-NUMERIC-WORK
                   SUBTRACT WS-NUMERIC-WORK FROM PORT-CASH-BALANCE
                   SUBTRACT WS-NUMERIC-WORK FROM WS-NET-CASH-MOVEMENT
      *-- Change: Buy/sell trade - the position and its lots move on
      *           trade date; the net cash moves tonight only when
      *           the trade settles on or before the run date
               WHEN UPDT-BUY OR UPDT-SELL
                   PERFORM 2300-APPLY-TRADE
           END-EVALUATE

           REWRITE PORT-RECORD
                       ADD 1 TO WS-FEE-COUNT
                   WHEN UPDT-APPROVE
                       ADD 1 TO WS-APPROVE-COUNT
                   WHEN UPDT-BUY
                       ADD 1 TO WS-BUY-COUNT
                   WHEN UPDT-SELL
                       ADD 1 TO WS-SELL-COUNT
               END-EVALUATE
      *-- Change: The blended position landed with the master -
      *           journal the move staged above
               IF UPDT-VALUE
                  OR (UPDT-QTY AND UPDT-QTY-SECURITY-ID = SPACES)
                   PERFORM 8320-WRITE-HOLD-JOURNAL
               END-IF
      *-- Change: Cash movements are the only non-idempotent applies
      *           in this program - every other action moves an
      *           absolute value, which is the invariant the restart
                   END-IF
                   PERFORM 8100-WRITE-CASH-LEDGER
               END-IF
      *-- Change: A trade moved the position by a delta - checkpoint
      *           it like cash, then post its cash leg: through the
      *           ledger now, or onto the pending-settlement file for
      *           the sweep. A trade whose holdings apply failed moves
      *           no money
               IF UPDT-BUY OR UPDT-SELL
                   PERFORM 2900-WRITE-CHECKPOINT
                   IF HOLD-APPLY-OK
                       IF TRADE-CASH-DEFERRED
                           PERFORM 2135-DEFER-TRADE-CASH-LEG
                       ELSE
                           IF UPDT-BUY
                               COMPUTE WS-LEDGER-AMOUNT =
                                   ZERO - WS-TRADE-NET-AMOUNT
                           ELSE
                               MOVE WS-TRADE-NET-AMOUNT
                                   TO WS-LEDGER-AMOUNT
                           END-IF
                           PERFORM 8100-WRITE-CASH-LEDGER
                       END-IF
                   END-IF
               END-IF
      *-- Change: Audit log for transaction-driven portfolio update
               MOVE PORT-RECORD TO WS-AUDIT-AFTER
               MOVE PORT-KEY TO WS-AUDIT-KEY
      *           relieve lots
           MOVE ZERO TO WS-LOT-DELTA
           MOVE ZERO TO WS-LOT-COST-PRICE
           MOVE WS-CURRENT-DATE TO WS-LOT-DATE
           READ HOLDINGS-FILE
               INVALID KEY
                   IF WS-QTY-WORK > ZERO
                       MOVE WS-QTY-WORK TO HOLD-QTY
                       MOVE ZERO TO HOLD-LAST-PRICE
                       MOVE ZERO TO HOLD-LAST-PRICE-TIME
                       PERFORM 8305-STAGE-JOURNAL-ADDED
                       SET HJNL-QTY-UPDATE TO TRUE
                       WRITE HOLDINGS-RECORD
                       IF NOT WS-HOLD-SUCCESS
                           SET HOLD-APPLY-FAILED TO TRUE
      *           opening lot, costed at zero until the first tick
      *           lands, the same convention as HOLD-LAST-PRICE
                           MOVE WS-QTY-WORK TO WS-LOT-DELTA
                           PERFORM 8320-WRITE-HOLD-JOURNAL
                       END-IF
                   ELSE
      *-- Change: Quantity zero against a position already off the
                   COMPUTE WS-LOT-DELTA =
                       WS-QTY-WORK - HOLD-QTY
                   MOVE HOLD-LAST-PRICE TO WS-LOT-COST-PRICE
      *-- Change: Journal the move once the position I/O lands -
      *           a restart re-apply of the same quantity journals
      *           nothing (see 8320)
                   PERFORM 8300-STAGE-JOURNAL-BEFORE
                   SET HJNL-QTY-UPDATE TO TRUE
                   IF WS-QTY-WORK = ZERO
                       SET HJNL-DELETED TO TRUE
                       DELETE HOLDINGS-FILE RECORD
                   ELSE
                       MOVE WS-QTY-WORK TO HOLD-QTY
                       PERFORM 8310-STAGE-JOURNAL-AFTER
                       REWRITE HOLDINGS-RECORD
                   END-IF
                   IF NOT WS-HOLD-SUCCESS
                       SET HOLD-APPLY-FAILED TO TRUE
                       MOVE ZERO TO WS-LOT-DELTA
                   ELSE
                       PERFORM 8320-WRITE-HOLD-JOURNAL
                   END-IF
           END-READ
           IF HOLD-APPLY-FAILED
           MOVE WS-ROLLUP-VALUE TO PORT-TOTAL-VALUE
           .

      *-- Change: New paragraph - apply one validated buy or sell.
      *           Lots open at the all-in unit cost (principal plus
      *           commission over quantity) and relieve at the net
      *           unit proceeds (principal less commission over
      *           quantity), dated to the trade date, so the cost
      *           basis and the realized gain register carry the real
      *           fill rather than the last tick. Cash moves here only
      *           when the trade settles tonight and the position
      *           landed; a deferred leg is written after the master
      *           REWRITE at 2200
       2300-APPLY-TRADE.
           PERFORM 2145-COMPUTE-TRADE-FIGURES
           PERFORM 2310-APPLY-TRADE-POSITION

           IF HOLD-APPLY-OK AND TRADE-CASH-NOW
               IF UPDT-BUY
                   SUBTRACT WS-TRADE-NET-AMOUNT FROM PORT-CASH-BALANCE
                   SUBTRACT WS-TRADE-NET-AMOUNT
                       FROM WS-NET-CASH-MOVEMENT
               ELSE
                   ADD WS-TRADE-NET-AMOUNT TO PORT-CASH-BALANCE
                   ADD WS-TRADE-NET-AMOUNT TO WS-NET-CASH-MOVEMENT
               END-IF
           END-IF
           .

      *-- Change: New paragraph - move the trade's position by the
      *           traded quantity: a buy adds to (or opens) the
      *           position, a sell reduces it and closes it out at
      *           zero. A brand-new position takes the execution
      *           price as its last price, so it values at its cost
      *           until the first tick lands. PORTVALD has already
      *           proven a sell no larger than the quantity held
       2310-APPLY-TRADE-POSITION.
           SET HOLD-APPLY-OK TO TRUE
           MOVE ZERO TO WS-LOT-DELTA
           MOVE WS-TRADE-DATE TO WS-LOT-DATE
      *-- The net amount already carries the commission on the
      *           right side for the direction - added on a buy,
      *           taken off on a sell
           COMPUTE WS-LOT-COST-PRICE ROUNDED =
               WS-TRADE-NET-AMOUNT / WS-TRADE-QTY

           MOVE UPDT-ID TO HOLD-PORTFOLIO-ID
           MOVE UPDT-TRD-SECURITY-ID TO HOLD-SECURITY-ID
           READ HOLDINGS-FILE
               INVALID KEY
                   IF UPDT-BUY
                       MOVE UPDT-ID TO HOLD-PORTFOLIO-ID
                       MOVE UPDT-TRD-SECURITY-ID TO HOLD-SECURITY-ID
                       MOVE WS-TRADE-QTY TO HOLD-QTY
                       MOVE UPDT-TRD-PRICE TO HOLD-LAST-PRICE
                       MOVE ZERO TO HOLD-LAST-PRICE-TIME
                       PERFORM 8305-STAGE-JOURNAL-ADDED
                       WRITE HOLDINGS-RECORD
                   ELSE
                       SET HOLD-APPLY-FAILED TO TRUE
                   END-IF
               NOT INVALID KEY
      *-- Change: Journal images staged around the position I/O,
      *           written below once the apply is known to have
      *           landed
                   PERFORM 8300-STAGE-JOURNAL-BEFORE
                   IF UPDT-BUY
                       ADD WS-TRADE-QTY TO HOLD-QTY
                       PERFORM 8310-STAGE-JOURNAL-AFTER
                       REWRITE HOLDINGS-RECORD
                   ELSE
                       SUBTRACT WS-TRADE-QTY FROM HOLD-QTY
                       IF HOLD-QTY = ZERO
                           SET HJNL-DELETED TO TRUE
                           DELETE HOLDINGS-FILE RECORD
                       ELSE
                           PERFORM 8310-STAGE-JOURNAL-AFTER
                           REWRITE HOLDINGS-RECORD
                       END-IF
                   END-IF
           END-READ
           IF NOT WS-HOLD-SUCCESS
               SET HOLD-APPLY-FAILED TO TRUE
           END-IF

           IF HOLD-APPLY-FAILED
               DISPLAY 'Trade holdings update failed for ' UPDT-ID ' '
                       UPDT-TRD-SECURITY-ID ' STATUS=' WS-HOLD-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
           ELSE
               IF UPDT-BUY
                   SET HJNL-TRADE-BUY TO TRUE
               ELSE
                   SET HJNL-TRADE-SELL TO TRUE
               END-IF
               PERFORM 8320-WRITE-HOLD-JOURNAL
               IF UPDT-BUY
                   MOVE WS-TRADE-QTY TO WS-LOT-DELTA
                   PERFORM 2260-OPEN-TAX-LOT
               ELSE
                   COMPUTE WS-LOT-DELTA = ZERO - WS-TRADE-QTY
                   PERFORM 2270-RELIEVE-TAX-LOTS
               END-IF
           END-IF

           MOVE UPDT-ID TO WS-ROLLUP-PORT-ID
           PERFORM 1660-ROLLUP-POSITIONS
           MOVE WS-ROLLUP-QTY TO PORT-HOLDINGS-QTY
           MOVE WS-ROLLUP-VALUE TO PORT-TOTAL-VALUE
           .

      *-- Change: New paragraph - open one tax lot for a quantity
      *           increase: the next sequence number within the
      *           position is one past the highest already on file,
           MOVE UPDT-QTY-SECURITY-ID TO LOT-SECURITY-ID
           ADD 1 TO WS-LOT-NEXT-SEQ
           MOVE WS-LOT-NEXT-SEQ TO LOT-SEQ-NO
           MOVE WS-LOT-DATE TO LOT-OPEN-DATE
           MOVE WS-LOT-DELTA TO LOT-QTY
           MOVE WS-LOT-COST-PRICE TO LOT-UNIT-COST
           WRITE TAX-LOT-RECORD
           MOVE UPDT-ACCT-NO TO GAIN-ACCOUNT-NO
           MOVE UPDT-QTY-SECURITY-ID TO GAIN-SECURITY-ID
           MOVE LOT-SEQ-NO TO GAIN-LOT-SEQ-NO
           MOVE WS-LOT-DATE TO GAIN-RELIEF-DATE
           MOVE LOT-OPEN-DATE TO GAIN-LOT-OPEN-DATE
           MOVE WS-LOT-RELIEF-QTY TO GAIN-QTY-RELIEVED
           MOVE LOT-UNIT-COST TO GAIN-UNIT-COST
                 VALUATION-SNAP-FILE
      *-- Change: Close custodian acknowledgment file
                 CUSTACK-FILE
      *-- Change: Close holdings movement journal
                 HOLD-JOURNAL-FILE
      *-- Change: Close investment restriction file
                 RESTRICTION-FILE

           DISPLAY 'Updates processed: ' WS-UPDATE-COUNT
           DISPLAY 'Errors occurred:  ' WS-ERROR-COUNT
           END-STRING
           WRITE SUMMARY-RECORD

           MOVE SPACES TO SUMMARY-RECORD
           STRING 'Buy trades applied ......... ' DELIMITED BY SIZE
                  WS-BUY-COUNT                    DELIMITED BY SIZE
                  INTO SUMMARY-RECORD
           END-STRING
           WRITE SUMMARY-RECORD

           MOVE SPACES TO SUMMARY-RECORD
           STRING 'Sell trades applied ........ ' DELIMITED BY SIZE
                  WS-SELL-COUNT                   DELIMITED BY SIZE
                  INTO SUMMARY-RECORD
           END-STRING
           WRITE SUMMARY-RECORD

           MOVE SPACES TO SUMMARY-RECORD
           STRING 'Custodian acks written ..... ' DELIMITED BY SIZE
                  WS-ACK-COUNT                    DELIMITED BY SIZE
           END-STRING
           WRITE SUMMARY-RECORD

           MOVE SPACES TO SUMMARY-RECORD
           STRING 'Trade cash legs deferred ... ' DELIMITED BY SIZE
                  WS-TRADE-LEGS-DEFERRED          DELIMITED BY SIZE
                  INTO SUMMARY-RECORD
           END-STRING
           WRITE SUMMARY-RECORD

           MOVE WS-NET-CASH-MOVEMENT TO WS-REPORT-AMOUNT
           MOVE SPACES TO SUMMARY-RECORD
           STRING 'Net cash movement .......... ' DELIMITED BY SIZE
           WRITE SUMMARY-RECORD
           .

      *-- Change: New paragraph - stage a movement journal record
      *           from the position as it stands before the change:
      *           key, quantity and price as the before image, after
      *           image zero (a delete leaves it so), action change
       8300-STAGE-JOURNAL-BEFORE.
           MOVE SPACES TO HOLD-JOURNAL-RECORD
           INITIALIZE HOLD-JOURNAL-RECORD
           MOVE HOLD-PORTFOLIO-ID TO HJNL-PORTFOLIO-ID
           MOVE HOLD-SECURITY-ID TO HJNL-SECURITY-ID
           MOVE HOLD-QTY TO HJNL-BEFORE-QTY
           MOVE HOLD-LAST-PRICE TO HJNL-BEFORE-PRICE
           SET HJNL-CHANGED TO TRUE
           .

      *-- Change: New paragraph - stage a journal record for a
      *           brand-new position: zero before image, the record
      *           about to be written as the after image
       8305-STAGE-JOURNAL-ADDED.
           PERFORM 8300-STAGE-JOURNAL-BEFORE
           PERFORM 8310-STAGE-JOURNAL-AFTER
           MOVE ZERO TO HJNL-BEFORE-QTY
           MOVE ZERO TO HJNL-BEFORE-PRICE
           SET HJNL-ADDED TO TRUE
           .

      *-- Change: New paragraph - the position as changed is the
      *           staged record's after image
       8310-STAGE-JOURNAL-AFTER.
           MOVE HOLD-QTY TO HJNL-AFTER-QTY
           MOVE HOLD-LAST-PRICE TO HJNL-AFTER-PRICE
           .

      *-- Change: New paragraph - stage a journal record for the
      *           blended portfolio-level position (no HOLDFILE
      *           positions behind it): blank security id, the
      *           master's holdings quantity and real-time price
       8330-STAGE-BLENDED-BEFORE.
           MOVE SPACES TO HOLD-JOURNAL-RECORD
           INITIALIZE HOLD-JOURNAL-RECORD
           MOVE PORT-ID TO HJNL-PORTFOLIO-ID
           MOVE SPACES TO HJNL-SECURITY-ID
           MOVE PORT-HOLDINGS-QTY TO HJNL-BEFORE-QTY
           MOVE PORT-REALTIME-PRICE TO HJNL-BEFORE-PRICE
           SET HJNL-CHANGED TO TRUE
           .

      *-- Change: New paragraph - the blended position as changed
       8335-STAGE-BLENDED-AFTER.
           MOVE PORT-HOLDINGS-QTY TO HJNL-AFTER-QTY
           MOVE PORT-REALTIME-PRICE TO HJNL-AFTER-PRICE
           .

      *-- Change: New paragraph - append the staged journal record
      *           under the cycle's business date. A rewrite that
      *           left quantity and price as they were (a restart
      *           re-applying an absolute 'Q') moved nothing and is
      *           not journaled
       8320-WRITE-HOLD-JOURNAL.
           IF HJNL-CHANGED
              AND HJNL-AFTER-QTY = HJNL-BEFORE-QTY
              AND HJNL-AFTER-PRICE = HJNL-BEFORE-PRICE
               CONTINUE
           ELSE
               MOVE CYCL-BUSINESS-DATE TO HJNL-BUSINESS-DATE
               MOVE WS-CURRENT-DATE TO HJNL-POST-DATE
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

      *-- Change: New paragraph - one acknowledgment detail record
      *           per inbound 'Q', echoing the custodian's own key
      *           and security id with the staged outcome/reason
