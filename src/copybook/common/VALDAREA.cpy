      *                          PORTVALD can reject unknown or
      *                          non-trading securities without
      *                          owning file access
      * 2025-01-08 DLB           Trade detail view for 'B'/'L', plus
      *                          the caller-staged net cash amount,
      *                          quantity held and cash-leg timing
      *                          the trade rules need
      * 2025-01-17 DLB           Restriction view for the pre-trade
      *                          compliance check - the portfolio's
      *                          governing limits and its values
      *                          before the trade, staged by the
      *                          caller from the RESTRICT file
      * 2025-02-14 DLB           Run date and settle date staged for
      *                          the 'B'/'L' trade date edits
      *================================================================*
       01  VALD-COMMAREA.
           05  VALD-ACTION          PIC X(1).
               10  VALD-QTY-SECURITY-ID PIC X(9).
               10  VALD-QTY-AMOUNT      PIC 9(9)V999.
               10  FILLER               PIC X(29).
           05  VALD-TRADE-DETAIL REDEFINES VALD-NEW-VALUE.
               10  VALD-TRD-SECURITY-ID PIC X(9).
               10  VALD-TRD-QTY         PIC 9(9)V999.
               10  VALD-TRD-PRICE       PIC 9(9)V99.
               10  VALD-TRD-COMMISSION  PIC 9(8)V99.
               10  VALD-TRD-TRADE-DATE  PIC 9(8).
           05  VALD-POSITION-COUNT  PIC 9(5).
      *-- Security master verdict staged by the caller for a 'Q'
      *           transaction naming a security - space when not
               88  VALD-SEC-INACTIVE    VALUE 'I'.
               88  VALD-SEC-NOT-FOUND   VALUE 'N'.
               88  VALD-SEC-NOT-APPLIC  VALUE ' '.
      *-- Trade figures staged by the caller for a 'B'/'L' - the net
      *           cash the trade moves (principal plus commission on a
      *           buy, less commission on a sell) and the quantity of
      *           the security already held; zero when not applicable
           05  VALD-TRADE-NET-AMOUNT PIC S9(13)V99 COMP-3.
           05  VALD-HELD-QTY        PIC S9(9)V999 COMP-3.
      *-- When the trade's cash moves: with the trade tonight (funds
      *           checked now), deferred to settlement (funds checked
      *           by the sweep), or the settlement sweep's own release
      *           of a deferred leg (cash rules only, no trade edits)
           05  VALD-TRADE-CASH-SW   PIC X(1).
               88  VALD-CASH-SETTLES-NOW VALUE 'N'.
               88  VALD-CASH-DEFERRED    VALUE 'D'.
               88  VALD-CASH-LEG-ONLY    VALUE 'L'.
      *-- Investment restrictions governing a 'B' or a 'Q' naming a
      *           security, staged by the caller - the tightest of the
      *           portfolio's own and its client type's restrictions
      *           on the security and its asset class (a zero limit
      *           is no cap), and the portfolio's values before the
      *           transaction: the security's position, its asset
      *           class, and the whole portfolio (positions at last
      *           price plus cash). The price values the quantity
      *           added - execution price on a 'B', last price on a
      *           'Q'. Space when not applicable (no restrictions,
      *           or any other action)
           05  VALD-RESTRICT-SW     PIC X(1).
               88  VALD-RSTR-STAGED     VALUE 'Y'.
               88  VALD-RSTR-NOT-APPLIC VALUE ' '.
           05  VALD-RSTR-PROHIBITED-SW PIC X(1).
               88  VALD-RSTR-PROHIBITED VALUE 'Y'.
           05  VALD-RSTR-SEC-LIMIT-PCT   PIC 9(3)V99.
           05  VALD-RSTR-CLASS-LIMIT-PCT PIC 9(3)V99.
           05  VALD-RSTR-PRICE      PIC 9(9)V99.
           05  VALD-RSTR-SEC-VALUE  PIC S9(13)V99 COMP-3.
           05  VALD-RSTR-CLASS-VALUE PIC S9(13)V99 COMP-3.
           05  VALD-RSTR-PORT-VALUE PIC S9(13)V99 COMP-3.
      *-- Dates staged by the caller for a 'B'/'L' - the run date a
      *           trade may not be dated after, and the record's
      *           settle date (zero when the cash moves tonight)
           05  VALD-RUN-DATE        PIC 9(8).
           05  VALD-TRD-SETTLE-DATE PIC 9(8).
           05  VALD-RESULT-SW       PIC X(1).
               88  VALD-VALID          VALUE 'Y'.
               88  VALD-INVALID        VALUE 'N'.
