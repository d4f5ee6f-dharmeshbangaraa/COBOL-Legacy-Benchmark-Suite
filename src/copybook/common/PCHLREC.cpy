      *================================================================*
      * Copybook Name: PCHLREC
      * Description: Price Challenge Record Layout
      *             One challenge per record on the PCHLFILE KSDS,
      *             keyed by security id plus the business date
      *             PORTPVAL first raised it: the primary vendor's
      *             close on CLOSFILE disagrees with the secondary
      *             vendor's close by more than the tolerance for
      *             the security's asset class. While the challenge
      *             is open each night the difference persists
      *             refreshes the prices, the last-seen date and the
      *             market-value impact across every HOLDFILE
      *             position in the security, rather than raising a
      *             second challenge. The valuation desk resolves it
      *             through PCHMAINT - primary confirmed, primary
      *             replaced by a desk override, or secondary vendor
      *             in error - and open challenges are carried on
      *             the PORTDGST morning digest until it does.
      * Author: DLB
      * Date Written: 2025-02-05
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-02-05 DLB           Initial Creation
      * 2025-02-14 DLB           PCHL-MV-IMPACT is the impact across
      *                          the positions in PCHL-PRIMARY-CCY
      *                          portfolios only - amounts in other
      *                          currencies are never added in
      *================================================================*
       01  PRICE-CHALLENGE-RECORD.
           05  PCHL-KEY.
               10  PCHL-SECURITY-ID    PIC X(9).
               10  PCHL-RAISED-DATE    PIC 9(8).
           05  PCHL-ASSET-CLASS        PIC X(2).
           05  PCHL-TOLERANCE-PCT      PIC 9(3)V99.
      *-- Latest business date the difference was seen, and on how
      *           many nights in all
           05  PCHL-LAST-SEEN-DATE     PIC 9(8).
           05  PCHL-TIMES-SEEN         PIC 9(3).
      *-- Secondary vendor close as delivered
           05  PCHL-SECONDARY-PRICE    PIC S9(13)V99 COMP-3.
           05  PCHL-SECONDARY-CCY      PIC X(3).
      *-- Primary close on the position that differed most, in that
      *           portfolio's currency, and the difference against
      *           the secondary close converted to the same currency
           05  PCHL-PRIMARY-PRICE      PIC S9(13)V99 COMP-3.
           05  PCHL-PRIMARY-CCY        PIC X(3).
           05  PCHL-DIFF-PCT           PIC 9(5)V99.
      *-- Every position held in the security: count and quantity,
      *           and the change in market value were the secondary
      *           close right across the positions held in
      *           PCHL-PRIMARY-CCY portfolios (PORTPVAL lists any
      *           other currency's impact on its report)
           05  PCHL-POSITION-COUNT     PIC 9(5).
           05  PCHL-HELD-QTY           PIC S9(9)V999 COMP-3.
           05  PCHL-MV-IMPACT          PIC S9(13)V99 COMP-3.
           05  PCHL-STATUS             PIC X(1).
               88  PCHL-OPEN              VALUE 'O'.
               88  PCHL-RESOLVED          VALUE 'R'.
      *-- Valuation's resolution - primary price confirmed, primary
      *           replaced by a desk price override, or the secondary
      *           vendor in error
           05  PCHL-RESOLUTION         PIC X(2).
               88  PCHL-PRIMARY-CONFIRMED VALUE 'PC'.
               88  PCHL-PRIMARY-OVERRIDDEN VALUE 'PO'.
               88  PCHL-SECONDARY-WRONG   VALUE 'SV'.
               88  PCHL-VALID-RESOLUTION  VALUE 'PC' 'PO' 'SV'.
           05  PCHL-RESOLVED-DATE      PIC 9(8).
           05  PCHL-RESOLVED-BY        PIC X(8).
           05  PCHL-NOTE               PIC X(40).
           05  FILLER                  PIC X(7).
