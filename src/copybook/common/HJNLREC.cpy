      *================================================================*
      * Copybook Name: HJNLREC
      * Description: Holdings Position Movement Journal Record Layout
      *             One record per change to a HOLDFILE position,
      *             appended by every program that writes, rewrites
      *             or deletes one at the moment the change lands:
      *             PORTUPDT 'Q' quantity updates, 'B'/'L' trades
      *             and security ticks, PORTPRCF intraday security
      *             ticks, PORTCACT splits and id changes, PORTOVRD
      *             desk price overrides and PORTXFER in-kind
      *             transfers. Each carries the position's quantity
      *             and last price before and after the change, the
      *             program that made it and the business date it
      *             was made under, so PORTASOF can take today's
      *             HOLDFILE and back out every later movement to
      *             show a portfolio as it stood at the end of any
      *             past business date. A position added carries a
      *             zero before image, a position deleted a zero
      *             after image. A portfolio valued as one blended
      *             position (no HOLDFILE detail) journals it under a
      *             blank security id, off PORT-HOLDINGS-QTY and
      *             PORT-REALTIME-PRICE. Zoned display numerics, like
      *             the cash ledger.
      * Author: DLB
      * Date Written: 2025-02-10
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-02-10 DLB           Initial Creation
      * 2025-02-12 DLB           Blank security id for the blended
      *                          portfolio-level position
      *================================================================*
       01  HOLD-JOURNAL-RECORD.
           05  HJNL-KEY.
               10  HJNL-PORTFOLIO-ID   PIC X(8).
               10  HJNL-SECURITY-ID    PIC X(9).
      *-- Business date in force when the change was made
           05  HJNL-BUSINESS-DATE      PIC 9(8).
           05  HJNL-POST-DATE          PIC 9(8).
           05  HJNL-POST-TIME          PIC 9(8).
           05  HJNL-ACTION             PIC X(1).
               88  HJNL-ADDED             VALUE 'A'.
               88  HJNL-CHANGED           VALUE 'C'.
               88  HJNL-DELETED           VALUE 'D'.
      *-- What moved the position
           05  HJNL-MOVE-TYPE          PIC X(1).
               88  HJNL-QTY-UPDATE        VALUE 'Q'.
               88  HJNL-TRADE-BUY         VALUE 'B'.
               88  HJNL-TRADE-SELL        VALUE 'L'.
               88  HJNL-PRICE-TICK        VALUE 'P'.
               88  HJNL-SPLIT             VALUE 'S'.
               88  HJNL-ID-CHANGE         VALUE 'I'.
               88  HJNL-PRICE-OVERRIDE    VALUE 'O'.
               88  HJNL-TRANSFER          VALUE 'T'.
           05  HJNL-BEFORE-QTY         PIC S9(9)V999.
           05  HJNL-AFTER-QTY          PIC S9(9)V999.
           05  HJNL-BEFORE-PRICE       PIC S9(13)V99.
           05  HJNL-AFTER-PRICE        PIC S9(13)V99.
      *-- Which program changed the position
           05  HJNL-PROGRAM            PIC X(8).
           05  FILLER                  PIC X(15).
