      *             opening balance, PORTUPDT and the PORTSETL
      *             settlement sweep write the D/W/F legs they
      *             apply, PORTFEES writes its month-end 'F'
      *             debits, PORTINCM writes 'N' dividend/coupon
      *             income and its 'X' withholding, and PORTINQ
      *             writes online cash maintenance to the
      *             CASHESD online copy that ONLEXTR folds back
      *             in nightly. PORTPEND writes the 'U' refund
      *             debit of an auto-rejected account's cash, and
      *             PORTPRTN the 'R' credit when the bank returns
      *             a withdrawal or refund PORTPAYO paid out.
      *             PORTXFER writes the paired 'T' legs of an in-kind
      *             account transfer - a debit on the source and the
      *             matching credit on the target.
      *             CLGR-AMOUNT is
      *             signed - credits positive, debits negative -
      *             so the opening record plus every amount re-adds
      *             to the balance on file, which is exactly the
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2024-12-06 DLB           Initial Creation
      * 2025-01-08 DLB           'B'/'L' codes - the net cash leg of a
      *                          buy or sell trade, written by
      *                          PORTUPDT or the PORTSETL sweep
      * 2025-01-10 DLB           'N' income credit and 'X' withholding
      *                          tax debit, written by PORTINCM when
      *                          a dividend or coupon pays
      * 2025-01-20 DLB           'U' refund debit of an auto-rejected
      *                          account's cash (PORTPEND) and 'R'
      *                          returned-payment credit (PORTPRTN);
      *                          'W' and 'U' are what PORTPAYO pays
      * 2025-01-29 DLB           'T' account transfer debit/credit pair,
      *                          written by PORTXFER
      *================================================================*
       01  CASH-LEDGER-RECORD.
           05  CLGR-KEY.
               88  CLGR-WITHDRAWAL        VALUE 'W'.
               88  CLGR-FEE-DEBIT         VALUE 'F'.
               88  CLGR-INTEREST          VALUE 'I'.
               88  CLGR-TRADE-BUY         VALUE 'B'.
               88  CLGR-TRADE-SELL        VALUE 'L'.
               88  CLGR-INCOME            VALUE 'N'.
               88  CLGR-WITHHOLDING       VALUE 'X'.
               88  CLGR-REFUND            VALUE 'U'.
               88  CLGR-RETURNED-PAYMENT  VALUE 'R'.
               88  CLGR-TRANSFER          VALUE 'T'.
      *-- Signed movement - credits positive, debits negative
           05  CLGR-AMOUNT             PIC S9(13)V99.
      *-- PORT-CASH-BALANCE immediately after this posting landed
