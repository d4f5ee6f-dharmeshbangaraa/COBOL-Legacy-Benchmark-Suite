      *================================================================*
      * Copybook Name: TAXXREC
      * Description: Tax Reporting Extract Record Layout
      *             The fixed 200-byte file PORTTAXS writes for the
      *             year-end regulatory filing: one header, one
      *             detail per account with reportable activity in
      *             the tax year, one trailer. Each detail carries
      *             the account's realized gains and losses split
      *             short-term (lot held one year or less) and long-
      *             term, with proceeds and cost basis, and the
      *             interest, dividend/coupon income, tax withheld
      *             and fees off the cash ledger. A corrected
      *             statement run writes a file of its own for the
      *             one account, flagged corrected in the header and
      *             on the detail, which the filing replaces the
      *             original detail with. The trailer carries the
      *             detail count, the record count (header and
      *             trailer included) and the amount totals over the
      *             details, which the filing re-adds before it is
      *             accepted. Amounts are signed zoned decimal, two
      *             places - gains positive, losses negative.
      * Author: DLB
      * Date Written: 2025-02-07
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-02-07 DLB           Initial Creation
      *================================================================*
       01  TAX-EXTRACT-RECORD.
           05  TAXX-RECORD-TYPE        PIC X(1).
               88  TAXX-FILE-HEADER       VALUE 'H'.
               88  TAXX-ACCOUNT-DETAIL    VALUE 'D'.
               88  TAXX-FILE-TRAILER      VALUE 'T'.
           05  TAXX-TAX-YEAR           PIC 9(4).
           05  TAXX-ACCOUNT-NO         PIC X(10).
      *-- Client type off the account's master - I(ndividual),
      *           T(rust) or C(orporate)
           05  TAXX-CLIENT-TYPE        PIC X(1).
           05  TAXX-CLIENT-NAME        PIC X(30).
      *-- 'C' on a corrected statement's detail, else space
           05  TAXX-CORRECTED-FLAG     PIC X(1).
               88  TAXX-CORRECTED         VALUE 'C'.
           05  TAXX-ST-PROCEEDS        PIC S9(13)V99.
           05  TAXX-ST-COST            PIC S9(13)V99.
           05  TAXX-ST-GAIN-LOSS       PIC S9(13)V99.
           05  TAXX-LT-PROCEEDS        PIC S9(13)V99.
           05  TAXX-LT-COST            PIC S9(13)V99.
           05  TAXX-LT-GAIN-LOSS       PIC S9(13)V99.
           05  TAXX-INTEREST           PIC S9(13)V99.
           05  TAXX-INCOME             PIC S9(13)V99.
           05  TAXX-TAX-WITHHELD       PIC S9(13)V99.
           05  TAXX-FEES-PAID          PIC S9(13)V99.
           05  FILLER                  PIC X(3).
      *-- File header - sender, and whether this is the original
      *           filing or a correction for one account
       01  TAXX-HEADER-RECORD REDEFINES TAX-EXTRACT-RECORD.
           05  FILLER                  PIC X(1).
           05  TAXX-HDR-TAX-YEAR       PIC 9(4).
           05  TAXX-HDR-SENDER-ID      PIC X(10).
           05  TAXX-HDR-SENDER-NAME    PIC X(30).
           05  TAXX-HDR-CREATE-DATE    PIC 9(8).
           05  TAXX-HDR-CREATE-TIME    PIC 9(8).
           05  TAXX-HDR-RUN-TYPE       PIC X(1).
               88  TAXX-ORIGINAL-RUN      VALUE 'O'.
               88  TAXX-CORRECTED-RUN     VALUE 'C'.
           05  TAXX-HDR-CORRECTED-ACCT PIC X(10).
           05  FILLER                  PIC X(128).
      *-- File trailer - control totals over the account details;
      *           the record count includes header and trailer
       01  TAXX-TRAILER-RECORD REDEFINES TAX-EXTRACT-RECORD.
           05  FILLER                  PIC X(1).
           05  TAXX-TRL-TAX-YEAR       PIC 9(4).
           05  TAXX-TRL-DETAIL-COUNT   PIC 9(7).
           05  TAXX-TRL-RECORD-COUNT   PIC 9(7).
           05  TAXX-TRL-ST-GAIN-LOSS   PIC S9(13)V99.
           05  TAXX-TRL-LT-GAIN-LOSS   PIC S9(13)V99.
           05  TAXX-TRL-INTEREST       PIC S9(13)V99.
           05  TAXX-TRL-INCOME         PIC S9(13)V99.
           05  TAXX-TRL-TAX-WITHHELD   PIC S9(13)V99.
           05  TAXX-TRL-FEES-PAID      PIC S9(13)V99.
           05  FILLER                  PIC X(91).
