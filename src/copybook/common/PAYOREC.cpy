      *================================================================*
      * Copybook Name: PAYOREC
      * Description: Outbound Payment File Record Layout
      *             The bank's fixed 100-byte batch payment format,
      *             written nightly by PORTPAYO: one file header,
      *             one entry detail per payment, one file trailer.
      *             The trailer carries the entry count, the total
      *             amount and the hash total - the sum of the
      *             eight-digit receiving-bank routing prefixes,
      *             high-order digits dropped to fit - which the
      *             bank re-adds before it accepts the file. The
      *             entry's trace number and the header value date
      *             come back on the bank's returned-payment file
      *             (PRTNREC) to tie a return to what was sent.
      *             Amounts are unsigned zoned decimal, two places.
      * Author: DLB
      * Date Written: 2025-01-20
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-01-20 DLB           Initial Creation
      *================================================================*
       01  PAYMENT-OUT-RECORD.
           05  PAYO-RECORD-TYPE        PIC X(1).
               88  PAYO-FILE-HEADER       VALUE '1'.
               88  PAYO-ENTRY-DETAIL      VALUE '6'.
               88  PAYO-FILE-TRAILER      VALUE '9'.
           05  PAYO-ROUTING-NO         PIC 9(9).
           05  PAYO-BANK-ACCOUNT       PIC X(17).
           05  PAYO-ACCOUNT-TYPE       PIC X(1).
           05  PAYO-AMOUNT             PIC 9(11)V99.
           05  PAYO-PAYEE-NAME         PIC X(22).
      *-- Our reference - the bank echoes it on a return
           05  PAYO-REFERENCE.
               10  PAYO-PORTFOLIO-ID   PIC X(8).
               10  PAYO-ACCOUNT-NO     PIC X(10).
      *-- Ledger code the payment was debited under
           05  PAYO-PAYMENT-TYPE       PIC X(1).
               88  PAYO-WITHDRAWAL        VALUE 'W'.
               88  PAYO-REFUND            VALUE 'U'.
      *-- Entry sequence within the file, 1 up
           05  PAYO-TRACE-NO           PIC 9(7).
           05  PAYO-LEDGER-DATE        PIC 9(8).
           05  FILLER                  PIC X(3).
      *-- File header - originator as the bank knows us, and the
      *           value date every entry in the file pays on
       01  PAYO-HEADER-RECORD REDEFINES PAYMENT-OUT-RECORD.
           05  FILLER                  PIC X(1).
           05  PAYO-HDR-ORIGINATOR-ID  PIC X(10).
           05  PAYO-HDR-ORIGINATOR-NAME PIC X(23).
           05  PAYO-HDR-VALUE-DATE     PIC 9(8).
           05  PAYO-HDR-CREATE-DATE    PIC 9(8).
           05  PAYO-HDR-CREATE-TIME    PIC 9(8).
           05  FILLER                  PIC X(42).
      *-- File trailer - control totals over the entry details;
      *           the record count includes header and trailer
       01  PAYO-TRAILER-RECORD REDEFINES PAYMENT-OUT-RECORD.
           05  FILLER                  PIC X(1).
           05  PAYO-TRL-ENTRY-COUNT    PIC 9(7).
           05  PAYO-TRL-AMOUNT-TOTAL   PIC 9(13)V99.
           05  PAYO-TRL-HASH-TOTAL     PIC 9(10).
           05  PAYO-TRL-RECORD-COUNT   PIC 9(7).
           05  FILLER                  PIC X(60).
