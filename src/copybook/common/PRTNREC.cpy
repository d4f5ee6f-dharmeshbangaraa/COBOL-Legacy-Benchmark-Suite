      *================================================================*
      * Copybook Name: PRTNREC
      * Description: Returned Payment File Record Layout
      *             The bank's 100-byte returned-payment file, read
      *             by PORTPRTN: a file header, one return entry per
      *             payment the receiving bank sent back, and a file
      *             trailer with the entry count and amount total
      *             the file must prove to before anything posts.
      *             Each entry echoes the reference, trace number
      *             and value date of the PORTPAYO payment it
      *             returns, with the bank's return reason code
      *             (R01 insufficient funds, R02 account closed,
      *             R03 no account, R04 invalid account number ...).
      * Author: DLB
      * Date Written: 2025-01-20
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-01-20 DLB           Initial Creation
      *================================================================*
       01  PAYMENT-RETURN-RECORD.
           05  PRTN-RECORD-TYPE        PIC X(1).
               88  PRTN-FILE-HEADER       VALUE '1'.
               88  PRTN-RETURN-ENTRY      VALUE '6'.
               88  PRTN-FILE-TRAILER      VALUE '9'.
           05  PRTN-ROUTING-NO         PIC 9(9).
           05  PRTN-BANK-ACCOUNT       PIC X(17).
           05  PRTN-AMOUNT             PIC 9(11)V99.
           05  PRTN-REFERENCE.
               10  PRTN-PORTFOLIO-ID   PIC X(8).
               10  PRTN-ACCOUNT-NO     PIC X(10).
           05  PRTN-PAYMENT-TYPE       PIC X(1).
           05  PRTN-TRACE-NO           PIC 9(7).
           05  PRTN-ORIG-VALUE-DATE    PIC 9(8).
           05  PRTN-RETURN-REASON      PIC X(3).
           05  PRTN-RETURN-DATE        PIC 9(8).
           05  FILLER                  PIC X(15).
       01  PRTN-HEADER-RECORD REDEFINES PAYMENT-RETURN-RECORD.
           05  FILLER                  PIC X(1).
           05  PRTN-HDR-BANK-ID        PIC X(10).
           05  PRTN-HDR-ORIGINATOR-ID  PIC X(10).
           05  PRTN-HDR-CREATE-DATE    PIC 9(8).
           05  FILLER                  PIC X(71).
       01  PRTN-TRAILER-RECORD REDEFINES PAYMENT-RETURN-RECORD.
           05  FILLER                  PIC X(1).
           05  PRTN-TRL-ENTRY-COUNT    PIC 9(7).
           05  PRTN-TRL-AMOUNT-TOTAL   PIC 9(13)V99.
           05  FILLER                  PIC X(77).
