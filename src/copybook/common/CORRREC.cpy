      *================================================================*
      * Copybook Name: CORRREC
      * Description: Correspondence Extract Record Layout
      *             The print vendor's fixed 250-byte letter file,
      *             written nightly by PORTCORR: one header, one
      *             letter detail per client letter, one trailer.
      *             The vendor selects the letter template by the
      *             letter type code (LTRGREC lists them) and fills
      *             it from the merge fields; the delivery code says
      *             whether to mail it (P) or post it to the
      *             client's online document vault (E). The trailer
      *             carries the letter count and the record count,
      *             header and trailer included, which the vendor
      *             re-adds before it accepts the file.
      *             Amounts are signed zoned decimal, two places.
      * Author: DLB
      * Date Written: 2025-01-31
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-01-31 DLB           Initial Creation
      *================================================================*
       01  CORRESPONDENCE-RECORD.
           05  CORR-RECORD-TYPE        PIC X(1).
               88  CORR-FILE-HEADER       VALUE 'H'.
               88  CORR-LETTER-DETAIL     VALUE 'D'.
               88  CORR-FILE-TRAILER      VALUE 'T'.
      *-- Letter id - run date plus sequence within the file; the
      *           vendor quotes it on its delivery confirmations
           05  CORR-LETTER-ID.
               10  CORR-RUN-DATE       PIC 9(8).
               10  CORR-LETTER-SEQ     PIC 9(6).
           05  CORR-LETTER-TYPE        PIC X(2).
           05  CORR-DELIVERY-PREF      PIC X(1).
           05  CORR-ACCOUNT-NO         PIC X(10).
           05  CORR-PORTFOLIO-ID       PIC X(8).
           05  CORR-ADDRESSEE          PIC X(30).
           05  CORR-ADDR-LINE-1        PIC X(30).
           05  CORR-ADDR-LINE-2        PIC X(30).
           05  CORR-CITY               PIC X(20).
           05  CORR-STATE              PIC X(2).
           05  CORR-POSTAL-CODE        PIC X(10).
           05  CORR-COUNTRY-CODE       PIC X(2).
      *-- Merge fields, carried straight from the letter trigger
           05  CORR-EVENT-DATE         PIC 9(8).
           05  CORR-REF-DATE           PIC 9(8).
           05  CORR-AMOUNT-1           PIC S9(13)V99.
           05  CORR-AMOUNT-2           PIC S9(13)V99.
           05  CORR-REFERENCE          PIC X(30).
           05  FILLER                  PIC X(14).
      *-- File header - sender as the vendor knows us
       01  CORR-HEADER-RECORD REDEFINES CORRESPONDENCE-RECORD.
           05  FILLER                  PIC X(1).
           05  CORR-HDR-RUN-DATE       PIC 9(8).
           05  CORR-HDR-SENDER-ID      PIC X(10).
           05  CORR-HDR-SENDER-NAME    PIC X(30).
           05  CORR-HDR-CREATE-DATE    PIC 9(8).
           05  CORR-HDR-CREATE-TIME    PIC 9(8).
           05  FILLER                  PIC X(185).
      *-- File trailer - control totals over the letter details;
      *           the record count includes header and trailer
       01  CORR-TRAILER-RECORD REDEFINES CORRESPONDENCE-RECORD.
           05  FILLER                  PIC X(1).
           05  CORR-TRL-RUN-DATE       PIC 9(8).
           05  CORR-TRL-LETTER-COUNT   PIC 9(7).
           05  CORR-TRL-PAPER-COUNT    PIC 9(7).
           05  CORR-TRL-ELEC-COUNT     PIC 9(7).
           05  CORR-TRL-RECORD-COUNT   PIC 9(7).
           05  FILLER                  PIC X(213).
