      *================================================================*
      * Copybook Name: LTRGREC
      * Description: Client Letter Trigger Record Layout
      *             One record per client letter an event program
      *             decides is owed, appended to the CORRTRIG
      *             dataset as the event happens: PORTDORM (dormancy
      *             warning and suspension), PORTPEND (auto-reject
      *             with funds returned), PORTSETL (failed
      *             settlement), PORTSTMT and PORTRSTM (statement
      *             issued). PORTCORR reads them each night, looks
      *             the account up on CONTFILE and writes the print
      *             vendor's correspondence extract (CORRREC).
      *             The amount, date and reference fields are the
      *             letter's merge fields - their meaning depends on
      *             the letter type, as listed below.
      * Author: DLB
      * Date Written: 2025-01-31
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-01-31 DLB           Initial Creation
      *================================================================*
       01  LETTER-TRIGGER-RECORD.
      *-- Letter type               REF-DATE          AMOUNT-1/-2
      *           DW dormancy warning  last activity     value/cash
      *           DS dormancy suspend  last activity     value/cash
      *           AR auto-reject       opened            refund/zero
      *           SF failed settlement settlement date   amount/zero
      *           ST statement         statement date    value/cash
      *           RS relationship stmt statement date    value/cash
           05  LTRG-LETTER-TYPE        PIC X(2).
               88  LTRG-DORMANCY-WARNING  VALUE 'DW'.
               88  LTRG-DORMANCY-SUSPEND  VALUE 'DS'.
               88  LTRG-AUTO-REJECT       VALUE 'AR'.
               88  LTRG-SETTLEMENT-FAIL   VALUE 'SF'.
               88  LTRG-STATEMENT         VALUE 'ST'.
               88  LTRG-REL-STATEMENT     VALUE 'RS'.
      *-- Portfolio id is spaces on an account-level letter (ST/RS)
           05  LTRG-PORT-KEY.
               10  LTRG-PORTFOLIO-ID   PIC X(8).
               10  LTRG-ACCOUNT-NO     PIC X(10).
           05  LTRG-EVENT-DATE         PIC 9(8).
           05  LTRG-REF-DATE           PIC 9(8).
           05  LTRG-AMOUNT-1           PIC S9(13)V99.
           05  LTRG-AMOUNT-2           PIC S9(13)V99.
      *-- Free-text merge field - failure reason (SF), relationship
      *           id (RS), client name otherwise
           05  LTRG-REFERENCE          PIC X(30).
           05  LTRG-PROGRAM            PIC X(8).
           05  FILLER                  PIC X(16).
