      *================================================================*
      * Copybook Name: OVRDREC
      * Description: Security Price Override Record Layout
      *             One row per security on the OVRDFILE KSDS: a
      *             price the pricing desk sets by hand for a
      *             security the vendor feed does not price - an
      *             illiquid bond's desk mark (M) or an evaluation
      *             service's price (E) - with the reason, who
      *             entered it, who approved it and when it lapses.
      *             Entered and approved through OVRMAINT, by two
      *             different users; PORTOVRD applies every approved
      *             override still in force to each position held in
      *             the security each night and archives it to
      *             PRICEHIST as an override (PHIST-OVERRIDE), not a
      *             vendor tick. Past its expiry date the override
      *             lapses, the positions stop being repriced and
      *             PORTSTAL lists them stale again.
      * Author: DLB
      * Date Written: 2025-02-03
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-02-03 DLB           Initial Creation
      *================================================================*
       01  PRICE-OVERRIDE-RECORD.
           05  POVR-SECURITY-ID        PIC X(9).
           05  POVR-OVERRIDE-TYPE      PIC X(1).
               88  POVR-MANUAL            VALUE 'M'.
               88  POVR-EVALUATED         VALUE 'E'.
      *-- Price per unit in POVR-CURRENCY-CODE - spaces means each
      *           holding portfolio's own currency, the same as a
      *           blank-currency feed tick
           05  POVR-PRICE              PIC S9(13)V99 COMP-3.
           05  POVR-CURRENCY-CODE      PIC X(3).
           05  POVR-REASON             PIC X(40).
           05  POVR-ENTERED-BY         PIC X(8).
           05  POVR-ENTERED-DATE       PIC 9(8).
      *-- Approver - never the user who entered the price; spaces
      *           and zero while the override awaits approval
           05  POVR-APPROVED-BY        PIC X(8).
           05  POVR-APPROVED-DATE      PIC 9(8).
      *-- Last business date the override is in force
           05  POVR-EXPIRY-DATE        PIC 9(8).
           05  POVR-STATUS             PIC X(1).
               88  POVR-PENDING           VALUE 'P'.
               88  POVR-APPROVED          VALUE 'A'.
               88  POVR-EXPIRED           VALUE 'X'.
      *-- Price timestamp PORTOVRD last stamped on the positions -
      *           a position still carrying it is priced by this
      *           override, not by the feed; zero until first applied
           05  POVR-LAST-APPLIED-TIME  PIC 9(14).
           05  FILLER                  PIC X(4).
