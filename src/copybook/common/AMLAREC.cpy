      *================================================================*
      * Copybook Name: AMLAREC
      * Description: Cash Surveillance (AML) Alert Record Layout
      *             One alert per record on the AMLALERT KSDS,
      *             keyed by the business date PORTAMLS raised it
      *             on plus a sequence number within the date - the
      *             alert id compliance works the case under. 'L'
      *             is a single deposit or withdrawal over the
      *             large-cash threshold; 'S' is a run of movements
      *             just under it, in one direction, inside the
      *             rolling window, counted across every account of
      *             the relationship on RELMAST (or the account
      *             alone when it has none). The portfolio key is
      *             the account whose movement raised the alert.
      *             An alert is raised open; compliance closes it
      *             with a disposition through AMLMAINT, and open
      *             alerts past the age limit are carried on the
      *             PORTDGST morning digest until they are.
      * Author: DLB
      * Date Written: 2025-01-24
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-01-24 DLB           Initial Creation
      *================================================================*
       01  AML-ALERT-RECORD.
           05  AMLA-KEY.
               10  AMLA-ALERT-DATE     PIC 9(8).
               10  AMLA-ALERT-SEQ      PIC 9(5).
           05  AMLA-ALERT-TYPE         PIC X(1).
               88  AMLA-LARGE-CASH        VALUE 'L'.
               88  AMLA-STRUCTURING       VALUE 'S'.
      *-- Direction of the movement(s) - CASHLDGR 'D' or 'W'
           05  AMLA-TRANS-CODE         PIC X(1).
           05  AMLA-PORT-KEY.
               10  AMLA-PORTFOLIO-ID   PIC X(8).
               10  AMLA-ACCOUNT-NO     PIC X(10).
      *-- Relationship the movements were counted across, blank for
      *           an account that stands alone
           05  AMLA-RELATIONSHIP-ID    PIC X(8).
      *-- The single movement, or the window's aggregate
           05  AMLA-AMOUNT             PIC 9(13)V99.
           05  AMLA-MOVEMENT-COUNT     PIC 9(5).
           05  AMLA-WINDOW-START       PIC 9(8).
           05  AMLA-WINDOW-END         PIC 9(8).
           05  AMLA-STATUS             PIC X(1).
               88  AMLA-OPEN              VALUE 'O'.
               88  AMLA-CLOSED            VALUE 'C'.
      *-- Compliance's close-out - no further action, suspicious
      *           activity report filed, or explained by the client
           05  AMLA-DISPOSITION        PIC X(2).
               88  AMLA-NO-FURTHER-ACTION VALUE 'NF'.
               88  AMLA-SAR-FILED         VALUE 'SR'.
               88  AMLA-EXPLAINED         VALUE 'EX'.
               88  AMLA-VALID-DISPOSITION VALUE 'NF' 'SR' 'EX'.
           05  AMLA-DISPOSITION-DATE   PIC 9(8).
           05  AMLA-DISPOSITION-USER   PIC X(8).
           05  AMLA-CASE-NOTE          PIC X(40).
           05  FILLER                  PIC X(4).
