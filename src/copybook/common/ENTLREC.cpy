      *================================================================*
      * Copybook Name: ENTLREC
      * Description: Online Maintenance Entitlement Record Layout
      *             One row per CICS user id on the ENTLFILE KSDS,
      *             naming the PINQ maintenance actions the user may
      *             apply and the largest single cash adjustment
      *             ('D'/'W'/'F') they may key. A user with no row,
      *             or a suspended row, may inquire but maintain
      *             nothing. Maintained by the ENTMAINT program;
      *             read by PORTINQ ahead of every maintenance
      *             action and listed by PORTENTL for the periodic
      *             access recertification.
      * Author: DLB
      * Date Written: 2025-01-27
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-01-27 DLB           Initial Creation
      *================================================================*
       01  ENTITLEMENT-RECORD.
           05  ENTL-USER-ID            PIC X(8).
           05  ENTL-USER-NAME          PIC X(30).
           05  ENTL-STATUS             PIC X(1).
               88  ENTL-ACTIVE            VALUE 'A'.
               88  ENTL-SUSPENDED         VALUE 'S'.
      *-- One Y/N flag per PINQ maintenance field code
           05  ENTL-ACTIONS.
               10  ENTL-STATUS-FLAG    PIC X(1).
                   88  ENTL-MAY-STATUS        VALUE 'Y'.
               10  ENTL-NAME-FLAG      PIC X(1).
                   88  ENTL-MAY-NAME          VALUE 'Y'.
               10  ENTL-DEPOSIT-FLAG   PIC X(1).
                   88  ENTL-MAY-DEPOSIT       VALUE 'Y'.
               10  ENTL-WITHDRAW-FLAG  PIC X(1).
                   88  ENTL-MAY-WITHDRAW      VALUE 'Y'.
               10  ENTL-FEE-FLAG       PIC X(1).
                   88  ENTL-MAY-FEE           VALUE 'Y'.
               10  ENTL-REINSTATE-FLAG PIC X(1).
                   88  ENTL-MAY-REINSTATE     VALUE 'Y'.
               10  ENTL-APPROVE-FLAG   PIC X(1).
                   88  ENTL-MAY-APPROVE       VALUE 'Y'.
      *-- The same flags in field-code order S N D W F R A
           05  ENTL-ACTION-TABLE REDEFINES ENTL-ACTIONS.
               10  ENTL-ACTION-FLAG    PIC X(1) OCCURS 7 TIMES.
      *-- Largest single cash adjustment, 9(11)V99 - zero when the
      *           user holds no cash action
           05  ENTL-CASH-LIMIT         PIC 9(11)V99.
      *-- Who authorized the access, and when it was last changed
           05  ENTL-GRANTED-BY         PIC X(8).
           05  ENTL-LAST-MAINT         PIC 9(8).
           05  FILLER                  PIC X(25).
