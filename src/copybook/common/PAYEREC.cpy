      *================================================================*
      * Copybook Name: PAYEREC
      * Description: Payee / Bank Instruction Record Layout
      *             One standing payment instruction per portfolio
      *             account on the PAYEE KSDS, keyed like PORT-KEY:
      *             the client's bank (ABA routing number), the
      *             account at that bank and the name the bank
      *             credits. PORTPAYO pays every withdrawal and
      *             refund debited on the cash ledger to the
      *             instruction found here; an account with no
      *             instruction, or one held, is listed for
      *             operations instead of paid. PORTPRTN holds the
      *             instruction when the bank returns a payment, so
      *             the next withdrawal is not sent to the same dead
      *             account - PAYMAINT's change releases the hold.
      *             Maintained by the PAYMAINT program.
      * Author: DLB
      * Date Written: 2025-01-20
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-01-20 DLB           Initial Creation
      *================================================================*
       01  PAYEE-RECORD.
           05  PAYE-KEY.
               10  PAYE-PORTFOLIO-ID   PIC X(8).
               10  PAYE-ACCOUNT-NO     PIC X(10).
      *-- Name the bank credits - the width the bank file carries
           05  PAYE-PAYEE-NAME         PIC X(22).
      *-- ABA routing number - the first eight digits identify the
      *           receiving bank and feed the file hash total, the
      *           ninth is the check digit
           05  PAYE-ROUTING-NO         PIC 9(9).
           05  PAYE-ROUTING-PARTS REDEFINES PAYE-ROUTING-NO.
               10  PAYE-ROUTING-BANK   PIC 9(8).
               10  PAYE-ROUTING-CHECK  PIC 9(1).
           05  PAYE-BANK-ACCOUNT       PIC X(17).
           05  PAYE-ACCOUNT-TYPE       PIC X(1).
               88  PAYE-CHECKING          VALUE 'C'.
               88  PAYE-SAVINGS           VALUE 'S'.
           05  PAYE-STATUS             PIC X(1).
               88  PAYE-ACTIVE            VALUE 'A'.
               88  PAYE-HELD              VALUE 'H'.
      *-- Bank return reason that held the instruction (R01 etc.);
      *           blank while active
           05  PAYE-HOLD-REASON        PIC X(3).
           05  PAYE-LAST-MAINT         PIC 9(8).
