      *================================================================*
      * Copybook Name: CONTREC
      * Description: Client Contact Record Layout
      *             One row per client account number on the CONTFILE
      *             KSDS: who a letter is addressed to, the mailing
      *             address, whether the client takes paper or
      *             electronic delivery, and the returned-mail hold.
      *             PORT-CLIENT-NAME stays the account title; the
      *             addressee here is the name the letter carries.
      *             PORTCORR looks every letter trigger up here; an
      *             account with no row, or a paper letter for an
      *             account on returned-mail hold, is listed on the
      *             correspondence exceptions instead of sent.
      *             Maintained by the CNTMAINT program - its change
      *             (a corrected address) releases the hold.
      * Author: DLB
      * Date Written: 2025-01-31
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-01-31 DLB           Initial Creation
      *================================================================*
       01  CONTACT-RECORD.
           05  CONT-ACCOUNT-NO         PIC X(10).
           05  CONT-ADDRESSEE          PIC X(30).
           05  CONT-ADDRESS.
               10  CONT-ADDR-LINE-1    PIC X(30).
               10  CONT-ADDR-LINE-2    PIC X(30).
               10  CONT-CITY           PIC X(20).
               10  CONT-STATE          PIC X(2).
               10  CONT-POSTAL-CODE    PIC X(10).
               10  CONT-COUNTRY-CODE   PIC X(2).
      *-- Paper goes to the print vendor's mail stream; electronic is
      *           posted by the vendor to the client's online
      *           document vault with an e-mail notice
           05  CONT-DELIVERY-PREF      PIC X(1).
               88  CONT-PAPER             VALUE 'P'.
               88  CONT-ELECTRONIC        VALUE 'E'.
      *-- Returned-mail hold, set when the post office sends a letter
      *           back, and the date it was set
           05  CONT-MAIL-HOLD          PIC X(1).
               88  CONT-ON-MAIL-HOLD      VALUE 'Y'.
               88  CONT-NOT-ON-MAIL-HOLD  VALUE 'N'.
           05  CONT-HOLD-DATE          PIC 9(8).
      *-- Last-activity date the most recent dormancy warning was
      *           sent for, so PORTDORM's warning band produces
      *           one letter per dormant spell, not one a run, and
      *           the business date it went out on (a
      *           rerun of that night's PORTCORR sends it again) -
      *           both zero when none has been sent
           05  CONT-LAST-DORM-LETTER   PIC 9(8).
           05  CONT-DORM-LETTER-SENT   PIC 9(8).
           05  CONT-LAST-MAINT         PIC 9(8).
           05  FILLER                  PIC X(2).
