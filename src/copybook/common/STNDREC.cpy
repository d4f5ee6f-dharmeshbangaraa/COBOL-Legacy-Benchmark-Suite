      *================================================================*
      * Copybook Name: STNDREC
      * Description: Standing Instruction Record Layout
      *             One recurring contribution ('D') or distribution
      *             ('W') per record on the STANDING KSDS, keyed by
      *             portfolio key plus a two-digit sequence so an
      *             account can carry more than one. Maintained by
      *             STNMAINT; PORTSTND generates each due occurrence
      *             as a D/W transaction for PORTUPDT and rolls
      *             STND-NEXT-DUE-DATE forward by the frequency,
      *             keeping to STND-DUE-DAY (or the last day of a
      *             shorter month). The amount is in whole currency
      *             units - it goes into UPDT-NEW-VALUE as the zero-
      *             filled integer PORTUPDT reads a cash amount as.
      *             A zero end date means the instruction runs until
      *             it is deleted; once the next due date passes the
      *             end date PORTSTND marks it ended.
      * Author: DLB
      * Date Written: 2025-01-22
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-01-22 DLB           Initial Creation
      *================================================================*
       01  STANDING-INSTR-RECORD.
           05  STND-KEY.
               10  STND-PORTFOLIO-ID   PIC X(8).
               10  STND-ACCOUNT-NO     PIC X(10).
               10  STND-SEQ-NO         PIC 9(2).
           05  STND-DIRECTION          PIC X(1).
               88  STND-CONTRIBUTION      VALUE 'D'.
               88  STND-DISTRIBUTION      VALUE 'W'.
           05  STND-AMOUNT             PIC 9(11).
           05  STND-FREQUENCY          PIC X(1).
               88  STND-MONTHLY           VALUE 'M'.
               88  STND-QUARTERLY         VALUE 'Q'.
               88  STND-SEMI-ANNUAL       VALUE 'S'.
               88  STND-ANNUAL            VALUE 'A'.
      *-- Day of the month the instruction falls due, taken from the
      *           first due date keyed - a 31st due date lands on the
      *           30th or the 28th/29th in shorter months and goes
      *           back to the 31st after
           05  STND-DUE-DAY            PIC 9(2).
           05  STND-NEXT-DUE-DATE      PIC 9(8).
           05  STND-END-DATE           PIC 9(8).
           05  STND-STATUS             PIC X(1).
               88  STND-ACTIVE            VALUE 'A'.
               88  STND-ENDED             VALUE 'E'.
      *-- Last business date PORTSTND generated an occurrence, and
      *           how many it has generated in all
           05  STND-LAST-GEN-DATE      PIC 9(8).
           05  STND-GEN-COUNT          PIC 9(5).
           05  STND-LAST-MAINT         PIC 9(8).
           05  FILLER                  PIC X(7).
