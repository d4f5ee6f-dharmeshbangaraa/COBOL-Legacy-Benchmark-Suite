      *================================================================*
      * Program Name: PORTXFER
      * Description: In-Kind Account Transfer
      *             Moves positions and cash from one portfolio to
      *             another when a client re-registers an account -
      *             individual to joint, into a trust, one custodian
      *             account to another - without selling anything.
      *             Each XFERREQ row names a transfer reference, the
      *             source and target portfolio keys and what moves:
      *               'F' full - every position the source holds
      *                   and all of its cash (a debit balance stays
      *                   behind);
      *               'S' one listed security - the quantity given,
      *                   or the whole position when it is zero;
      *               'C' a listed cash amount.
      *             A position moves off the source HOLDFILE record
      *             onto the target's at the source's last price,
      *             and the TAXLOT lots under it are carried across
      *             first-in-first-out with their original open date
      *             and unit cost, re-sequenced after any lots the
      *             target already holds - a transfer is never a
      *             disposal, so no lot is relieved and nothing goes
      *             to the realized gain register. Cash moves as a
      *             paired 'T' debit/credit on CASHLDGR. Both masters
      *             are rolled up from HOLDFILE, rewritten and
      *             audit-logged with their before and after images.
      *             Every transfer is proved on the register: the
      *             quantity, cost basis and cash out of the source
      *             must equal what landed on the target, and a pair
      *             that does not net to zero ends the run RC 8.
      *             Both portfolios must be on file, ACTIVE and in
      *             the same base currency, and a position transfer
      *             needs distinct portfolio ids, because HOLDFILE
      *             and TAXLOT are keyed by the portfolio id alone. A
      *             row that fails goes to XFERREJ with the reason
      *             and the run ends RC 4.
      * Author: DLB
      * Date Written: 2025-01-29
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-01-29 DLB           Initial Creation
      * 2025-02-10 DLB           Both sides of every position moved
      *                          append a HOLDJRNL movement journal
      *                          record (shared HJNLREC layout)
      * 2025-02-14 DLB           Rerun guard - a transfer reference
      *                          the audit trail already shows moved
      *                          out under tonight's business date
      *                          is skipped and counted, so a
      *                          resubmitted XFERREQ moves nothing
      *                          twice
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTXFER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- Transfer requests, one row per full transfer, listed
      *           security or cash amount
           SELECT REQUEST-FILE
               ASSIGN TO XFERREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

      *-- Portfolio master - both sides read, rolled up, rewritten
           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORT-KEY
               FILE STATUS IS WS-PORT-STATUS.

      *-- Holdings detail - positions moved source to target and
      *           browsed for the full-transfer list and rollups
           SELECT HOLDINGS-FILE
               ASSIGN TO HOLDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

      *-- Cost-basis lots - carried across with their open date and
      *           unit cost
           SELECT TAX-LOT-FILE
               ASSIGN TO TAXLOT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.

      *-- Cash ledger - the paired 'T' legs
           SELECT CASH-LEDGER-FILE
               ASSIGN TO CASHLDGR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLGR-STATUS.

      *-- Audit trail file - shared layout with PORTUPDT/PORTCRET
           SELECT AUDIT-FILE
               ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *-- Rejected requests with the reason, for resubmission
           SELECT REJECT-FILE
               ASSIGN TO XFERREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

      *-- Transfer register and zero-balance proof
           SELECT REPORT-FILE
               ASSIGN TO XFERRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *-- Holdings movement journal - one record per side of every
      *           position moved, accumulating across runs
           SELECT HOLD-JOURNAL-FILE
               ASSIGN TO HOLDJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HJNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05  XFRQ-XFER-ID            PIC X(8).
           05  XFRQ-TYPE               PIC X(1).
               88  XFRQ-FULL              VALUE 'F'.
               88  XFRQ-SECURITY          VALUE 'S'.
               88  XFRQ-CASH              VALUE 'C'.
               88  XFRQ-VALID-TYPE        VALUE 'F' 'S' 'C'.
           05  XFRQ-SOURCE-KEY.
               10  XFRQ-SOURCE-ID      PIC X(8).
               10  XFRQ-SOURCE-ACCT    PIC X(10).
           05  XFRQ-TARGET-KEY.
               10  XFRQ-TARGET-ID      PIC X(8).
               10  XFRQ-TARGET-ACCT    PIC X(10).
           05  XFRQ-SECURITY-ID        PIC X(9).
      *-- 'S' quantity to move - zero moves the whole position
           05  XFRQ-QUANTITY           PIC 9(9)V999.
      *-- 'C' cash amount to move
           05  XFRQ-AMOUNT             PIC 9(11)V99.
           05  FILLER                  PIC X(1).

       FD  PORTFOLIO-FILE.
           COPY PORTFLIO.

       FD  HOLDINGS-FILE.
           COPY HOLDREC.

       FD  TAX-LOT-FILE.
           COPY LOTREC.

       FD  CASH-LEDGER-FILE.
           COPY CLGRREC.

       FD  AUDIT-FILE.
           COPY AUDITLOG.

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  XFRJ-REQUEST            PIC X(80).
           05  XFRJ-REASON             PIC X(40).

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(132).

       FD  HOLD-JOURNAL-FILE.
           COPY HJNLREC.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Constants and switches
      *----------------------------------------------------------------*
       01  WS-CONSTANTS.
           05  WS-PROGRAM-NAME     PIC X(08) VALUE 'PORTXFER'.
           05  WS-SUCCESS          PIC S9(4) VALUE +0.
           05  WS-WARNING          PIC S9(4) VALUE +4.
           05  WS-ERROR            PIC S9(4) VALUE +8.
      *-- Most positions one full transfer can carry
           05  WS-MAX-POSITIONS    PIC 9(4) VALUE 1000.
      *-- Most transfer references one business date can carry
           05  WS-MAX-APPLIED      PIC 9(4) VALUE 1000.
      *-- Start of the source side's audit message - the transfer
      *           reference follows it
           05  WS-OUT-AUDIT-TAG    PIC X(27)
                                   VALUE 'IN-KIND TRANSFER OUT - REF '.

       01  WS-SWITCHES.
           05  WS-REQ-STATUS       PIC X(02).
               88  WS-REQ-SUCCESS       VALUE '00'.

           05  WS-PORT-STATUS      PIC X(02).
               88  WS-PORT-SUCCESS      VALUE '00'.
               88  WS-PORT-NOT-FND      VALUE '23'.

           05  WS-HOLD-STATUS      PIC X(02).
               88  WS-HOLD-SUCCESS      VALUE '00'.
               88  WS-HOLD-NOT-FND      VALUE '23'.

           05  WS-LOT-STATUS       PIC X(02).
               88  WS-LOT-SUCCESS       VALUE '00'.

           05  WS-CLGR-STATUS      PIC X(02).
               88  WS-CLGR-SUCCESS      VALUE '00'.

           05  WS-HJNL-STATUS      PIC X(02).
               88  WS-HJNL-SUCCESS      VALUE '00'.

           05  WS-AUDIT-STATUS     PIC X(02).
               88  WS-AUDIT-SUCCESS     VALUE '00'.

           05  WS-REJECT-STATUS    PIC X(02).
               88  WS-REJECT-SUCCESS    VALUE '00'.

           05  WS-REPORT-STATUS    PIC X(02).
               88  WS-REPORT-SUCCESS    VALUE '00'.

           05  WS-END-OF-FILE-SW   PIC X VALUE 'N'.
               88  END-OF-FILE         VALUE 'Y'.
               88  NOT-END-OF-FILE     VALUE 'N'.

           05  WS-HOLD-BROWSE-EOF-SW PIC X VALUE 'N'.
               88  HOLD-BROWSE-AT-EOF  VALUE 'Y'.

           05  WS-LOT-BROWSE-EOF-SW PIC X VALUE 'N'.
               88  LOT-BROWSE-AT-EOF   VALUE 'Y'.

           05  WS-MOVE-SW          PIC X VALUE 'Y'.
               88  MOVE-OK             VALUE 'Y'.
               88  MOVE-FAILED         VALUE 'N'.

           05  WS-AUDIT-EOF-SW     PIC X VALUE 'N'.
               88  AUDIT-AT-EOF        VALUE 'Y'.

           05  WS-APPLIED-SW       PIC X VALUE 'N'.
               88  ALREADY-APPLIED     VALUE 'Y'.
               88  NOT-YET-APPLIED     VALUE 'N'.

      *----------------------------------------------------------------*
      * Work areas
      *----------------------------------------------------------------*
       01  WS-WORK-AREAS.
           05  WS-RETURN-CODE      PIC S9(4) VALUE +0.
           05  WS-BUSINESS-DATE    PIC 9(8).
           05  WS-READ-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-APPLIED-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-REJECTED-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-POSITIONS-MOVED  PIC 9(7) VALUE ZERO.
           05  WS-LOTS-MOVED       PIC 9(7) VALUE ZERO.
           05  WS-LOT-SHORT-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-UNBALANCED-COUNT PIC 9(7) VALUE ZERO.
           05  WS-RERUN-SKIP-COUNT PIC 9(7) VALUE ZERO.
           05  WS-REJECT-REASON    PIC X(40).
      *-- Both sides of the request being worked - the master
      *           figures captured at validation
           05  WS-SOURCE-CASH      PIC S9(13)V99 COMP-3.
           05  WS-SOURCE-CURRENCY  PIC X(3).
      *-- Cash this transfer moves, and each side's signed share
      *           of it when its master is posted
           05  WS-XFER-CASH        PIC S9(13)V99 COMP-3.
           05  WS-POST-KEY.
               10  WS-POST-PORT-ID PIC X(8).
               10  WS-POST-ACCT-NO PIC X(10).
           05  WS-POST-OTHER-KEY   PIC X(18).
           05  WS-POST-CASH-DELTA  PIC S9(13)V99 COMP-3.
           05  WS-POST-DIRECTION   PIC X(4).
      *-- Position being moved
           05  WS-MOVE-SECURITY-ID PIC X(9).
           05  WS-MOVE-QTY         PIC S9(9)V999 COMP-3.
           05  WS-MOVE-PRICE       PIC S9(13)V99 COMP-3.
           05  WS-MOVE-PRICE-TIME  PIC 9(14).
           05  WS-MOVE-LOT-COUNT   PIC 9(5).
           05  WS-MOVE-COST        PIC S9(15)V99 COMP-3.
      *-- Lot carry-across - what is left to carry, the slice taken
      *           off the source lot and the target's next sequence
           05  WS-LOT-REMAINING    PIC S9(9)V999 COMP-3.
           05  WS-SLICE-QTY        PIC S9(9)V999 COMP-3.
           05  WS-SLICE-OPEN-DATE  PIC 9(8).
           05  WS-SLICE-UNIT-COST  PIC S9(13)V99 COMP-3.
           05  WS-SLICE-COST       PIC S9(15)V99 COMP-3.
           05  WS-LOT-NEXT-SEQ     PIC 9(5).
      *-- Master rollup from HOLDFILE, as PORTUPDT rolls it
           05  WS-ROLLUP-PORT-ID   PIC X(8).
           05  WS-ROLLUP-QTY       PIC S9(9)V999 COMP-3.
           05  WS-ROLLUP-VALUE     PIC S9(13)V99 COMP-3.
           05  WS-POSITION-VALUE   PIC S9(13)V99 COMP-3.
      *-- The pair's proof - out of the source and onto the target,
      *           for this request and for the run
           05  WS-REQ-QTY-OUT      PIC S9(11)V999 COMP-3.
           05  WS-REQ-QTY-IN       PIC S9(11)V999 COMP-3.
           05  WS-REQ-COST-OUT     PIC S9(15)V99 COMP-3.
           05  WS-REQ-COST-IN      PIC S9(15)V99 COMP-3.
           05  WS-REQ-CASH-OUT     PIC S9(15)V99 COMP-3.
           05  WS-REQ-CASH-IN      PIC S9(15)V99 COMP-3.
           05  WS-RUN-QTY-OUT      PIC S9(11)V999 COMP-3.
           05  WS-RUN-QTY-IN       PIC S9(11)V999 COMP-3.
           05  WS-RUN-COST-OUT     PIC S9(15)V99 COMP-3.
           05  WS-RUN-COST-IN      PIC S9(15)V99 COMP-3.
           05  WS-RUN-CASH-OUT     PIC S9(15)V99 COMP-3.
           05  WS-RUN-CASH-IN      PIC S9(15)V99 COMP-3.
           05  WS-NET-QTY          PIC S9(11)V999 COMP-3.
           05  WS-NET-COST         PIC S9(15)V99 COMP-3.
           05  WS-NET-CASH         PIC S9(15)V99 COMP-3.
      *-- Print-staging fields for the register line
           05  WS-LINE-SECURITY    PIC X(9).
           05  WS-LINE-DISPOSITION PIC X(10).
           05  WS-QTY-EDIT         PIC Z(8)9.999.
           05  WS-LOTS-EDIT        PIC ZZZZ9.
           05  WS-COST-EDIT        PIC Z(12)9.99.
           05  WS-CASH-EDIT        PIC Z(12)9.99.
           05  WS-NET-QTY-EDIT     PIC Z(10)9.999-.
           05  WS-NET-AMT-EDIT     PIC Z(14)9.99-.
           05  WS-TOTAL-QTY-EDIT   PIC Z(10)9.999.
           05  WS-TOTAL-AMT-EDIT   PIC Z(14)9.99.

      *-- Positions staged for the request - the full transfer's
      *           browse of the source, or the one listed security
       01  WS-POSITION-TABLE.
           05  WS-POS-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-POS-SUB          PIC 9(4) VALUE ZERO.
           05  WS-POS-ENTRY OCCURS 1000 TIMES.
               10  WS-POS-SECURITY-ID PIC X(9).
               10  WS-POS-QTY      PIC S9(9)V999 COMP-3.

      *-- Transfer references already applied under tonight's
      *           business date, off the audit trail - the rerun guard
       01  WS-APPLIED-TABLE.
           05  WS-APL-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-APPLIED-ENTRY OCCURS 1000 TIMES
                                  INDEXED BY WS-APL-IDX.
               10  WS-APL-XFER-ID  PIC X(8).

      *-- Work area used to build each AUD-RECORD before write
       01  WS-AUDIT-WORK-AREA.
           05  WS-AUDIT-DATE       PIC 9(08).
           05  WS-AUDIT-TIME       PIC 9(08).
           05  WS-AUDIT-BEFORE     PIC X(170).
           05  WS-AUDIT-AFTER      PIC X(170).
           05  WS-AUDIT-MESSAGE    PIC X(100).

      *-- Parameter area for the PORTCYCL cycle-control subprogram
           COPY CYCLAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS
              UNTIL END-OF-FILE
           PERFORM 2950-WRITE-REPORT-TOTALS
           PERFORM 3000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           INITIALIZE WS-WORK-AREAS

           PERFORM 1050-CHECK-CYCLE-CONTROL
           MOVE CYCL-BUSINESS-DATE TO WS-BUSINESS-DATE
           PERFORM 1100-LOAD-APPLIED-TRANSFERS

           OPEN INPUT  REQUEST-FILE
           OPEN I-O    PORTFOLIO-FILE
           OPEN I-O    HOLDINGS-FILE
           OPEN I-O    TAX-LOT-FILE
           OPEN EXTEND CASH-LEDGER-FILE
           OPEN EXTEND AUDIT-FILE
           OPEN OUTPUT REJECT-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND HOLD-JOURNAL-FILE

           IF NOT WS-REQ-SUCCESS
              OR NOT WS-PORT-SUCCESS
              OR NOT WS-HOLD-SUCCESS
              OR NOT WS-LOT-SUCCESS
              OR NOT WS-CLGR-SUCCESS
              OR NOT WS-AUDIT-SUCCESS
              OR NOT WS-REJECT-SUCCESS
              OR NOT WS-REPORT-SUCCESS
              OR NOT WS-HJNL-SUCCESS
               DISPLAY 'PORTXFER: FILE OPEN ERROR - REQ='
                       WS-REQ-STATUS ' PORT=' WS-PORT-STATUS
                       ' HOLD=' WS-HOLD-STATUS
                       ' LOT=' WS-LOT-STATUS
                       ' CLGR=' WS-CLGR-STATUS
                       ' AUDIT=' WS-AUDIT-STATUS
                       ' REJECT=' WS-REJECT-STATUS
                       ' REPORT=' WS-REPORT-STATUS
                       ' HJNL=' WS-HJNL-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1200-WRITE-REPORT-HEADINGS
           PERFORM 2900-READ-REQUEST
           .

      *-- Cycle-control start check through the shared PORTCYCL
      *           subprogram - scheduled after tonight's PORTUPDT,
      *           so the positions moved are the posted ones
       1050-CHECK-CYCLE-CONTROL.
           SET CYCL-START-REQ TO TRUE
           MOVE WS-PROGRAM-NAME TO CYCL-JOB-NAME
           MOVE 'PORTUPDT' TO CYCL-PREDECESSOR
           CALL 'PORTCYCL' USING CYCL-COMMAREA
           IF CYCL-BLOCKED
               DISPLAY 'PORTXFER: cycle control refused start - '
                       CYCL-MESSAGE
               MOVE WS-ERROR TO RETURN-CODE
               GOBACK
           END-IF
           .

      *-- Rerun guard: every source-side audit record this program
      *           wrote whose after image carries tonight's business
      *           date names a transfer already applied. Read through
      *           once before the trail is reopened for appending
       1100-LOAD-APPLIED-TRANSFERS.
           MOVE ZERO TO WS-APL-COUNT
           MOVE 'N' TO WS-AUDIT-EOF-SW
           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUDIT-SUCCESS
               DISPLAY 'PORTXFER: FILE OPEN ERROR - AUDIT='
                       WS-AUDIT-STATUS ' (rerun guard)'
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1150-SCAN-ONE-AUDIT-RECORD
              UNTIL AUDIT-AT-EOF
           CLOSE AUDIT-FILE
           .

       1150-SCAN-ONE-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   SET AUDIT-AT-EOF TO TRUE
               NOT AT END
                   IF AUD-PROGRAM = WS-PROGRAM-NAME
                      AND AUD-MESSAGE(1:27) = WS-OUT-AUDIT-TAG
                       MOVE AUD-AFTER-IMAGE TO PORT-RECORD
                       IF PORT-LAST-MAINT = WS-BUSINESS-DATE
                           PERFORM 1160-ADD-APPLIED-TRANSFER
                       END-IF
                   END-IF
           END-READ
           .

       1160-ADD-APPLIED-TRANSFER.
           IF WS-APL-COUNT < WS-MAX-APPLIED
               ADD 1 TO WS-APL-COUNT
               SET WS-APL-IDX TO WS-APL-COUNT
               MOVE AUD-MESSAGE(28:8) TO WS-APL-XFER-ID (WS-APL-IDX)
           ELSE
               DISPLAY 'PORTXFER: applied transfer table full at '
                       WS-MAX-APPLIED ' - rerun guard incomplete'
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           .

       1200-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO REPORT-RECORD
           STRING 'PORTXFER - IN-KIND ACCOUNT TRANSFER REGISTER  '
                      DELIMITED BY SIZE
                  'BUSINESS DATE ' DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'REF      T SOURCE PORT/ACCOUNT  '
                      DELIMITED BY SIZE
                  'TARGET PORT/ACCOUNT  SECURITY       QUANTITY '
                      DELIMITED BY SIZE
                  ' LOTS       COST BASIS      CASH AMOUNT '
                      DELIMITED BY SIZE
                  'DISPOSITION'
                      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       2000-PROCESS.
           ADD 1 TO WS-READ-COUNT
           PERFORM 2050-CHECK-ALREADY-APPLIED
           IF ALREADY-APPLIED
               PERFORM 2550-SKIP-APPLIED-REQUEST
           ELSE
               PERFORM 2100-VALIDATE-REQUEST
               IF WS-REJECT-REASON = SPACES
                   PERFORM 2200-APPLY-TRANSFER
               ELSE
                   PERFORM 2500-REJECT-REQUEST
               END-IF
           END-IF
           PERFORM 2900-READ-REQUEST
           .

      *-- A reference the audit trail shows applied tonight is a
      *           resubmission - nothing on it is moved again
       2050-CHECK-ALREADY-APPLIED.
           SET NOT-YET-APPLIED TO TRUE
           IF XFRQ-XFER-ID NOT = SPACES
               PERFORM VARYING WS-APL-IDX FROM 1 BY 1
                  UNTIL WS-APL-IDX > WS-APL-COUNT
                     OR ALREADY-APPLIED
                   IF WS-APL-XFER-ID (WS-APL-IDX) = XFRQ-XFER-ID
                       SET ALREADY-APPLIED TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           .

      *-- Row edits first, then both masters, then what the source
      *           actually holds - the first failure is the reason
       2100-VALIDATE-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZERO TO WS-POS-COUNT
           MOVE ZERO TO WS-XFER-CASH
           EVALUATE TRUE
               WHEN NOT XFRQ-VALID-TYPE
                   MOVE 'TRANSFER TYPE NOT F, S OR C'
                       TO WS-REJECT-REASON
               WHEN XFRQ-XFER-ID = SPACES
                   MOVE 'TRANSFER REFERENCE MISSING'
                       TO WS-REJECT-REASON
               WHEN XFRQ-SOURCE-KEY = XFRQ-TARGET-KEY
                   MOVE 'SOURCE AND TARGET ARE THE SAME ACCOUNT'
                       TO WS-REJECT-REASON
               WHEN (XFRQ-FULL OR XFRQ-SECURITY)
                AND XFRQ-SOURCE-ID = XFRQ-TARGET-ID
                   MOVE 'SOURCE AND TARGET SHARE ONE HOLDINGS ID'
                       TO WS-REJECT-REASON
               WHEN XFRQ-SECURITY
                AND XFRQ-SECURITY-ID = SPACES
                   MOVE 'SECURITY ID MISSING'
                       TO WS-REJECT-REASON
               WHEN XFRQ-SECURITY
                AND XFRQ-QUANTITY NOT NUMERIC
                   MOVE 'QUANTITY NOT NUMERIC'
                       TO WS-REJECT-REASON
               WHEN XFRQ-CASH
                AND XFRQ-AMOUNT NOT NUMERIC
                   MOVE 'CASH AMOUNT NOT NUMERIC'
                       TO WS-REJECT-REASON
               WHEN XFRQ-CASH
                AND XFRQ-AMOUNT = ZERO
                   MOVE 'CASH AMOUNT MISSING'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
               PERFORM 2120-CHECK-MASTERS
           END-IF

           IF WS-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN XFRQ-FULL
                       PERFORM 2160-STAGE-FULL-TRANSFER
                   WHEN XFRQ-SECURITY
                       PERFORM 2140-STAGE-LISTED-SECURITY
                   WHEN XFRQ-CASH
                       IF XFRQ-AMOUNT > WS-SOURCE-CASH
                           MOVE 'AMOUNT EXCEEDS SOURCE CASH BALANCE'
                               TO WS-REJECT-REASON
                       ELSE
                           MOVE XFRQ-AMOUNT TO WS-XFER-CASH
                       END-IF
               END-EVALUATE
           END-IF
           .

      *-- Both portfolios on file, ACTIVE and in one base currency
       2120-CHECK-MASTERS.
           MOVE XFRQ-SOURCE-KEY TO PORT-KEY
           READ PORTFOLIO-FILE
               INVALID KEY
                   MOVE 'SOURCE PORTFOLIO NOT ON FILE'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF PORT-ACTIVE
                       MOVE PORT-CASH-BALANCE TO WS-SOURCE-CASH
                       MOVE PORT-CURRENCY-CODE TO WS-SOURCE-CURRENCY
                   ELSE
                       MOVE 'SOURCE PORTFOLIO NOT ACTIVE'
                           TO WS-REJECT-REASON
                   END-IF
           END-READ

           IF WS-REJECT-REASON = SPACES
               MOVE XFRQ-TARGET-KEY TO PORT-KEY
               READ PORTFOLIO-FILE
                   INVALID KEY
                       MOVE 'TARGET PORTFOLIO NOT ON FILE'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN NOT PORT-ACTIVE
                               MOVE 'TARGET PORTFOLIO NOT ACTIVE'
                                   TO WS-REJECT-REASON
                           WHEN PORT-CURRENCY-CODE
                                NOT = WS-SOURCE-CURRENCY
                               MOVE 'SOURCE AND TARGET CURRENCY DIFFER'
                                   TO WS-REJECT-REASON
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF
           .

      *-- The listed security must be held, in at least the quantity
      *           asked for - zero asks for the whole position
       2140-STAGE-LISTED-SECURITY.
           MOVE XFRQ-SOURCE-ID TO HOLD-PORTFOLIO-ID
           MOVE XFRQ-SECURITY-ID TO HOLD-SECURITY-ID
           READ HOLDINGS-FILE
               INVALID KEY
                   MOVE 'SECURITY NOT HELD BY SOURCE'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN HOLD-QTY NOT > ZERO
                           MOVE 'SOURCE POSITION NOT LONG'
                               TO WS-REJECT-REASON
                       WHEN XFRQ-QUANTITY > HOLD-QTY
                           MOVE 'QUANTITY EXCEEDS SOURCE POSITION'
                               TO WS-REJECT-REASON
                       WHEN OTHER
                           MOVE 1 TO WS-POS-COUNT
                           MOVE XFRQ-SECURITY-ID
                               TO WS-POS-SECURITY-ID (1)
                           IF XFRQ-QUANTITY = ZERO
                               MOVE HOLD-QTY TO WS-POS-QTY (1)
                           ELSE
                               MOVE XFRQ-QUANTITY TO WS-POS-QTY (1)
                           END-IF
                   END-EVALUATE
           END-READ
           .

      *-- Every long position the source holds, plus its cash when
      *           the balance is a credit. Nothing is moved until the
      *           browse is finished, so the moves cannot disturb it
       2160-STAGE-FULL-TRANSFER.
           MOVE 'N' TO WS-HOLD-BROWSE-EOF-SW
           MOVE XFRQ-SOURCE-ID TO HOLD-PORTFOLIO-ID
           MOVE LOW-VALUES TO HOLD-SECURITY-ID

           START HOLDINGS-FILE KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY
                   SET HOLD-BROWSE-AT-EOF TO TRUE
           END-START

           PERFORM 2165-STAGE-ONE-POSITION
              UNTIL HOLD-BROWSE-AT-EOF

           IF WS-SOURCE-CASH > ZERO
               MOVE WS-SOURCE-CASH TO WS-XFER-CASH
           END-IF

           IF WS-REJECT-REASON = SPACES
              AND WS-POS-COUNT = ZERO
              AND WS-XFER-CASH = ZERO
               MOVE 'NOTHING ON SOURCE TO TRANSFER'
                   TO WS-REJECT-REASON
           END-IF
           .

       2165-STAGE-ONE-POSITION.
           READ HOLDINGS-FILE NEXT RECORD
               AT END
                   SET HOLD-BROWSE-AT-EOF TO TRUE
               NOT AT END
                   IF HOLD-PORTFOLIO-ID NOT = XFRQ-SOURCE-ID
                       SET HOLD-BROWSE-AT-EOF TO TRUE
                   ELSE
                       IF HOLD-QTY > ZERO
                           IF WS-POS-COUNT < WS-MAX-POSITIONS
                               ADD 1 TO WS-POS-COUNT
                               MOVE HOLD-SECURITY-ID
                                   TO WS-POS-SECURITY-ID (WS-POS-COUNT)
                               MOVE HOLD-QTY
                                   TO WS-POS-QTY (WS-POS-COUNT)
                           ELSE
                               MOVE 'TOO MANY POSITIONS FOR ONE RUN'
                                   TO WS-REJECT-REASON
                               SET HOLD-BROWSE-AT-EOF TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

      *-- Move the staged positions and their lots, post both
      *           masters and prove the pair nets to zero
       2200-APPLY-TRANSFER.
           MOVE ZERO TO WS-REQ-QTY-OUT
           MOVE ZERO TO WS-REQ-QTY-IN
           MOVE ZERO TO WS-REQ-COST-OUT
           MOVE ZERO TO WS-REQ-COST-IN
           MOVE ZERO TO WS-REQ-CASH-OUT
           MOVE ZERO TO WS-REQ-CASH-IN

           PERFORM 2300-MOVE-POSITION
              VARYING WS-POS-SUB FROM 1 BY 1
                UNTIL WS-POS-SUB > WS-POS-COUNT

      *-- Source gives up the cash, target receives it
           MOVE XFRQ-SOURCE-KEY TO WS-POST-KEY
           MOVE XFRQ-TARGET-KEY TO WS-POST-OTHER-KEY
           COMPUTE WS-POST-CASH-DELTA = ZERO - WS-XFER-CASH
           MOVE 'OUT ' TO WS-POST-DIRECTION
           PERFORM 2600-POST-MASTER

           MOVE XFRQ-TARGET-KEY TO WS-POST-KEY
           MOVE XFRQ-SOURCE-KEY TO WS-POST-OTHER-KEY
           MOVE WS-XFER-CASH TO WS-POST-CASH-DELTA
           MOVE 'IN  ' TO WS-POST-DIRECTION
           PERFORM 2600-POST-MASTER

           IF WS-XFER-CASH > ZERO
               MOVE 'CASH     ' TO WS-LINE-SECURITY
               MOVE ZERO TO WS-MOVE-QTY
               MOVE ZERO TO WS-MOVE-LOT-COUNT
               MOVE ZERO TO WS-MOVE-COST
               MOVE WS-XFER-CASH TO WS-CASH-EDIT
               MOVE 'MOVED     ' TO WS-LINE-DISPOSITION
               MOVE SPACES TO WS-REJECT-REASON
               PERFORM 2800-WRITE-REGISTER-LINE
           END-IF

           PERFORM 2700-PROVE-TRANSFER
           ADD 1 TO WS-APPLIED-COUNT
           .

      *-- One staged position: off the source HOLDFILE record, onto
      *           the target's, then its lots carried across
       2300-MOVE-POSITION.
           SET MOVE-OK TO TRUE
           MOVE WS-POS-SECURITY-ID (WS-POS-SUB) TO WS-MOVE-SECURITY-ID
           MOVE WS-POS-QTY (WS-POS-SUB) TO WS-MOVE-QTY
           MOVE ZERO TO WS-MOVE-LOT-COUNT
           MOVE ZERO TO WS-MOVE-COST

           MOVE XFRQ-SOURCE-ID TO HOLD-PORTFOLIO-ID
           MOVE WS-MOVE-SECURITY-ID TO HOLD-SECURITY-ID
           READ HOLDINGS-FILE
               INVALID KEY
                   SET MOVE-FAILED TO TRUE
               NOT INVALID KEY
                   MOVE HOLD-LAST-PRICE TO WS-MOVE-PRICE
                   MOVE HOLD-LAST-PRICE-TIME TO WS-MOVE-PRICE-TIME
                   PERFORM 8300-STAGE-JOURNAL-BEFORE
                   IF WS-MOVE-QTY = HOLD-QTY
                       SET HJNL-DELETED TO TRUE
                       DELETE HOLDINGS-FILE RECORD
                   ELSE
                       SUBTRACT WS-MOVE-QTY FROM HOLD-QTY
                       PERFORM 8310-STAGE-JOURNAL-AFTER
                       REWRITE HOLDINGS-RECORD
                   END-IF
                   IF WS-HOLD-SUCCESS
                       ADD WS-MOVE-QTY TO WS-REQ-QTY-OUT
                       PERFORM 8320-WRITE-HOLD-JOURNAL
                   ELSE
                       SET MOVE-FAILED TO TRUE
                   END-IF
           END-READ

      *-- The target keeps the fresher of the two last prices when
      *           it already holds the security
           IF MOVE-OK
               MOVE XFRQ-TARGET-ID TO HOLD-PORTFOLIO-ID
               MOVE WS-MOVE-SECURITY-ID TO HOLD-SECURITY-ID
               READ HOLDINGS-FILE
                   INVALID KEY
                       MOVE XFRQ-TARGET-ID TO HOLD-PORTFOLIO-ID
                       MOVE WS-MOVE-SECURITY-ID TO HOLD-SECURITY-ID
                       MOVE WS-MOVE-QTY TO HOLD-QTY
                       MOVE WS-MOVE-PRICE TO HOLD-LAST-PRICE
                       MOVE WS-MOVE-PRICE-TIME TO HOLD-LAST-PRICE-TIME
                       PERFORM 8305-STAGE-JOURNAL-ADDED
                       WRITE HOLDINGS-RECORD
                   NOT INVALID KEY
                       PERFORM 8300-STAGE-JOURNAL-BEFORE
                       ADD WS-MOVE-QTY TO HOLD-QTY
                       IF WS-MOVE-PRICE-TIME > HOLD-LAST-PRICE-TIME
                           MOVE WS-MOVE-PRICE TO HOLD-LAST-PRICE
                           MOVE WS-MOVE-PRICE-TIME
                               TO HOLD-LAST-PRICE-TIME
                       END-IF
                       PERFORM 8310-STAGE-JOURNAL-AFTER
                       REWRITE HOLDINGS-RECORD
               END-READ
               IF WS-HOLD-SUCCESS
                   ADD WS-MOVE-QTY TO WS-REQ-QTY-IN
                   PERFORM 8320-WRITE-HOLD-JOURNAL
               ELSE
                   SET MOVE-FAILED TO TRUE
               END-IF
           END-IF

           IF MOVE-OK
               PERFORM 2400-CARRY-TAX-LOTS
               ADD 1 TO WS-POSITIONS-MOVED
               MOVE 'MOVED     ' TO WS-LINE-DISPOSITION
               MOVE SPACES TO WS-REJECT-REASON
           ELSE
               DISPLAY 'PORTXFER: position move failed for '
                       XFRQ-XFER-ID ' ' WS-MOVE-SECURITY-ID
                       ' STATUS=' WS-HOLD-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE 'FAILED    ' TO WS-LINE-DISPOSITION
               MOVE 'HOLDFILE UPDATE FAILED' TO WS-REJECT-REASON
           END-IF

           MOVE WS-MOVE-SECURITY-ID TO WS-LINE-SECURITY
           MOVE ZERO TO WS-CASH-EDIT
           PERFORM 2800-WRITE-REGISTER-LINE
           .

      *-- Carry the moved quantity's lots across oldest first. Each
      *           step re-positions on the source's first remaining
      *           lot, which the step before deleted or shrank, so
      *           the browse is never disturbed by its own updates.
      *           Quantity no lot covers (positions that predate lot
      *           tracking) moves without basis and is counted
       2400-CARRY-TAX-LOTS.
           MOVE WS-MOVE-QTY TO WS-LOT-REMAINING
           PERFORM 2410-FIND-TARGET-LOT-SEQ

           MOVE 'N' TO WS-LOT-BROWSE-EOF-SW
           PERFORM 2420-CARRY-ONE-LOT
              UNTIL LOT-BROWSE-AT-EOF
                 OR WS-LOT-REMAINING NOT > ZERO

           IF WS-LOT-REMAINING > ZERO
               ADD 1 TO WS-LOT-SHORT-COUNT
               DISPLAY 'PORTXFER: lots short of moved quantity for '
                       XFRQ-SOURCE-ID ' ' WS-MOVE-SECURITY-ID
                       ' uncovered qty ' WS-LOT-REMAINING
               IF WS-RETURN-CODE = WS-SUCCESS
                   MOVE WS-WARNING TO WS-RETURN-CODE
               END-IF
           END-IF
           .

      *-- Highest lot sequence the target already has under the
      *           security - carried lots number on from it
       2410-FIND-TARGET-LOT-SEQ.
           MOVE ZERO TO WS-LOT-NEXT-SEQ
           MOVE 'N' TO WS-LOT-BROWSE-EOF-SW
           MOVE XFRQ-TARGET-ID TO LOT-PORTFOLIO-ID
           MOVE WS-MOVE-SECURITY-ID TO LOT-SECURITY-ID
           MOVE ZERO TO LOT-SEQ-NO

           START TAX-LOT-FILE KEY IS NOT LESS THAN LOT-KEY
               INVALID KEY
                   SET LOT-BROWSE-AT-EOF TO TRUE
           END-START

           PERFORM 2415-SCAN-ONE-LOT-SEQ
              UNTIL LOT-BROWSE-AT-EOF
           .

       2415-SCAN-ONE-LOT-SEQ.
           READ TAX-LOT-FILE NEXT RECORD
               AT END
                   SET LOT-BROWSE-AT-EOF TO TRUE
               NOT AT END
                   IF LOT-PORTFOLIO-ID = XFRQ-TARGET-ID
                      AND LOT-SECURITY-ID = WS-MOVE-SECURITY-ID
                       MOVE LOT-SEQ-NO TO WS-LOT-NEXT-SEQ
                   ELSE
                       SET LOT-BROWSE-AT-EOF TO TRUE
                   END-IF
           END-READ
           .

      *-- Take the smaller of the source's oldest lot and what is
      *           left to carry, delete or shrink the source lot and
      *           write the slice to the target at the same open date
      *           and unit cost
       2420-CARRY-ONE-LOT.
           MOVE XFRQ-SOURCE-ID TO LOT-PORTFOLIO-ID
           MOVE WS-MOVE-SECURITY-ID TO LOT-SECURITY-ID
           MOVE ZERO TO LOT-SEQ-NO

           START TAX-LOT-FILE KEY IS NOT LESS THAN LOT-KEY
               INVALID KEY
                   SET LOT-BROWSE-AT-EOF TO TRUE
           END-START

           IF NOT LOT-BROWSE-AT-EOF
               READ TAX-LOT-FILE NEXT RECORD
                   AT END
                       SET LOT-BROWSE-AT-EOF TO TRUE
               END-READ
           END-IF

           IF NOT LOT-BROWSE-AT-EOF
              AND (LOT-PORTFOLIO-ID NOT = XFRQ-SOURCE-ID
                   OR LOT-SECURITY-ID NOT = WS-MOVE-SECURITY-ID)
               SET LOT-BROWSE-AT-EOF TO TRUE
           END-IF

           IF NOT LOT-BROWSE-AT-EOF
               IF LOT-QTY NOT > WS-LOT-REMAINING
                   MOVE LOT-QTY TO WS-SLICE-QTY
               ELSE
                   MOVE WS-LOT-REMAINING TO WS-SLICE-QTY
               END-IF
               MOVE LOT-OPEN-DATE TO WS-SLICE-OPEN-DATE
               MOVE LOT-UNIT-COST TO WS-SLICE-UNIT-COST
               COMPUTE WS-SLICE-COST ROUNDED =
                   WS-SLICE-QTY * WS-SLICE-UNIT-COST

               IF WS-SLICE-QTY = LOT-QTY
                   DELETE TAX-LOT-FILE RECORD
               ELSE
                   SUBTRACT WS-SLICE-QTY FROM LOT-QTY
                   REWRITE TAX-LOT-RECORD
               END-IF
               IF WS-LOT-SUCCESS
                   ADD WS-SLICE-COST TO WS-REQ-COST-OUT
                   SUBTRACT WS-SLICE-QTY FROM WS-LOT-REMAINING
                   PERFORM 2430-WRITE-TARGET-LOT
               ELSE
                   DISPLAY 'PORTXFER: source lot update failed for '
                           LOT-KEY ' STATUS=' WS-LOT-STATUS
                   MOVE WS-ERROR TO WS-RETURN-CODE
                   SET LOT-BROWSE-AT-EOF TO TRUE
               END-IF
           END-IF
           .

       2430-WRITE-TARGET-LOT.
           ADD 1 TO WS-LOT-NEXT-SEQ
           MOVE XFRQ-TARGET-ID TO LOT-PORTFOLIO-ID
           MOVE WS-MOVE-SECURITY-ID TO LOT-SECURITY-ID
           MOVE WS-LOT-NEXT-SEQ TO LOT-SEQ-NO
           MOVE WS-SLICE-OPEN-DATE TO LOT-OPEN-DATE
           MOVE WS-SLICE-QTY TO LOT-QTY
           MOVE WS-SLICE-UNIT-COST TO LOT-UNIT-COST
           WRITE TAX-LOT-RECORD
           IF WS-LOT-SUCCESS
               ADD WS-SLICE-COST TO WS-REQ-COST-IN
               ADD WS-SLICE-COST TO WS-MOVE-COST
               ADD 1 TO WS-MOVE-LOT-COUNT
               ADD 1 TO WS-LOTS-MOVED
           ELSE
               DISPLAY 'PORTXFER: target lot WRITE failed for '
                       LOT-KEY ' STATUS=' WS-LOT-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
               SET LOT-BROWSE-AT-EOF TO TRUE
           END-IF
           .

      *-- Post one side: its share of the cash, holdings rolled up
      *           from HOLDFILE, the master rewritten, its ledger leg
      *           and its audit record
       2600-POST-MASTER.
           MOVE WS-POST-KEY TO PORT-KEY
           READ PORTFOLIO-FILE
               INVALID KEY
                   DISPLAY 'PORTXFER: master missing at post for '
                           WS-POST-KEY ' REF ' XFRQ-XFER-ID
                   MOVE WS-ERROR TO WS-RETURN-CODE
           END-READ

           IF WS-PORT-SUCCESS
               MOVE PORT-RECORD TO WS-AUDIT-BEFORE
               ADD WS-POST-CASH-DELTA TO PORT-CASH-BALANCE
               MOVE PORT-ID TO WS-ROLLUP-PORT-ID
               PERFORM 2650-ROLLUP-POSITIONS
               MOVE WS-ROLLUP-QTY TO PORT-HOLDINGS-QTY
               MOVE WS-ROLLUP-VALUE TO PORT-TOTAL-VALUE
               MOVE WS-BUSINESS-DATE TO PORT-LAST-MAINT
               MOVE 'BATCH   ' TO PORT-LAST-USER
               REWRITE PORT-RECORD
               IF WS-PORT-SUCCESS
                   IF WS-POST-CASH-DELTA NOT = ZERO
                       PERFORM 8100-WRITE-CASH-LEDGER
                   END-IF
                   MOVE PORT-RECORD TO WS-AUDIT-AFTER
                   PERFORM 8000-WRITE-AUDIT-RECORD
               ELSE
                   DISPLAY 'PORTXFER: master REWRITE failed for '
                           WS-POST-KEY ' STATUS=' WS-PORT-STATUS
                   MOVE WS-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF
           .

      *-- Master rollup, as PORTUPDT's 1660-ROLLUP-POSITIONS
       2650-ROLLUP-POSITIONS.
           MOVE ZERO TO WS-ROLLUP-QTY
           MOVE ZERO TO WS-ROLLUP-VALUE
           MOVE 'N' TO WS-HOLD-BROWSE-EOF-SW
           MOVE WS-ROLLUP-PORT-ID TO HOLD-PORTFOLIO-ID
           MOVE LOW-VALUES TO HOLD-SECURITY-ID

           START HOLDINGS-FILE KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY
                   SET HOLD-BROWSE-AT-EOF TO TRUE
           END-START

           PERFORM UNTIL HOLD-BROWSE-AT-EOF
               READ HOLDINGS-FILE NEXT RECORD
                   AT END
                       SET HOLD-BROWSE-AT-EOF TO TRUE
                   NOT AT END
                       IF HOLD-PORTFOLIO-ID = WS-ROLLUP-PORT-ID
                           ADD HOLD-QTY TO WS-ROLLUP-QTY
                           COMPUTE WS-POSITION-VALUE ROUNDED =
                               HOLD-QTY * HOLD-LAST-PRICE
                           ADD WS-POSITION-VALUE TO WS-ROLLUP-VALUE
                       ELSE
                           SET HOLD-BROWSE-AT-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           .

      *-- What left the source must equal what reached the target -
      *           quantity, lot cost basis and cash. An unbalanced
      *           pair means a failed write part-way through and
      *           needs correcting before the next cycle
       2700-PROVE-TRANSFER.
           COMPUTE WS-NET-QTY = WS-REQ-QTY-OUT - WS-REQ-QTY-IN
           COMPUTE WS-NET-COST = WS-REQ-COST-OUT - WS-REQ-COST-IN
           COMPUTE WS-NET-CASH = WS-REQ-CASH-OUT - WS-REQ-CASH-IN

           ADD WS-REQ-QTY-OUT TO WS-RUN-QTY-OUT
           ADD WS-REQ-QTY-IN TO WS-RUN-QTY-IN
           ADD WS-REQ-COST-OUT TO WS-RUN-COST-OUT
           ADD WS-REQ-COST-IN TO WS-RUN-COST-IN
           ADD WS-REQ-CASH-OUT TO WS-RUN-CASH-OUT
           ADD WS-REQ-CASH-IN TO WS-RUN-CASH-IN

           IF WS-NET-QTY NOT = ZERO
              OR WS-NET-COST NOT = ZERO
              OR WS-NET-CASH NOT = ZERO
               ADD 1 TO WS-UNBALANCED-COUNT
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-NET-QTY TO WS-NET-QTY-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING XFRQ-XFER-ID       DELIMITED BY SIZE
                      ' *** OUT OF BALANCE - NET QTY '
                                         DELIMITED BY SIZE
                      WS-NET-QTY-EDIT    DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE WS-NET-COST TO WS-NET-AMT-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING XFRQ-XFER-ID       DELIMITED BY SIZE
                      ' *** OUT OF BALANCE - NET COST '
                                         DELIMITED BY SIZE
                      WS-NET-AMT-EDIT    DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE WS-NET-CASH TO WS-NET-AMT-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING XFRQ-XFER-ID       DELIMITED BY SIZE
                      ' *** OUT OF BALANCE - NET CASH '
                                         DELIMITED BY SIZE
                      WS-NET-AMT-EDIT    DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           .

       2500-REJECT-REQUEST.
           ADD 1 TO WS-REJECTED-COUNT
           IF WS-RETURN-CODE = WS-SUCCESS
               MOVE WS-WARNING TO WS-RETURN-CODE
           END-IF

           MOVE REQUEST-RECORD TO XFRJ-REQUEST
           MOVE WS-REJECT-REASON TO XFRJ-REASON
           WRITE REJECT-RECORD
           IF NOT WS-REJECT-SUCCESS
               DISPLAY 'PORTXFER: reject WRITE failed, status='
                       WS-REJECT-STATUS ' for ' XFRQ-XFER-ID
           END-IF

           MOVE XFRQ-SECURITY-ID TO WS-LINE-SECURITY
           MOVE ZERO TO WS-MOVE-QTY
           MOVE ZERO TO WS-MOVE-LOT-COUNT
           MOVE ZERO TO WS-MOVE-COST
           MOVE ZERO TO WS-CASH-EDIT
           MOVE 'REJECTED  ' TO WS-LINE-DISPOSITION
           PERFORM 2800-WRITE-REGISTER-LINE
           .

       2550-SKIP-APPLIED-REQUEST.
           ADD 1 TO WS-RERUN-SKIP-COUNT
           MOVE XFRQ-SECURITY-ID TO WS-LINE-SECURITY
           MOVE ZERO TO WS-MOVE-QTY
           MOVE ZERO TO WS-MOVE-LOT-COUNT
           MOVE ZERO TO WS-MOVE-COST
           MOVE ZERO TO WS-CASH-EDIT
           MOVE 'SKIPPED   ' TO WS-LINE-DISPOSITION
           MOVE 'ALREADY APPLIED THIS BUSINESS DATE'
               TO WS-REJECT-REASON
           PERFORM 2800-WRITE-REGISTER-LINE
           .

       2800-WRITE-REGISTER-LINE.
           MOVE WS-MOVE-QTY TO WS-QTY-EDIT
           MOVE WS-MOVE-LOT-COUNT TO WS-LOTS-EDIT
           MOVE WS-MOVE-COST TO WS-COST-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING XFRQ-XFER-ID        DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  XFRQ-TYPE           DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  XFRQ-SOURCE-ID      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  XFRQ-SOURCE-ACCT    DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  XFRQ-TARGET-ID      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  XFRQ-TARGET-ACCT    DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-LINE-SECURITY    DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-QTY-EDIT         DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-LOTS-EDIT        DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-COST-EDIT        DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-CASH-EDIT        DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-LINE-DISPOSITION DELIMITED BY SIZE
                  WS-REJECT-REASON    DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       2900-READ-REQUEST.
           READ REQUEST-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ
           .

      *-- Run totals and the zero-balance proof across every pair
       2950-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'REQUESTS READ=' DELIMITED BY SIZE
                  WS-READ-COUNT    DELIMITED BY SIZE
                  '  APPLIED='     DELIMITED BY SIZE
                  WS-APPLIED-COUNT DELIMITED BY SIZE
                  '  REJECTED='    DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
                  '  POSITIONS MOVED=' DELIMITED BY SIZE
                  WS-POSITIONS-MOVED DELIMITED BY SIZE
                  '  LOTS CARRIED=' DELIMITED BY SIZE
                  WS-LOTS-MOVED    DELIMITED BY SIZE
                  '  LOTS SHORT='  DELIMITED BY SIZE
                  WS-LOT-SHORT-COUNT DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'RERUN SKIPS='   DELIMITED BY SIZE
                  WS-RERUN-SKIP-COUNT DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

      *-- Out, in and net columns end at 40, 60 and 80
           MOVE SPACES TO REPORT-RECORD
           MOVE 'TRANSFER PROOF' TO REPORT-RECORD(1:14)
           MOVE 'OUT OF SOURCE' TO REPORT-RECORD(28:13)
           MOVE 'INTO TARGET' TO REPORT-RECORD(50:11)
           MOVE 'NET' TO REPORT-RECORD(78:3)
           WRITE REPORT-RECORD

           COMPUTE WS-NET-QTY = WS-RUN-QTY-OUT - WS-RUN-QTY-IN
           MOVE SPACES TO REPORT-RECORD
           MOVE 'QUANTITY' TO REPORT-RECORD(1:8)
           MOVE WS-RUN-QTY-OUT TO WS-TOTAL-QTY-EDIT
           MOVE WS-TOTAL-QTY-EDIT TO REPORT-RECORD(26:15)
           MOVE WS-RUN-QTY-IN TO WS-TOTAL-QTY-EDIT
           MOVE WS-TOTAL-QTY-EDIT TO REPORT-RECORD(46:15)
           MOVE WS-NET-QTY TO WS-NET-QTY-EDIT
           MOVE WS-NET-QTY-EDIT TO REPORT-RECORD(65:16)
           WRITE REPORT-RECORD

           COMPUTE WS-NET-COST = WS-RUN-COST-OUT - WS-RUN-COST-IN
           MOVE SPACES TO REPORT-RECORD
           MOVE 'COST BASIS' TO REPORT-RECORD(1:10)
           MOVE WS-RUN-COST-OUT TO WS-TOTAL-AMT-EDIT
           MOVE WS-TOTAL-AMT-EDIT TO REPORT-RECORD(23:18)
           MOVE WS-RUN-COST-IN TO WS-TOTAL-AMT-EDIT
           MOVE WS-TOTAL-AMT-EDIT TO REPORT-RECORD(43:18)
           MOVE WS-NET-COST TO WS-NET-AMT-EDIT
           MOVE WS-NET-AMT-EDIT TO REPORT-RECORD(62:19)
           WRITE REPORT-RECORD

           COMPUTE WS-NET-CASH = WS-RUN-CASH-OUT - WS-RUN-CASH-IN
           MOVE SPACES TO REPORT-RECORD
           MOVE 'CASH' TO REPORT-RECORD(1:4)
           MOVE WS-RUN-CASH-OUT TO WS-TOTAL-AMT-EDIT
           MOVE WS-TOTAL-AMT-EDIT TO REPORT-RECORD(23:18)
           MOVE WS-RUN-CASH-IN TO WS-TOTAL-AMT-EDIT
           MOVE WS-TOTAL-AMT-EDIT TO REPORT-RECORD(43:18)
           MOVE WS-NET-CASH TO WS-NET-AMT-EDIT
           MOVE WS-NET-AMT-EDIT TO REPORT-RECORD(62:19)
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           IF WS-UNBALANCED-COUNT = ZERO
              AND WS-NET-QTY = ZERO
              AND WS-NET-COST = ZERO
              AND WS-NET-CASH = ZERO
               MOVE 'TRANSFERS BALANCE TO ZERO - NO GAIN REALIZED'
                   TO REPORT-RECORD
           ELSE
               STRING '*** TRANSFERS OUT OF BALANCE - PAIRS='
                          DELIMITED BY SIZE
                      WS-UNBALANCED-COUNT DELIMITED BY SIZE
                      ' - CORRECT BEFORE THE NEXT CYCLE'
                          DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
               MOVE WS-ERROR TO WS-RETURN-CODE
           END-IF
           WRITE REPORT-RECORD
           .

       3000-TERMINATE.
           CLOSE REQUEST-FILE
                 PORTFOLIO-FILE
                 HOLDINGS-FILE
                 TAX-LOT-FILE
                 CASH-LEDGER-FILE
                 AUDIT-FILE
                 REJECT-FILE
                 REPORT-FILE
                 HOLD-JOURNAL-FILE

           DISPLAY 'Transfer requests read: ' WS-READ-COUNT
           DISPLAY 'Transfers applied:      ' WS-APPLIED-COUNT
           DISPLAY 'Transfers rejected:     ' WS-REJECTED-COUNT
           DISPLAY 'Rerun skips:            ' WS-RERUN-SKIP-COUNT
           DISPLAY 'Positions moved:        ' WS-POSITIONS-MOVED
           DISPLAY 'Tax lots carried:       ' WS-LOTS-MOVED
           DISPLAY 'Out-of-balance pairs:   ' WS-UNBALANCED-COUNT

           IF WS-RETURN-CODE NOT = WS-ERROR
               PERFORM 9000-STAMP-CYCLE-COMPLETE
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .

      *-- Stage a movement journal record from the position as it
      *           stands before the transfer touches it: key,
      *           quantity and price as the before image, after
      *           image zero (a delete leaves it so)
       8300-STAGE-JOURNAL-BEFORE.
           MOVE SPACES TO HOLD-JOURNAL-RECORD
           INITIALIZE HOLD-JOURNAL-RECORD
           MOVE HOLD-PORTFOLIO-ID TO HJNL-PORTFOLIO-ID
           MOVE HOLD-SECURITY-ID TO HJNL-SECURITY-ID
           MOVE HOLD-QTY TO HJNL-BEFORE-QTY
           MOVE HOLD-LAST-PRICE TO HJNL-BEFORE-PRICE
           SET HJNL-CHANGED TO TRUE
           SET HJNL-TRANSFER TO TRUE
           .

      *-- Stage a journal record for a target position about to be
      *           written new: zero before image
       8305-STAGE-JOURNAL-ADDED.
           PERFORM 8300-STAGE-JOURNAL-BEFORE
           PERFORM 8310-STAGE-JOURNAL-AFTER
           MOVE ZERO TO HJNL-BEFORE-QTY
           MOVE ZERO TO HJNL-BEFORE-PRICE
           SET HJNL-ADDED TO TRUE
           .

       8310-STAGE-JOURNAL-AFTER.
           MOVE HOLD-QTY TO HJNL-AFTER-QTY
           MOVE HOLD-LAST-PRICE TO HJNL-AFTER-PRICE
           .

      *-- Append the staged journal record under the cycle's
      *           business date
       8320-WRITE-HOLD-JOURNAL.
           MOVE WS-BUSINESS-DATE TO HJNL-BUSINESS-DATE
           ACCEPT HJNL-POST-DATE FROM DATE YYYYMMDD
           ACCEPT HJNL-POST-TIME FROM TIME
           MOVE WS-PROGRAM-NAME TO HJNL-PROGRAM
           WRITE HOLD-JOURNAL-RECORD
           IF NOT WS-HJNL-SUCCESS
               DISPLAY 'PORTXFER: journal WRITE failed, status='
                       WS-HJNL-STATUS ' for '
                       HJNL-PORTFOLIO-ID ' ' HJNL-SECURITY-ID
               MOVE WS-ERROR TO WS-RETURN-CODE
           END-IF
           .

      *-- One 'T' leg - debit on the source, credit on the target,
      *           so the pair re-adds to zero on the PORTCASH proof
       8100-WRITE-CASH-LEDGER.
           MOVE PORT-ID TO CLGR-PORTFOLIO-ID
           MOVE PORT-ACCOUNT-NO TO CLGR-ACCOUNT-NO
           MOVE WS-BUSINESS-DATE TO CLGR-POST-DATE
           ACCEPT CLGR-POST-TIME FROM TIME
           SET CLGR-TRANSFER TO TRUE
           MOVE WS-POST-CASH-DELTA TO CLGR-AMOUNT
           MOVE PORT-CASH-BALANCE TO CLGR-NEW-BALANCE
           MOVE WS-PROGRAM-NAME TO CLGR-PROGRAM
           WRITE CASH-LEDGER-RECORD
           IF WS-CLGR-SUCCESS
               IF WS-POST-CASH-DELTA < ZERO
                   SUBTRACT WS-POST-CASH-DELTA FROM WS-REQ-CASH-OUT
               ELSE
                   ADD WS-POST-CASH-DELTA TO WS-REQ-CASH-IN
               END-IF
           ELSE
               DISPLAY 'Cash ledger WRITE failed, status='
                       WS-CLGR-STATUS ' for key=' PORT-KEY
               MOVE WS-ERROR TO WS-RETURN-CODE
           END-IF
           .

      *-- Build and write the audit record for one side of a pair
       8000-WRITE-AUDIT-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME

           MOVE SPACES TO AUDIT-RECORD
           STRING WS-AUDIT-DATE  DELIMITED BY SIZE
                  '-'            DELIMITED BY SIZE
                  WS-AUDIT-TIME  DELIMITED BY SIZE
                  INTO AUD-TIMESTAMP
           END-STRING
           MOVE 'PORTFSYS' TO AUD-SYSTEM-ID
           MOVE 'BATCH   ' TO AUD-USER-ID
           MOVE WS-PROGRAM-NAME TO AUD-PROGRAM
           MOVE 'BATCH   ' TO AUD-TERMINAL
           SET AUD-TRANSACTION TO TRUE
           SET AUD-UPDATE TO TRUE
           SET AUD-SUCCESS TO TRUE
           MOVE WS-POST-KEY TO AUD-KEY-INFO
           MOVE ZERO TO AUD-PRICEFEED-TIME
           MOVE WS-AUDIT-BEFORE TO AUD-BEFORE-IMAGE
           MOVE WS-AUDIT-AFTER TO AUD-AFTER-IMAGE
           MOVE SPACES TO AUD-MESSAGE
           STRING 'IN-KIND TRANSFER '  DELIMITED BY SIZE
                  WS-POST-DIRECTION    DELIMITED BY SPACE
                  ' - REF '            DELIMITED BY SIZE
                  XFRQ-XFER-ID         DELIMITED BY SIZE
                  ' TYPE '             DELIMITED BY SIZE
                  XFRQ-TYPE            DELIMITED BY SIZE
                  ' OTHER SIDE '       DELIMITED BY SIZE
                  WS-POST-OTHER-KEY    DELIMITED BY SIZE
                  INTO AUD-MESSAGE
           END-STRING

           WRITE AUDIT-RECORD

           IF NOT WS-AUDIT-SUCCESS
               DISPLAY 'Warning: audit write failed, status='
                       WS-AUDIT-STATUS ' for key=' WS-POST-KEY
           END-IF
           .

      *-- Stamp this job complete on the cycle-control dataset -
      *           only a run that did not hard-fail counts
       9000-STAMP-CYCLE-COMPLETE.
           SET CYCL-COMPLETE-REQ TO TRUE
           MOVE WS-PROGRAM-NAME TO CYCL-JOB-NAME
           CALL 'PORTCYCL' USING CYCL-COMMAREA
           IF CYCL-BLOCKED
               DISPLAY 'Warning: cycle completion stamp failed - '
                       CYCL-MESSAGE
           END-IF
           .
