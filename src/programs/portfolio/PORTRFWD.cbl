      *================================================================*
      * Program Name: PORTRFWD
      * Description: Daily Firm-Level Roll-Forward Proof
      *             Proves the whole book moved correctly from one
      *             night to the next. Starts from last night's firm
      *             totals on the valuation snapshot file (sorted
      *             newest date first by the PORTRFWD job - tonight's
      *             PORTUPDT snapshot is skipped, the next date down
      *             is the opening), adds the day's CASHLDGR
      *             movements by transaction code and arrives at the
      *             master's PORT-CASH-BALANCE total; splits the
      *             change in PORT-TOTAL-VALUE into quantity effect
      *             and price effect off the HOLDJRNL position
      *             movements and arrives at the master's market
      *             value total. The day's window on both files is
      *             everything appended after last night's PORTUPDT
      *             postings (online PORTINQ cash, folded in by
      *             ONLEXTR, is taken by its post date). Portfolios
      *             on the master but not the opening snapshot open
      *             at zero; portfolios on the snapshot no longer on
      *             the master are listed and taken out at their
      *             opening totals. Totals are native currency units
      *             summed unconverted, like the PORTEXTR control
      *             totals - the proof is arithmetic, not valuation.
      *             An unexplained residual, or no opening snapshot
      *             to prove from, leaves RC=4 for PORTDGST; finance
      *             accepts the PORTEXTR handoff off a clean proof.
      * Author: DLB
      * Date Written: 2025-02-12
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-02-12 DLB           Initial Creation
      * 2025-02-14 DLB           Cash and journal windows restart
      *                          only at PORTUPDT postings made on
      *                          the opening snapshot's date; with
      *                          none on file the post-date window
      *                          is taken
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTRFWD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- Browsed sequentially in PORT-KEY order for the balanced-
      *           line match against the opening snapshots
           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PORT-KEY
               FILE STATUS IS WS-FILE-STATUS.

      *-- Valuation snapshots, sorted by the job's sort step into
      *           snapshot date descending, then key order
           SELECT SNAPSHOT-FILE
               ASSIGN TO SNAPSORT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT CASH-LEDGER-FILE
               ASSIGN TO CASHLDGR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLGR-STATUS.

           SELECT HOLD-JOURNAL-FILE
               ASSIGN TO HOLDJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HJNL-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO RFWDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PORTFOLIO-FILE.
           COPY PORTFLIO.

       FD  SNAPSHOT-FILE.
           COPY SNAPREC.

       FD  CASH-LEDGER-FILE.
           COPY CLGRREC.

       FD  HOLD-JOURNAL-FILE.
           COPY HJNLREC.

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Constants and switches
      *----------------------------------------------------------------*
       01  WS-CONSTANTS.
           05  WS-PROGRAM-NAME     PIC X(08) VALUE 'PORTRFWD'.
           05  WS-SUCCESS          PIC S9(4) VALUE +0.
           05  WS-ERROR            PIC S9(4) VALUE +8.
           05  WS-WARNING          PIC S9(4) VALUE +4.
      *-- Entries in the code tables - the last is the catch-all
           05  WS-CASH-CODE-MAX    PIC 9(2) VALUE 13.
           05  WS-MOVE-TYPE-MAX    PIC 9(2) VALUE 9.

       01  WS-SWITCHES.
           05  WS-FILE-STATUS      PIC X(02).
               88  WS-SUCCESS-STATUS    VALUE '00'.

           05  WS-SNAP-STATUS      PIC X(02).
               88  WS-SNAP-SUCCESS      VALUE '00'.

           05  WS-CLGR-STATUS      PIC X(02).
               88  WS-CLGR-SUCCESS      VALUE '00'.

           05  WS-HJNL-STATUS      PIC X(02).
               88  WS-HJNL-SUCCESS      VALUE '00'.

           05  WS-REPORT-STATUS    PIC X(02).
               88  WS-REPORT-SUCCESS    VALUE '00'.

           05  WS-SNAP-EOF-SW      PIC X(01) VALUE 'N'.
               88  WS-SNAP-AT-EOF       VALUE 'Y'.

           05  WS-CLGR-EOF-SW      PIC X(01) VALUE 'N'.
               88  WS-CLGR-AT-EOF       VALUE 'Y'.

           05  WS-HJNL-EOF-SW      PIC X(01) VALUE 'N'.
               88  WS-HJNL-AT-EOF       VALUE 'Y'.

      *-- Set once last night's PORTUPDT postings have been seen on
      *           the file - without one the window falls back to
      *           post date
           05  WS-CLGR-BOUNDARY-SW PIC X(01) VALUE 'N'.
               88  WS-CLGR-BOUNDARY-FOUND VALUE 'Y'.

           05  WS-HJNL-BOUNDARY-SW PIC X(01) VALUE 'N'.
               88  WS-HJNL-BOUNDARY-FOUND VALUE 'Y'.

      *----------------------------------------------------------------*
      * Work areas
      *----------------------------------------------------------------*
       01  WS-WORK-AREAS.
           05  WS-RETURN-CODE      PIC S9(4) VALUE +0.
      *-- Tonight's snapshot date, and the one before it the proof
      *           starts from - zero when the file has no earlier date
           05  WS-CLOSING-DATE     PIC 9(8) VALUE ZERO.
           05  WS-OPENING-DATE     PIC 9(8) VALUE ZERO.
      *-- Balanced-line compare keys - HIGH-VALUES once that side of
      *           the match is exhausted
           05  WS-MASTER-KEY       PIC X(18) VALUE LOW-VALUES.
           05  WS-SNAP-KEY         PIC X(18) VALUE LOW-VALUES.
           05  WS-SNAP-VALUE       PIC S9(13)V99 VALUE ZERO.
           05  WS-SNAP-CASH        PIC S9(13)V99 VALUE ZERO.
      *-- One-record look-ahead on the snapshots, so a restart's
      *           duplicate snapshot for a key is read past and the
      *           last one written is the one taken
           05  WS-LOOK-KEY         PIC X(18) VALUE LOW-VALUES.
           05  WS-LOOK-VALUE       PIC S9(13)V99 VALUE ZERO.
           05  WS-LOOK-CASH        PIC S9(13)V99 VALUE ZERO.
           05  WS-MATCHED-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-NEW-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-REMOVED-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-CLGR-READ-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-HJNL-READ-COUNT  PIC 9(9) VALUE ZERO.
      *-- Firm totals
           05  WS-OPENING-CASH     PIC S9(15)V99 VALUE ZERO.
           05  WS-OPENING-MV       PIC S9(15)V99 VALUE ZERO.
           05  WS-REMOVED-CASH     PIC S9(15)V99 VALUE ZERO.
           05  WS-REMOVED-MV       PIC S9(15)V99 VALUE ZERO.
           05  WS-CLOSING-CASH     PIC S9(15)V99 VALUE ZERO.
           05  WS-CLOSING-MV       PIC S9(15)V99 VALUE ZERO.
           05  WS-CASH-MOVED       PIC S9(15)V99 VALUE ZERO.
           05  WS-CASH-MOVED-COUNT PIC 9(9) VALUE ZERO.
           05  WS-QTY-EFFECT       PIC S9(15)V99 VALUE ZERO.
           05  WS-PRICE-EFFECT     PIC S9(15)V99 VALUE ZERO.
           05  WS-MOVE-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-EXPECTED-CASH    PIC S9(15)V99 VALUE ZERO.
           05  WS-EXPECTED-MV      PIC S9(15)V99 VALUE ZERO.
           05  WS-CASH-RESIDUAL    PIC S9(15)V99 VALUE ZERO.
           05  WS-MV-RESIDUAL      PIC S9(15)V99 VALUE ZERO.
      *-- One movement's valuation before, at the new quantity and
      *           the old price, and after
           05  WS-REF-PRICE        PIC S9(13)V99 VALUE ZERO.
           05  WS-VALUE-BEFORE     PIC S9(13)V99 VALUE ZERO.
           05  WS-VALUE-MID        PIC S9(13)V99 VALUE ZERO.
           05  WS-VALUE-AFTER      PIC S9(13)V99 VALUE ZERO.
      *-- Print-staging fields
           05  WS-LINE-LABEL       PIC X(36).
           05  WS-LINE-AMOUNT      PIC S9(15)V99 VALUE ZERO.
           05  WS-LINE-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-AMOUNT-EDIT      PIC -(15)9.99.
           05  WS-AMOUNT-EDIT-2    PIC -(15)9.99.
           05  WS-COUNT-EDIT       PIC Z(8)9.

      *-- Cash movements by CLGR transaction code. The online column
      *           is taken by post date; the batch column restarts
      *           at every PORTUPDT posting from the opening night
      *           or earlier, so it ends holding what was appended
      *           after last night's run; the dated column is the
      *           fallback when no such posting is on the file
       01  WS-CASH-CODE-TABLE.
           05  WS-CASH-CODE-ENTRY OCCURS 13 TIMES
                                  INDEXED BY WS-CC-IDX.
               10  WS-CC-CODE          PIC X(1).
               10  WS-CC-NAME          PIC X(20).
               10  WS-CC-ONLINE-AMT    PIC S9(15)V99.
               10  WS-CC-ONLINE-CNT    PIC 9(9).
               10  WS-CC-BATCH-AMT     PIC S9(15)V99.
               10  WS-CC-BATCH-CNT     PIC 9(9).
               10  WS-CC-DATED-AMT     PIC S9(15)V99.
               10  WS-CC-DATED-CNT     PIC 9(9).
               10  WS-CC-AMOUNT        PIC S9(15)V99.
               10  WS-CC-COUNT         PIC 9(9).

      *-- Market value movements by HOLDJRNL move type, on the same
      *           batch/dated windows as the cash table
       01  WS-MOVE-TYPE-TABLE.
           05  WS-MOVE-TYPE-ENTRY OCCURS 9 TIMES
                                  INDEXED BY WS-MT-IDX.
               10  WS-MT-CODE          PIC X(1).
               10  WS-MT-NAME          PIC X(20).
               10  WS-MT-BATCH-QTY     PIC S9(15)V99.
               10  WS-MT-BATCH-PRICE   PIC S9(15)V99.
               10  WS-MT-BATCH-CNT     PIC 9(9).
               10  WS-MT-DATED-QTY     PIC S9(15)V99.
               10  WS-MT-DATED-PRICE   PIC S9(15)V99.
               10  WS-MT-DATED-CNT     PIC 9(9).
               10  WS-MT-QTY-EFFECT    PIC S9(15)V99.
               10  WS-MT-PRICE-EFFECT  PIC S9(15)V99.
               10  WS-MT-COUNT         PIC 9(9).

      *-- Parameter area for the PORTCYCL cycle-control subprogram
           COPY CYCLAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-OPENING-DATE = ZERO
               PERFORM 2990-REPORT-NOT-PROVEN
           ELSE
               PERFORM 2000-MATCH-ONE-LINE
                  UNTIL WS-MASTER-KEY = HIGH-VALUES
                    AND WS-SNAP-KEY = HIGH-VALUES
               PERFORM 2400-SCAN-CASH-LEDGER
               PERFORM 2500-SCAN-HOLD-JOURNAL
               PERFORM 2600-WRITE-CASH-PROOF
               PERFORM 2700-WRITE-VALUE-PROOF
               PERFORM 2950-WRITE-SIGNOFF-TOTALS
           END-IF
           PERFORM 3000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           INITIALIZE WS-WORK-AREAS
           INITIALIZE WS-CASH-CODE-TABLE
           INITIALIZE WS-MOVE-TYPE-TABLE

           PERFORM 1050-CHECK-CYCLE-CONTROL
           PERFORM 1100-SEED-CODE-TABLES

           OPEN INPUT PORTFOLIO-FILE
           OPEN INPUT SNAPSHOT-FILE
           OPEN INPUT CASH-LEDGER-FILE
           OPEN INPUT HOLD-JOURNAL-FILE
           OPEN OUTPUT REPORT-FILE

           IF NOT WS-SUCCESS-STATUS
              OR NOT WS-SNAP-SUCCESS
              OR NOT WS-CLGR-SUCCESS
              OR NOT WS-HJNL-SUCCESS
              OR NOT WS-REPORT-SUCCESS
               DISPLAY 'PORTRFWD: FILE OPEN ERROR - PORT='
                       WS-FILE-STATUS ' SNAP=' WS-SNAP-STATUS
                       ' CLGR=' WS-CLGR-STATUS
                       ' HJNL=' WS-HJNL-STATUS
                       ' REPORT=' WS-REPORT-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1300-FIND-OPENING-DATE
           PERFORM 1200-WRITE-REPORT-HEADINGS
           IF WS-OPENING-DATE NOT = ZERO
               PERFORM 2900-READ-MASTER
               PERFORM 2910-READ-SNAPSHOT
           END-IF
           .


      *-- Cycle-control start check through the shared PORTCYCL
      *           subprogram - refuse to run out of sequence or
      *           twice for the same business date, before any of
      *           the run's files have been opened
       1050-CHECK-CYCLE-CONTROL.
           SET CYCL-START-REQ TO TRUE
           MOVE WS-PROGRAM-NAME TO CYCL-JOB-NAME
           MOVE 'PORTUPDT' TO CYCL-PREDECESSOR
           CALL 'PORTCYCL' USING CYCL-COMMAREA
           IF CYCL-BLOCKED
               DISPLAY 'PORTRFWD: cycle control refused start - '
                       CYCL-MESSAGE
               MOVE WS-ERROR TO RETURN-CODE
               GOBACK
           END-IF
           .


      *-- Stamp this job complete on the cycle-control dataset -
      *           only a run that did not hard-fail counts, since
      *           the stamp is what releases the successor jobs
       9000-STAMP-CYCLE-COMPLETE.
           SET CYCL-COMPLETE-REQ TO TRUE
           MOVE WS-PROGRAM-NAME TO CYCL-JOB-NAME
           CALL 'PORTCYCL' USING CYCL-COMMAREA
           IF CYCL-BLOCKED
               DISPLAY 'Warning: cycle completion stamp failed - '
                       CYCL-MESSAGE
           END-IF
           .

      *-- Codes and names for the two breakdowns - the last entry
      *           of each catches any code not listed
       1100-SEED-CODE-TABLES.
           MOVE 'O' TO WS-CC-CODE (1)
           MOVE 'OPENING BALANCE' TO WS-CC-NAME (1)
           MOVE 'D' TO WS-CC-CODE (2)
           MOVE 'DEPOSIT' TO WS-CC-NAME (2)
           MOVE 'W' TO WS-CC-CODE (3)
           MOVE 'WITHDRAWAL' TO WS-CC-NAME (3)
           MOVE 'F' TO WS-CC-CODE (4)
           MOVE 'FEE' TO WS-CC-NAME (4)
           MOVE 'I' TO WS-CC-CODE (5)
           MOVE 'INTEREST' TO WS-CC-NAME (5)
           MOVE 'B' TO WS-CC-CODE (6)
           MOVE 'TRADE BUY' TO WS-CC-NAME (6)
           MOVE 'L' TO WS-CC-CODE (7)
           MOVE 'TRADE SELL' TO WS-CC-NAME (7)
           MOVE 'N' TO WS-CC-CODE (8)
           MOVE 'INCOME' TO WS-CC-NAME (8)
           MOVE 'X' TO WS-CC-CODE (9)
           MOVE 'TAX WITHHELD' TO WS-CC-NAME (9)
           MOVE 'U' TO WS-CC-CODE (10)
           MOVE 'REFUND' TO WS-CC-NAME (10)
           MOVE 'R' TO WS-CC-CODE (11)
           MOVE 'RETURNED PAYMENT' TO WS-CC-NAME (11)
           MOVE 'T' TO WS-CC-CODE (12)
           MOVE 'ACCOUNT TRANSFER' TO WS-CC-NAME (12)
           MOVE '?' TO WS-CC-CODE (13)
           MOVE 'OTHER' TO WS-CC-NAME (13)

           MOVE 'Q' TO WS-MT-CODE (1)
           MOVE 'QUANTITY UPDATE' TO WS-MT-NAME (1)
           MOVE 'B' TO WS-MT-CODE (2)
           MOVE 'TRADE BUY' TO WS-MT-NAME (2)
           MOVE 'L' TO WS-MT-CODE (3)
           MOVE 'TRADE SELL' TO WS-MT-NAME (3)
           MOVE 'P' TO WS-MT-CODE (4)
           MOVE 'PRICE TICK' TO WS-MT-NAME (4)
           MOVE 'S' TO WS-MT-CODE (5)
           MOVE 'SPLIT' TO WS-MT-NAME (5)
           MOVE 'I' TO WS-MT-CODE (6)
           MOVE 'ID CHANGE' TO WS-MT-NAME (6)
           MOVE 'O' TO WS-MT-CODE (7)
           MOVE 'PRICE OVERRIDE' TO WS-MT-NAME (7)
           MOVE 'T' TO WS-MT-CODE (8)
           MOVE 'ACCOUNT TRANSFER' TO WS-MT-NAME (8)
           MOVE '?' TO WS-MT-CODE (9)
           MOVE 'OTHER' TO WS-MT-NAME (9)
           .

       1200-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO REPORT-RECORD
           MOVE 'PORTRFWD - DAILY FIRM ROLL-FORWARD PROOF'
               TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'BUSINESS DATE '    DELIMITED BY SIZE
                  CYCL-BUSINESS-DATE  DELIMITED BY SIZE
                  '  OPENING SNAPSHOT ' DELIMITED BY SIZE
                  WS-OPENING-DATE     DELIMITED BY SIZE
                  '  CLOSING SNAPSHOT ' DELIMITED BY SIZE
                  WS-CLOSING-DATE     DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           MOVE '(NATIVE CURRENCY UNITS SUMMED UNCONVERTED)'
               TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      *-- The snapshot file is sorted newest date first: the first
      *           date is tonight's PORTUPDT snapshot, and the next
      *           date down is last night's - the opening totals
       1300-FIND-OPENING-DATE.
           MOVE HIGH-VALUES TO WS-LOOK-KEY
           PERFORM 1310-READ-RAW-SNAPSHOT
           IF NOT WS-SNAP-AT-EOF
               MOVE SNAP-DATE TO WS-CLOSING-DATE
               PERFORM UNTIL WS-SNAP-AT-EOF
                          OR SNAP-DATE NOT = WS-CLOSING-DATE
                   PERFORM 1310-READ-RAW-SNAPSHOT
               END-PERFORM
               IF NOT WS-SNAP-AT-EOF
                   MOVE SNAP-DATE TO WS-OPENING-DATE
                   MOVE SNAP-KEY TO WS-LOOK-KEY
                   MOVE SNAP-TOTAL-VALUE TO WS-LOOK-VALUE
                   MOVE SNAP-CASH-BALANCE TO WS-LOOK-CASH
               END-IF
           END-IF
           .

       1310-READ-RAW-SNAPSHOT.
           READ SNAPSHOT-FILE
               AT END
                   SET WS-SNAP-AT-EOF TO TRUE
           END-READ
           .

      *-- One balanced-line comparison per iteration: equal keys
      *           carry the portfolio from opening to closing, a
      *           master-only key is a portfolio opened since last
      *           night, a snapshot-only key one taken off the master
       2000-MATCH-ONE-LINE.
           EVALUATE TRUE
               WHEN WS-MASTER-KEY = WS-SNAP-KEY
                   PERFORM 2100-CARRY-MATCHED-PORTFOLIO
                   PERFORM 2900-READ-MASTER
                   PERFORM 2910-READ-SNAPSHOT
               WHEN WS-MASTER-KEY < WS-SNAP-KEY
                   PERFORM 2200-CARRY-NEW-PORTFOLIO
                   PERFORM 2900-READ-MASTER
               WHEN OTHER
                   PERFORM 2300-REPORT-REMOVED-PORTFOLIO
                   PERFORM 2910-READ-SNAPSHOT
           END-EVALUATE
           .

       2100-CARRY-MATCHED-PORTFOLIO.
           ADD 1 TO WS-MATCHED-COUNT
           ADD WS-SNAP-CASH TO WS-OPENING-CASH
           ADD WS-SNAP-VALUE TO WS-OPENING-MV
           ADD PORT-CASH-BALANCE TO WS-CLOSING-CASH
           ADD PORT-TOTAL-VALUE TO WS-CLOSING-MV
           .

      *-- Opened since last night's snapshot - it opens at zero and
      *           its opening cash arrives as the ledger's 'O' record
       2200-CARRY-NEW-PORTFOLIO.
           ADD 1 TO WS-NEW-COUNT
           ADD PORT-CASH-BALANCE TO WS-CLOSING-CASH
           ADD PORT-TOTAL-VALUE TO WS-CLOSING-MV

           MOVE SPACES TO REPORT-RECORD
           STRING 'NEW PORTFOLIO     ' DELIMITED BY SIZE
                  PORT-ID              DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  PORT-ACCOUNT-NO      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

      *-- On last night's snapshot but no longer on the master - an
      *           explained reconciling item, taken out of the proof
      *           at its opening cash and market value
       2300-REPORT-REMOVED-PORTFOLIO.
           ADD 1 TO WS-REMOVED-COUNT
           ADD WS-SNAP-CASH TO WS-OPENING-CASH
           ADD WS-SNAP-VALUE TO WS-OPENING-MV
           ADD WS-SNAP-CASH TO WS-REMOVED-CASH
           ADD WS-SNAP-VALUE TO WS-REMOVED-MV

           MOVE WS-SNAP-CASH TO WS-AMOUNT-EDIT
           MOVE WS-SNAP-VALUE TO WS-AMOUNT-EDIT-2
           MOVE SPACES TO REPORT-RECORD
           STRING 'REMOVED PORTFOLIO ' DELIMITED BY SIZE
                  WS-SNAP-KEY (1:8)    DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-SNAP-KEY (9:10)   DELIMITED BY SIZE
                  '  CASH '            DELIMITED BY SIZE
                  WS-AMOUNT-EDIT       DELIMITED BY SIZE
                  '  MARKET VALUE '    DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-2     DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

      *-- The day's cash movements. CASHLDGR is appended in posting
      *           order, so everything after the last PORTUPDT
      *           posting dated the opening night - the date
      *           PORTUPDT stamped on the opening snapshot - is
      *           tonight's batch; online PORTINQ postings are folded
      *           in by ONLEXTR out of that order and go by post date
       2400-SCAN-CASH-LEDGER.
           PERFORM 2920-READ-LEDGER
           PERFORM 2410-TAKE-ONE-LEDGER-RECORD
              UNTIL WS-CLGR-AT-EOF

           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CASH-CODE-MAX
               IF WS-CLGR-BOUNDARY-FOUND
                   COMPUTE WS-CC-AMOUNT (WS-CC-IDX) =
                       WS-CC-ONLINE-AMT (WS-CC-IDX)
                     + WS-CC-BATCH-AMT (WS-CC-IDX)
                   COMPUTE WS-CC-COUNT (WS-CC-IDX) =
                       WS-CC-ONLINE-CNT (WS-CC-IDX)
                     + WS-CC-BATCH-CNT (WS-CC-IDX)
               ELSE
                   COMPUTE WS-CC-AMOUNT (WS-CC-IDX) =
                       WS-CC-ONLINE-AMT (WS-CC-IDX)
                     + WS-CC-DATED-AMT (WS-CC-IDX)
                   COMPUTE WS-CC-COUNT (WS-CC-IDX) =
                       WS-CC-ONLINE-CNT (WS-CC-IDX)
                     + WS-CC-DATED-CNT (WS-CC-IDX)
               END-IF
               ADD WS-CC-AMOUNT (WS-CC-IDX) TO WS-CASH-MOVED
               ADD WS-CC-COUNT (WS-CC-IDX) TO WS-CASH-MOVED-COUNT
           END-PERFORM
           .

       2410-TAKE-ONE-LEDGER-RECORD.
           SET WS-CC-IDX TO 1
           SEARCH WS-CASH-CODE-ENTRY
               AT END
                   SET WS-CC-IDX TO WS-CASH-CODE-MAX
               WHEN WS-CC-CODE (WS-CC-IDX) = CLGR-TRANS-CODE
                   CONTINUE
           END-SEARCH

           EVALUATE TRUE
               WHEN CLGR-PROGRAM = 'PORTINQ'
                   IF CLGR-POST-DATE > WS-OPENING-DATE
                       ADD CLGR-AMOUNT
                           TO WS-CC-ONLINE-AMT (WS-CC-IDX)
                       ADD 1 TO WS-CC-ONLINE-CNT (WS-CC-IDX)
                   END-IF
               WHEN CLGR-PROGRAM = 'PORTUPDT'
                AND CLGR-POST-DATE = WS-OPENING-DATE
                   SET WS-CLGR-BOUNDARY-FOUND TO TRUE
                   PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                           UNTIL WS-CC-IDX > WS-CASH-CODE-MAX
                       MOVE ZERO TO WS-CC-BATCH-AMT (WS-CC-IDX)
                                    WS-CC-BATCH-CNT (WS-CC-IDX)
                   END-PERFORM
               WHEN OTHER
                   ADD CLGR-AMOUNT TO WS-CC-BATCH-AMT (WS-CC-IDX)
                   ADD 1 TO WS-CC-BATCH-CNT (WS-CC-IDX)
                   IF CLGR-POST-DATE > WS-OPENING-DATE
                       ADD CLGR-AMOUNT
                           TO WS-CC-DATED-AMT (WS-CC-IDX)
                       ADD 1 TO WS-CC-DATED-CNT (WS-CC-IDX)
                   END-IF
           END-EVALUATE

           PERFORM 2920-READ-LEDGER
           .

      *-- The day's position movements, on the same window as the
      *           cash: everything journaled after the last PORTUPDT
      *           movement posted the opening night
       2500-SCAN-HOLD-JOURNAL.
           PERFORM 2930-READ-JOURNAL
           PERFORM 2510-TAKE-ONE-MOVEMENT
              UNTIL WS-HJNL-AT-EOF

           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                   UNTIL WS-MT-IDX > WS-MOVE-TYPE-MAX
               IF WS-HJNL-BOUNDARY-FOUND
                   MOVE WS-MT-BATCH-QTY (WS-MT-IDX)
                       TO WS-MT-QTY-EFFECT (WS-MT-IDX)
                   MOVE WS-MT-BATCH-PRICE (WS-MT-IDX)
                       TO WS-MT-PRICE-EFFECT (WS-MT-IDX)
                   MOVE WS-MT-BATCH-CNT (WS-MT-IDX)
                       TO WS-MT-COUNT (WS-MT-IDX)
               ELSE
                   MOVE WS-MT-DATED-QTY (WS-MT-IDX)
                       TO WS-MT-QTY-EFFECT (WS-MT-IDX)
                   MOVE WS-MT-DATED-PRICE (WS-MT-IDX)
                       TO WS-MT-PRICE-EFFECT (WS-MT-IDX)
                   MOVE WS-MT-DATED-CNT (WS-MT-IDX)
                       TO WS-MT-COUNT (WS-MT-IDX)
               END-IF
               ADD WS-MT-QTY-EFFECT (WS-MT-IDX) TO WS-QTY-EFFECT
               ADD WS-MT-PRICE-EFFECT (WS-MT-IDX) TO WS-PRICE-EFFECT
               ADD WS-MT-COUNT (WS-MT-IDX) TO WS-MOVE-COUNT
           END-PERFORM
           .

       2510-TAKE-ONE-MOVEMENT.
           IF HJNL-PROGRAM = 'PORTUPDT'
              AND HJNL-POST-DATE = WS-OPENING-DATE
               SET WS-HJNL-BOUNDARY-FOUND TO TRUE
               PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                       UNTIL WS-MT-IDX > WS-MOVE-TYPE-MAX
                   MOVE ZERO TO WS-MT-BATCH-QTY (WS-MT-IDX)
                                WS-MT-BATCH-PRICE (WS-MT-IDX)
                                WS-MT-BATCH-CNT (WS-MT-IDX)
               END-PERFORM
           ELSE
               PERFORM 2520-SPLIT-MOVEMENT-EFFECTS
               ADD WS-VALUE-MID TO WS-MT-BATCH-QTY (WS-MT-IDX)
               ADD WS-VALUE-AFTER TO WS-MT-BATCH-PRICE (WS-MT-IDX)
               ADD 1 TO WS-MT-BATCH-CNT (WS-MT-IDX)
               IF HJNL-POST-DATE > WS-OPENING-DATE
                   ADD WS-VALUE-MID TO WS-MT-DATED-QTY (WS-MT-IDX)
                   ADD WS-VALUE-AFTER
                       TO WS-MT-DATED-PRICE (WS-MT-IDX)
                   ADD 1 TO WS-MT-DATED-CNT (WS-MT-IDX)
               END-IF
           END-IF

           PERFORM 2930-READ-JOURNAL
           .

      *-- Quantity effect = new quantity at the old price less the
      *           old valuation; price effect = new valuation less
      *           the new quantity at the old price. Each leg is
      *           rounded the way the master rollup rounds a
      *           position, so the two effects add back exactly to
      *           the change in PORT-TOTAL-VALUE. A position opened
      *           from nothing has no old price - all of it is
      *           quantity effect. Leaves the quantity effect in
      *           WS-VALUE-MID and the price effect in WS-VALUE-AFTER
       2520-SPLIT-MOVEMENT-EFFECTS.
           SET WS-MT-IDX TO 1
           SEARCH WS-MOVE-TYPE-ENTRY
               AT END
                   SET WS-MT-IDX TO WS-MOVE-TYPE-MAX
               WHEN WS-MT-CODE (WS-MT-IDX) = HJNL-MOVE-TYPE
                   CONTINUE
           END-SEARCH

           IF HJNL-BEFORE-QTY = ZERO
               MOVE HJNL-AFTER-PRICE TO WS-REF-PRICE
           ELSE
               MOVE HJNL-BEFORE-PRICE TO WS-REF-PRICE
           END-IF

           COMPUTE WS-VALUE-BEFORE ROUNDED =
               HJNL-BEFORE-QTY * HJNL-BEFORE-PRICE
           COMPUTE WS-VALUE-MID ROUNDED =
               HJNL-AFTER-QTY * WS-REF-PRICE
           COMPUTE WS-VALUE-AFTER ROUNDED =
               HJNL-AFTER-QTY * HJNL-AFTER-PRICE

           COMPUTE WS-VALUE-AFTER = WS-VALUE-AFTER - WS-VALUE-MID
           COMPUTE WS-VALUE-MID = WS-VALUE-MID - WS-VALUE-BEFORE
           .

      *-- Opening cash plus the day's ledger movements, less the
      *           portfolios taken off the master, must come to the
      *           master's cash total
       2600-WRITE-CASH-PROOF.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'CASH ROLL-FORWARD' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'CODE  MOVEMENT                      '
                      DELIMITED BY SIZE
                  '    COUNT               AMOUNT'
                      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE 'OPENING CASH - SNAPSHOT' TO WS-LINE-LABEL
           MOVE WS-OPENING-CASH TO WS-LINE-AMOUNT
           PERFORM 2800-WRITE-AMOUNT-LINE

           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CASH-CODE-MAX
               IF WS-CC-COUNT (WS-CC-IDX) > ZERO
                   MOVE SPACES TO WS-LINE-LABEL
                   STRING '  '                     DELIMITED BY SIZE
                          WS-CC-CODE (WS-CC-IDX)   DELIMITED BY SIZE
                          '   '                    DELIMITED BY SIZE
                          WS-CC-NAME (WS-CC-IDX)   DELIMITED BY SIZE
                          INTO WS-LINE-LABEL
                   END-STRING
                   MOVE WS-CC-COUNT (WS-CC-IDX) TO WS-LINE-COUNT
                   MOVE WS-CC-AMOUNT (WS-CC-IDX) TO WS-LINE-AMOUNT
                   PERFORM 2810-WRITE-COUNT-LINE
               END-IF
           END-PERFORM

           MOVE 'TOTAL LEDGER MOVEMENTS' TO WS-LINE-LABEL
           MOVE WS-CASH-MOVED-COUNT TO WS-LINE-COUNT
           MOVE WS-CASH-MOVED TO WS-LINE-AMOUNT
           PERFORM 2810-WRITE-COUNT-LINE

           MOVE 'LESS REMOVED PORTFOLIOS' TO WS-LINE-LABEL
           COMPUTE WS-LINE-AMOUNT = ZERO - WS-REMOVED-CASH
           PERFORM 2800-WRITE-AMOUNT-LINE

           COMPUTE WS-EXPECTED-CASH =
               WS-OPENING-CASH + WS-CASH-MOVED - WS-REMOVED-CASH
           MOVE 'EXPECTED CLOSING CASH' TO WS-LINE-LABEL
           MOVE WS-EXPECTED-CASH TO WS-LINE-AMOUNT
           PERFORM 2800-WRITE-AMOUNT-LINE

           MOVE 'CLOSING CASH - MASTER' TO WS-LINE-LABEL
           MOVE WS-CLOSING-CASH TO WS-LINE-AMOUNT
           PERFORM 2800-WRITE-AMOUNT-LINE

           IF NOT WS-CLGR-BOUNDARY-FOUND
               MOVE SPACES TO REPORT-RECORD
               STRING 'NOTE - NO PORTUPDT POSTING DATED '
                          DELIMITED BY SIZE
                      WS-OPENING-DATE   DELIMITED BY SIZE
                      ' ON CASHLDGR - WINDOW TAKEN BY POST DATE'
                          DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF

           COMPUTE WS-CASH-RESIDUAL =
               WS-CLOSING-CASH - WS-EXPECTED-CASH
           IF WS-CASH-RESIDUAL = ZERO
               MOVE 'CASH PROVEN - NO RESIDUAL' TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               MOVE 'RESIDUAL CASH' TO WS-LINE-LABEL
               MOVE WS-CASH-RESIDUAL TO WS-LINE-AMOUNT
               PERFORM 2800-WRITE-AMOUNT-LINE
               MOVE WS-WARNING TO WS-RETURN-CODE
           END-IF
           .

      *-- Opening market value plus the quantity and price effects
      *           of the day's position movements, less the
      *           portfolios taken off the master, must come to the
      *           master's PORT-TOTAL-VALUE total
       2700-WRITE-VALUE-PROOF.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'MARKET VALUE ROLL-FORWARD' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'TYPE  MOVEMENT                      '
                      DELIMITED BY SIZE
                  '    COUNT      QUANTITY EFFECT'
                      DELIMITED BY SIZE
                  '          PRICE EFFECT'
                      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE 'OPENING MARKET VALUE - SNAPSHOT' TO WS-LINE-LABEL
           MOVE WS-OPENING-MV TO WS-LINE-AMOUNT
           PERFORM 2800-WRITE-AMOUNT-LINE

           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                   UNTIL WS-MT-IDX > WS-MOVE-TYPE-MAX
               IF WS-MT-COUNT (WS-MT-IDX) > ZERO
                   MOVE SPACES TO WS-LINE-LABEL
                   STRING '  '                     DELIMITED BY SIZE
                          WS-MT-CODE (WS-MT-IDX)   DELIMITED BY SIZE
                          '   '                    DELIMITED BY SIZE
                          WS-MT-NAME (WS-MT-IDX)   DELIMITED BY SIZE
                          INTO WS-LINE-LABEL
                   END-STRING
                   MOVE WS-MT-COUNT (WS-MT-IDX) TO WS-LINE-COUNT
                   MOVE WS-MT-QTY-EFFECT (WS-MT-IDX) TO WS-LINE-AMOUNT
                   MOVE WS-MT-PRICE-EFFECT (WS-MT-IDX)
                       TO WS-AMOUNT-EDIT-2
                   PERFORM 2820-WRITE-EFFECT-LINE
               END-IF
           END-PERFORM

           MOVE 'TOTAL POSITION MOVEMENTS' TO WS-LINE-LABEL
           MOVE WS-MOVE-COUNT TO WS-LINE-COUNT
           MOVE WS-QTY-EFFECT TO WS-LINE-AMOUNT
           MOVE WS-PRICE-EFFECT TO WS-AMOUNT-EDIT-2
           PERFORM 2820-WRITE-EFFECT-LINE

           MOVE 'LESS REMOVED PORTFOLIOS' TO WS-LINE-LABEL
           COMPUTE WS-LINE-AMOUNT = ZERO - WS-REMOVED-MV
           PERFORM 2800-WRITE-AMOUNT-LINE

           COMPUTE WS-EXPECTED-MV =
               WS-OPENING-MV + WS-QTY-EFFECT + WS-PRICE-EFFECT
             - WS-REMOVED-MV
           MOVE 'EXPECTED CLOSING MARKET VALUE' TO WS-LINE-LABEL
           MOVE WS-EXPECTED-MV TO WS-LINE-AMOUNT
           PERFORM 2800-WRITE-AMOUNT-LINE

           MOVE 'CLOSING MARKET VALUE - MASTER' TO WS-LINE-LABEL
           MOVE WS-CLOSING-MV TO WS-LINE-AMOUNT
           PERFORM 2800-WRITE-AMOUNT-LINE

           IF NOT WS-HJNL-BOUNDARY-FOUND
               MOVE SPACES TO REPORT-RECORD
               STRING 'NOTE - NO PORTUPDT MOVEMENT DATED '
                          DELIMITED BY SIZE
                      WS-OPENING-DATE    DELIMITED BY SIZE
                      ' ON HOLDJRNL - WINDOW TAKEN BY POST DATE'
                          DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF

           COMPUTE WS-MV-RESIDUAL = WS-CLOSING-MV - WS-EXPECTED-MV
           IF WS-MV-RESIDUAL = ZERO
               MOVE 'MARKET VALUE PROVEN - NO RESIDUAL'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               MOVE 'RESIDUAL MARKET VALUE' TO WS-LINE-LABEL
               MOVE WS-MV-RESIDUAL TO WS-LINE-AMOUNT
               PERFORM 2800-WRITE-AMOUNT-LINE
               MOVE WS-WARNING TO WS-RETURN-CODE
           END-IF
           .

      *-- Proof line: label and amount, the amount under the
      *           breakdown lines' amount column - PORTDGST picks
      *           the RESIDUAL lines up by their label and amount
      *           positions
       2800-WRITE-AMOUNT-LINE.
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING WS-LINE-LABEL      DELIMITED BY SIZE
                  '          '       DELIMITED BY SIZE
                  WS-AMOUNT-EDIT     DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       2810-WRITE-COUNT-LINE.
           MOVE WS-LINE-COUNT TO WS-COUNT-EDIT
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING WS-LINE-LABEL      DELIMITED BY SIZE
                  WS-COUNT-EDIT      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-AMOUNT-EDIT     DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

      *-- Breakdown line with both effects - the price effect is
      *           staged straight into WS-AMOUNT-EDIT-2 by the caller
       2820-WRITE-EFFECT-LINE.
           MOVE WS-LINE-COUNT TO WS-COUNT-EDIT
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING WS-LINE-LABEL      DELIMITED BY SIZE
                  WS-COUNT-EDIT      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-AMOUNT-EDIT     DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-2   DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       2900-READ-MASTER.
           READ PORTFOLIO-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-MASTER-KEY
               NOT AT END
                   MOVE PORT-KEY TO WS-MASTER-KEY
           END-READ
           .

      *-- Next opening snapshot - a restart can snapshot a portfolio
      *           twice for the same date, so a run of equal keys is
      *           read through and the last one written wins
       2910-READ-SNAPSHOT.
           MOVE WS-LOOK-KEY TO WS-SNAP-KEY
           MOVE WS-LOOK-VALUE TO WS-SNAP-VALUE
           MOVE WS-LOOK-CASH TO WS-SNAP-CASH
           IF WS-SNAP-KEY NOT = HIGH-VALUES
               PERFORM 2915-READ-AHEAD-SNAPSHOT
               PERFORM UNTIL WS-LOOK-KEY NOT = WS-SNAP-KEY
                   MOVE WS-LOOK-VALUE TO WS-SNAP-VALUE
                   MOVE WS-LOOK-CASH TO WS-SNAP-CASH
                   PERFORM 2915-READ-AHEAD-SNAPSHOT
               END-PERFORM
           END-IF
           .

      *-- Older snapshot dates than the opening one are not needed -
      *           the first of them ends the opening snapshots
       2915-READ-AHEAD-SNAPSHOT.
           READ SNAPSHOT-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-LOOK-KEY
               NOT AT END
                   IF SNAP-DATE = WS-OPENING-DATE
                       MOVE SNAP-KEY TO WS-LOOK-KEY
                       MOVE SNAP-TOTAL-VALUE TO WS-LOOK-VALUE
                       MOVE SNAP-CASH-BALANCE TO WS-LOOK-CASH
                   ELSE
                       MOVE HIGH-VALUES TO WS-LOOK-KEY
                   END-IF
           END-READ
           .

       2920-READ-LEDGER.
           READ CASH-LEDGER-FILE
               AT END
                   SET WS-CLGR-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CLGR-READ-COUNT
           END-READ
           .

       2930-READ-JOURNAL.
           READ HOLD-JOURNAL-FILE
               AT END
                   SET WS-HJNL-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HJNL-READ-COUNT
           END-READ
           .

      *-- Portfolio counts for the sign-off
       2950-WRITE-SIGNOFF-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'PORTFOLIOS CARRIED='  DELIMITED BY SIZE
                  WS-MATCHED-COUNT       DELIMITED BY SIZE
                  '  NEW='               DELIMITED BY SIZE
                  WS-NEW-COUNT           DELIMITED BY SIZE
                  '  REMOVED='           DELIMITED BY SIZE
                  WS-REMOVED-COUNT       DELIMITED BY SIZE
                  '  LEDGER READ='       DELIMITED BY SIZE
                  WS-CLGR-READ-COUNT     DELIMITED BY SIZE
                  '  JOURNAL READ='      DELIMITED BY SIZE
                  WS-HJNL-READ-COUNT     DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

      *-- Nothing to prove from - tonight's snapshot is the only
      *           date on the file (first night, or the snapshot
      *           history was lost)
       2990-REPORT-NOT-PROVEN.
           MOVE SPACES TO REPORT-RECORD
           STRING 'NOT PROVEN - NO SNAPSHOT BEFORE '
                      DELIMITED BY SIZE
                  WS-CLOSING-DATE    DELIMITED BY SIZE
                  ' TO ROLL FORWARD FROM'
                      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-WARNING TO WS-RETURN-CODE
           .

       3000-TERMINATE.
           CLOSE PORTFOLIO-FILE
                 SNAPSHOT-FILE
                 CASH-LEDGER-FILE
                 HOLD-JOURNAL-FILE
                 REPORT-FILE

           DISPLAY 'Opening snapshot date: ' WS-OPENING-DATE
           DISPLAY 'Portfolios carried:    ' WS-MATCHED-COUNT
           DISPLAY 'Portfolios new:        ' WS-NEW-COUNT
           DISPLAY 'Portfolios removed:    ' WS-REMOVED-COUNT
           MOVE WS-CASH-RESIDUAL TO WS-AMOUNT-EDIT
           DISPLAY 'Cash residual:         ' WS-AMOUNT-EDIT
           MOVE WS-MV-RESIDUAL TO WS-AMOUNT-EDIT
           DISPLAY 'Market value residual: ' WS-AMOUNT-EDIT

           IF WS-RETURN-CODE NOT = WS-ERROR
               PERFORM 9000-STAMP-CYCLE-COMPLETE
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
