      *================================================================*
      * Program Name: PORTDRFT
      * Description: Asset Allocation Drift Report and Rebalancing
      *             Proposal
      *             Measures every ACTIVE portfolio against the
      *             target allocation model it is assigned on the
      *             ALOCASGN file - directly by PORT-ID, or through
      *             its relationship on the RELFILE map (a direct
      *             portfolio assignment wins over the
      *             relationship's). Each HOLDFILE position is
      *             valued at quantity times HOLD-LAST-PRICE and
      *             bucketed by the SEC-ASSET-CLASS on the security
      *             master; PORT-CASH-BALANCE is the 'CA' cash
      *             sleeve. Each class's actual percentage of the
      *             portfolio's total is set against the model's
      *             target, and a class drifted further than its
      *             tolerance band flags the portfolio out of band
      *             on the drift report. A class the model does not
      *             name targets zero.
      *             When the DRFTPARM card requests it, every out-of-
      *             band portfolio (or just the one the card names)
      *             also gets a proposed rebalance back to target,
      *             written as 'L' sell / 'B' buy trades in UPDATE-
      *             FILE layout with their own header/trailer control
      *             records: overweight classes sell down pro rata
      *             across the positions held in them, underweight
      *             classes buy the model's designated security for
      *             the class at its latest HOLDFILE price, and cash
      *             absorbs the difference. Sells are written ahead
      *             of buys so a portfolio's sale proceeds are in
      *             PORT-CASH-BALANCE before its buys are applied.
      *             Nothing here updates a master - the desk reviews
      *             the proposal on the report and releases the batch
      *             to PORTUPDT.
      * Author: DLB
      * Date Written: 2025-01-15
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-01-15 DLB           Initial Creation
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTDRFT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PORT-KEY
               FILE STATUS IS WS-FILE-STATUS.

      *-- Holdings detail - browsed once for the buy-list prices,
      *           then by portfolio for each measurement
           SELECT HOLDINGS-FILE
               ASSIGN TO HOLDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

      *-- Security master - the asset class each position falls in
           SELECT SECURITY-FILE
               ASSIGN TO SECFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-ID
               FILE STATUS IS WS-SECM-STATUS.

      *-- Relationship master - read into memory once, so a model
      *           assigned to a relationship reaches its accounts
           SELECT RELATIONSHIP-FILE
               ASSIGN TO RELFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REL-ACCOUNT-NO
               FILE STATUS IS WS-REL-STATUS.

      *-- Allocation models - one row per model and asset class:
      *           target percentage, tolerance band, buy security
           SELECT MODEL-FILE
               ASSIGN TO ALOCMODL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MODEL-STATUS.

      *-- Model assignments - a portfolio or a relationship to a
      *           model id
           SELECT ASSIGNMENT-FILE
               ASSIGN TO ALOCASGN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASGN-STATUS.

      *-- Run card - whether to propose rebalancing trades tonight
           SELECT PARM-FILE
               ASSIGN TO DRFTPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *-- Proposed rebalancing batch in UPDATE-FILE layout
           SELECT PROPOSAL-FILE
               ASSIGN TO REBALPRP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROP-STATUS.

      *-- Drift report with the proposed trades beneath each
      *           portfolio they rebalance
           SELECT REPORT-FILE
               ASSIGN TO DRFTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PORTFOLIO-FILE.
           COPY PORTFLIO.

       FD  HOLDINGS-FILE.
           COPY HOLDREC.

       FD  SECURITY-FILE.
           COPY SECMREC.

       FD  RELATIONSHIP-FILE.
           COPY RELREC.

       FD  MODEL-FILE.
       01  MODEL-RECORD.
           05  MDL-MODEL-ID            PIC X(8).
      *-- SEC-ASSET-CLASS value, or 'CA' for the cash sleeve
           05  MDL-ASSET-CLASS         PIC X(2).
           05  MDL-TARGET-PCT          PIC 9(3)V99.
      *-- Drift either side of target, in percentage points, the
      *           class may reach before the portfolio is flagged
           05  MDL-BAND-PCT            PIC 9(3)V99.
      *-- Security the proposal buys when the class is underweight;
      *           blank on the 'CA' row
           05  MDL-BUY-SECURITY-ID     PIC X(9).

       FD  ASSIGNMENT-FILE.
       01  ASSIGNMENT-RECORD.
           05  ASG-TYPE                PIC X(1).
               88  ASG-PORTFOLIO          VALUE 'P'.
               88  ASG-RELATIONSHIP       VALUE 'R'.
      *-- PORT-ID for a 'P' row, REL-RELATIONSHIP-ID for an 'R' row
           05  ASG-ASSIGNEE-ID         PIC X(8).
           05  ASG-MODEL-ID            PIC X(8).

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  DRP-PROPOSE-SW          PIC X(1).
               88  DRP-PROPOSE            VALUE 'Y'.
      *-- Blank proposes for every out-of-band portfolio
           05  DRP-PORTFOLIO-ID        PIC X(8).

       FD  PROPOSAL-FILE.
           COPY UPDTREC.

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Constants and switches
      *----------------------------------------------------------------*
       01  WS-CONSTANTS.
           05  WS-PROGRAM-NAME     PIC X(08) VALUE 'PORTDRFT'.
           05  WS-SUCCESS          PIC S9(4) VALUE +0.
           05  WS-WARNING          PIC S9(4) VALUE +4.
           05  WS-ERROR            PIC S9(4) VALUE +8.
           05  WS-MAX-MODELS       PIC 9(3) VALUE 100.
           05  WS-MAX-ASSIGNMENTS  PIC 9(4) VALUE 2000.
           05  WS-MAX-MAPPINGS     PIC 9(4) VALUE 2000.
           05  WS-MAX-BUY-SECS     PIC 9(3) VALUE 500.
           05  WS-MAX-POSITIONS    PIC 9(3) VALUE 300.
      *-- The five allocation classes in slot order - the model
      *           table and the portfolio's class totals are both
      *           subscripted by slot; 'CA' (slot 5) is cash
           05  WS-CASH-SLOT        PIC 9(1) VALUE 5.
           05  WS-CLASS-CODE-LIST  PIC X(10) VALUE 'EQFIMMFDCA'.
           05  WS-CLASS-CODES REDEFINES WS-CLASS-CODE-LIST.
               10  WS-CLASS-CODE   PIC X(2) OCCURS 5 TIMES.

      *-- In-memory allocation models, loaded once at startup - one
      *           slot per class, in WS-CLASS-CODE order
       01  WS-MODEL-TABLE.
           05  WS-MODEL-COUNT      PIC 9(3) VALUE ZERO.
           05  WS-MODEL-ENTRY OCCURS 100 TIMES
                                  INDEXED BY WS-MOD-IDX.
               10  WS-MODT-ID      PIC X(8).
               10  WS-MODT-VALID-SW PIC X(1).
                   88  MODT-VALID      VALUE 'Y'.
                   88  MODT-INVALID    VALUE 'N'.
               10  WS-MODT-PCT-TOTAL PIC 9(5)V99.
               10  WS-MODT-SLOT OCCURS 5 TIMES.
                   15  WS-MODT-PRESENT-SW PIC X(1).
                       88  MODT-CLASS-PRESENT VALUE 'Y'.
                   15  WS-MODT-TARGET  PIC 9(3)V99.
                   15  WS-MODT-BAND    PIC 9(3)V99.
                   15  WS-MODT-BUY-SEC PIC X(9).

      *-- In-memory model assignments, loaded once at startup
       01  WS-ASGN-TABLE.
           05  WS-ASGN-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-ASGN-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY WS-ASG-IDX.
               10  WS-ASGT-TYPE    PIC X(1).
               10  WS-ASGT-ID      PIC X(8).
               10  WS-ASGT-MODEL   PIC X(8).

      *-- In-memory relationship map, loaded once at startup
       01  WS-REL-TABLE.
           05  WS-REL-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-REL-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY WS-REL-IDX.
               10  WS-RELT-ACCT    PIC X(10).
               10  WS-RELT-ID      PIC X(8).

      *-- Every model buy security, priced off the latest
      *           HOLD-LAST-PRICE held anywhere on HOLDFILE
       01  WS-BUY-SEC-TABLE.
           05  WS-BUY-SEC-COUNT    PIC 9(3) VALUE ZERO.
           05  WS-BUY-SEC-ENTRY OCCURS 500 TIMES
                                  INDEXED BY WS-BSC-IDX.
               10  WS-BSCT-SECURITY-ID PIC X(9).
               10  WS-BSCT-PRICE   PIC S9(13)V99 COMP-3.
               10  WS-BSCT-PRICE-TIME PIC 9(14).

      *-- The current portfolio's positions, and its market value
      *           by class slot
       01  WS-POSITION-TABLE.
           05  WS-POSN-COUNT       PIC 9(3) VALUE ZERO.
           05  WS-POSN-ENTRY OCCURS 300 TIMES
                                  INDEXED BY WS-POS-IDX.
               10  WS-POSN-SECURITY-ID PIC X(9).
      *-- Zero when the security is not on the security master
               10  WS-POSN-SLOT    PIC 9(1).
               10  WS-POSN-QTY     PIC S9(9)V999 COMP-3.
               10  WS-POSN-PRICE   PIC S9(13)V99 COMP-3.

       01  WS-CLASS-TOTALS.
           05  WS-CLS-ENTRY OCCURS 5 TIMES.
               10  WS-CLS-VALUE    PIC S9(15)V99 COMP-3.
               10  WS-CLS-PCT      PIC S9(3)V99 COMP-3.
               10  WS-CLS-DRIFT    PIC S9(3)V99 COMP-3.
               10  WS-CLS-TARGET-VALUE PIC S9(15)V99 COMP-3.

       01  WS-SWITCHES.
           05  WS-FILE-STATUS      PIC X(02).
               88  WS-SUCCESS-STATUS    VALUE '00'.

           05  WS-HOLD-STATUS      PIC X(02).
               88  WS-HOLD-SUCCESS      VALUE '00'.

           05  WS-SECM-STATUS      PIC X(02).
               88  WS-SECM-SUCCESS      VALUE '00'.

           05  WS-REL-STATUS       PIC X(02).
               88  WS-REL-SUCCESS       VALUE '00'.
      *-- A RELMAST the desk has never loaded a mapping into
      *           opens with status 35 - tolerated, only direct
      *           portfolio assignments then apply
               88  WS-REL-NOT-LOADED    VALUE '35'.

           05  WS-MODEL-STATUS     PIC X(02).
               88  WS-MODEL-SUCCESS     VALUE '00'.

           05  WS-ASGN-STATUS      PIC X(02).
               88  WS-ASGN-SUCCESS      VALUE '00'.

           05  WS-PARM-STATUS      PIC X(02).
               88  WS-PARM-SUCCESS      VALUE '00'.

           05  WS-PROP-STATUS      PIC X(02).
               88  WS-PROP-SUCCESS      VALUE '00'.

           05  WS-REPORT-STATUS    PIC X(02).
               88  WS-REPORT-SUCCESS    VALUE '00'.

           05  WS-BROWSE-EOF-SW    PIC X VALUE 'N'.
               88  BROWSE-AT-EOF       VALUE 'Y'.
               88  NOT-BROWSE-AT-EOF   VALUE 'N'.

           05  WS-HOLD-BROWSE-EOF-SW PIC X VALUE 'N'.
               88  HOLD-BROWSE-AT-EOF  VALUE 'Y'.
               88  HOLD-BROWSE-NOT-EOF VALUE 'N'.

           05  WS-MODEL-EOF-SW     PIC X VALUE 'N'.
               88  MODEL-AT-EOF        VALUE 'Y'.

           05  WS-ASGN-EOF-SW      PIC X VALUE 'N'.
               88  ASGN-AT-EOF         VALUE 'Y'.

           05  WS-REL-EOF-SW       PIC X VALUE 'N'.
               88  REL-AT-EOF          VALUE 'Y'.

           05  WS-PROPOSE-SW       PIC X VALUE 'N'.
               88  PROPOSALS-REQUESTED VALUE 'Y'.

           05  WS-FOUND-SW         PIC X VALUE 'N'.
               88  ENTRY-FOUND         VALUE 'Y'.
               88  ENTRY-NOT-FOUND     VALUE 'N'.

           05  WS-MODEL-FOUND-SW   PIC X VALUE 'N'.
               88  MODEL-FOUND         VALUE 'Y'.
               88  MODEL-NOT-FOUND     VALUE 'N'.

           05  WS-BAND-SW          PIC X VALUE 'N'.
               88  PORT-IN-BAND        VALUE 'N'.
               88  PORT-OUT-OF-BAND    VALUE 'Y'.

      *----------------------------------------------------------------*
      * Work areas
      *----------------------------------------------------------------*
       01  WS-WORK-AREAS.
           05  WS-RETURN-CODE      PIC S9(4) VALUE +0.
           05  WS-BUSINESS-DATE    PIC 9(8).
           05  WS-PROPOSE-PORT-ID  PIC X(8).
           05  WS-READ-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-MEASURED-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-IN-BAND-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-OUT-OF-BAND-COUNT PIC 9(7) VALUE ZERO.
           05  WS-UNASSIGNED-COUNT PIC 9(7) VALUE ZERO.
           05  WS-INACTIVE-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-NO-POSITION-COUNT PIC 9(7) VALUE ZERO.
           05  WS-BAD-MODEL-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-PROPOSED-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-NOT-PROPOSED-COUNT PIC 9(7) VALUE ZERO.
           05  WS-SELL-TOTAL       PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-BUY-TOTAL        PIC S9(15)V99 COMP-3 VALUE ZERO.
      *-- The model the current portfolio measures against
           05  WS-MODEL-ID-WORK    PIC X(8).
           05  WS-REL-ID-WORK      PIC X(8).
           05  WS-CLASS-SUB        PIC 9(1).
           05  WS-CLASS-LOOKUP     PIC X(2).
           05  WS-UNCLASSED-VALUE  PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-PORT-TOTAL       PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-DRIFT-TARGET     PIC 9(3)V99.
           05  WS-DRIFT-BAND       PIC 9(3)V99.
      *-- Proposal sizing - the share of an overweight class to
      *           sell, and the trade being written
           05  WS-SELL-FRACTION    PIC S9(1)V9(9) COMP-3.
           05  WS-TRADE-ACTION     PIC X(1).
           05  WS-TRADE-VERB       PIC X(4).
           05  WS-TRADE-SECURITY-ID PIC X(9).
           05  WS-TRADE-QTY        PIC S9(9)V999 COMP-3.
           05  WS-TRADE-PRICE      PIC S9(13)V99 COMP-3.
           05  WS-TRADE-AMOUNT     PIC S9(15)V99 COMP-3.
           05  WS-NOT-PROPOSED-REASON PIC X(40).
      *-- Print-staging edit fields
           05  WS-VALUE-EDIT       PIC -(13)9.99.
           05  WS-PCT-EDIT         PIC -ZZ9.99.
           05  WS-TARGET-EDIT      PIC ZZ9.99.
           05  WS-BAND-EDIT        PIC ZZ9.99.
           05  WS-DRIFT-EDIT       PIC -ZZ9.99.
           05  WS-QTY-EDIT         PIC Z(8)9.999.
           05  WS-PRICE-EDIT       PIC Z(12)9.99.
           05  WS-AMOUNT-EDIT      PIC -(13)9.99.
           05  WS-TOTAL-EDIT       PIC -(13)9.99.
           05  WS-TOTAL2-EDIT      PIC -(13)9.99.
           05  WS-BAND-FLAG        PIC X(12).
           05  WS-CLASS-PRINT      PIC X(2).

      *-- Parameter area for the PORTCYCL cycle-control subprogram
           COPY CYCLAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS
              UNTIL BROWSE-AT-EOF
           IF PROPOSALS-REQUESTED
               PERFORM 3100-WRITE-CONTROL-RECORDS
           END-IF
           PERFORM 2950-WRITE-REPORT-TOTALS
           PERFORM 3000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           INITIALIZE WS-WORK-AREAS

           PERFORM 1050-CHECK-CYCLE-CONTROL
           MOVE CYCL-BUSINESS-DATE TO WS-BUSINESS-DATE

           OPEN INPUT PORTFOLIO-FILE
           OPEN INPUT HOLDINGS-FILE
           OPEN INPUT SECURITY-FILE
           OPEN INPUT RELATIONSHIP-FILE
           OPEN INPUT MODEL-FILE
           OPEN INPUT ASSIGNMENT-FILE
           OPEN INPUT PARM-FILE
           OPEN OUTPUT PROPOSAL-FILE
           OPEN OUTPUT REPORT-FILE

           IF NOT WS-SUCCESS-STATUS
              OR NOT WS-HOLD-SUCCESS
              OR NOT WS-SECM-SUCCESS
              OR NOT (WS-REL-SUCCESS OR WS-REL-NOT-LOADED)
              OR NOT WS-MODEL-SUCCESS
              OR NOT WS-ASGN-SUCCESS
              OR NOT WS-PARM-SUCCESS
              OR NOT WS-PROP-SUCCESS
              OR NOT WS-REPORT-SUCCESS
               DISPLAY 'PORTDRFT: FILE OPEN ERROR - PORT='
                       WS-FILE-STATUS ' HOLD=' WS-HOLD-STATUS
                       ' SECM=' WS-SECM-STATUS
                       ' REL=' WS-REL-STATUS
                       ' MODEL=' WS-MODEL-STATUS
                       ' ASGN=' WS-ASGN-STATUS
                       ' PARM=' WS-PARM-STATUS
                       ' PROP=' WS-PROP-STATUS
                       ' REPORT=' WS-REPORT-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1100-READ-PARM-CARD
           PERFORM 1200-LOAD-MODELS
           IF WS-MODEL-COUNT = ZERO
               DISPLAY 'PORTDRFT: allocation model file is empty - '
                       'nothing to measure against'
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1300-LOAD-ASSIGNMENTS
           PERFORM 1400-LOAD-RELATIONSHIPS
           PERFORM 1500-PRICE-BUY-SECURITIES

           PERFORM 1600-WRITE-REPORT-HEADINGS

           MOVE LOW-VALUES TO PORT-KEY
           START PORTFOLIO-FILE KEY IS NOT LESS THAN PORT-KEY
               INVALID KEY
                   SET BROWSE-AT-EOF TO TRUE
           END-START
           IF NOT-BROWSE-AT-EOF
               PERFORM 2900-READ-NEXT-PORTFOLIO
           END-IF
           .

      *-- Cycle-control start check through the shared PORTCYCL
      *           subprogram - the drift is measured on the night's
      *           positions, so only after PORTUPDT has moved them
       1050-CHECK-CYCLE-CONTROL.
           SET CYCL-START-REQ TO TRUE
           MOVE WS-PROGRAM-NAME TO CYCL-JOB-NAME
           MOVE 'PORTUPDT' TO CYCL-PREDECESSOR
           CALL 'PORTCYCL' USING CYCL-COMMAREA
           IF CYCL-BLOCKED
               DISPLAY 'PORTDRFT: cycle control refused start - '
                       CYCL-MESSAGE
               MOVE WS-ERROR TO RETURN-CODE
               GOBACK
           END-IF
           .

      *-- Stamp this job complete on the cycle-control dataset
       9000-STAMP-CYCLE-COMPLETE.
           SET CYCL-COMPLETE-REQ TO TRUE
           MOVE WS-PROGRAM-NAME TO CYCL-JOB-NAME
           CALL 'PORTCYCL' USING CYCL-COMMAREA
           IF CYCL-BLOCKED
               DISPLAY 'Warning: cycle completion stamp failed - '
                       CYCL-MESSAGE
           END-IF
           .

      *-- An empty card is the normal nightly run - report only. A
      *           'Y' in col 1 asks for the proposal batch as well
       1100-READ-PARM-CARD.
           MOVE SPACES TO WS-PROPOSE-PORT-ID
           READ PARM-FILE
               AT END
                   MOVE 'N' TO WS-PROPOSE-SW
               NOT AT END
                   IF DRP-PROPOSE
                       SET PROPOSALS-REQUESTED TO TRUE
                       MOVE DRP-PORTFOLIO-ID TO WS-PROPOSE-PORT-ID
                   ELSE
                       IF DRP-PROPOSE-SW NOT = 'N'
                          AND DRP-PROPOSE-SW NOT = SPACE
                           DISPLAY 'PORTDRFT: invalid DRFTPARM '
                                   'proposal switch ' DRP-PROPOSE-SW
                                   ' - must be Y or N'
                           MOVE WS-ERROR TO WS-RETURN-CODE
                           MOVE WS-RETURN-CODE TO RETURN-CODE
                           GOBACK
                       END-IF
                   END-IF
           END-READ
           CLOSE PARM-FILE
           .

      *-- Read the model file once into the model table, a row per
      *           model and class. A malformed row is ignored; a
      *           model whose rows do not total 100 percent is kept
      *           but marked invalid, so its portfolios are reported
      *           rather than measured against a broken target
       1200-LOAD-MODELS.
           PERFORM UNTIL MODEL-AT-EOF
               READ MODEL-FILE
                   AT END
                       SET MODEL-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 1210-FILE-MODEL-ROW
               END-READ
           END-PERFORM
           CLOSE MODEL-FILE

           PERFORM VARYING WS-MOD-IDX FROM 1 BY 1
              UNTIL WS-MOD-IDX > WS-MODEL-COUNT
               IF MODT-VALID (WS-MOD-IDX)
                  AND WS-MODT-PCT-TOTAL (WS-MOD-IDX) NOT = 100
                   DISPLAY 'PORTDRFT: model ' WS-MODT-ID (WS-MOD-IDX)
                           ' targets do not total 100 percent - '
                           'its portfolios are not measured'
                   SET MODT-INVALID (WS-MOD-IDX) TO TRUE
                   MOVE WS-ERROR TO WS-RETURN-CODE
               END-IF
           END-PERFORM
           .

       1210-FILE-MODEL-ROW.
           MOVE MDL-ASSET-CLASS TO WS-CLASS-LOOKUP
           PERFORM 1220-LOCATE-CLASS-SLOT
           IF MDL-MODEL-ID = SPACES
              OR MDL-TARGET-PCT NOT NUMERIC
              OR MDL-BAND-PCT NOT NUMERIC
              OR WS-CLASS-SUB = ZERO
              OR MDL-TARGET-PCT > 100
               DISPLAY 'PORTDRFT: malformed model row for model '
                       MDL-MODEL-ID ' class ' MDL-ASSET-CLASS
                       ' - ignored'
               MOVE WS-ERROR TO WS-RETURN-CODE
           ELSE
               PERFORM 1230-LOCATE-MODEL
               IF ENTRY-FOUND
                   IF MODT-CLASS-PRESENT (WS-MOD-IDX, WS-CLASS-SUB)
                       DISPLAY 'PORTDRFT: duplicate model row for '
                               'model ' MDL-MODEL-ID ' class '
                               MDL-ASSET-CLASS
                       SET MODT-INVALID (WS-MOD-IDX) TO TRUE
                       MOVE WS-ERROR TO WS-RETURN-CODE
                   ELSE
                       MOVE 'Y' TO WS-MODT-PRESENT-SW
                                       (WS-MOD-IDX, WS-CLASS-SUB)
                       MOVE MDL-TARGET-PCT TO WS-MODT-TARGET
                                       (WS-MOD-IDX, WS-CLASS-SUB)
                       MOVE MDL-BAND-PCT TO WS-MODT-BAND
                                       (WS-MOD-IDX, WS-CLASS-SUB)
                       MOVE MDL-BUY-SECURITY-ID TO WS-MODT-BUY-SEC
                                       (WS-MOD-IDX, WS-CLASS-SUB)
                       ADD MDL-TARGET-PCT
                           TO WS-MODT-PCT-TOTAL (WS-MOD-IDX)
                       IF MDL-BUY-SECURITY-ID NOT = SPACES
                          AND WS-CLASS-SUB NOT = WS-CASH-SLOT
                           PERFORM 1240-ADD-BUY-SECURITY
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *-- WS-CLASS-SUB left on the slot for WS-CLASS-LOOKUP, zero
      *           when it is not one of the five allocation classes
       1220-LOCATE-CLASS-SLOT.
           MOVE ZERO TO WS-CLASS-SUB
           PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
              UNTIL WS-CLASS-SUB > 5
                 OR WS-CLASS-CODE (WS-CLASS-SUB) = WS-CLASS-LOOKUP
               CONTINUE
           END-PERFORM
           IF WS-CLASS-SUB > 5
               MOVE ZERO TO WS-CLASS-SUB
           END-IF
           .

      *-- WS-MOD-IDX left on MDL-MODEL-ID's entry, adding it the
      *           first time the model is seen
       1230-LOCATE-MODEL.
           SET ENTRY-NOT-FOUND TO TRUE
           SET WS-MOD-IDX TO 1
           PERFORM UNTIL WS-MOD-IDX > WS-MODEL-COUNT
              OR ENTRY-FOUND
               IF WS-MODT-ID (WS-MOD-IDX) = MDL-MODEL-ID
                   SET ENTRY-FOUND TO TRUE
               ELSE
                   SET WS-MOD-IDX UP BY 1
               END-IF
           END-PERFORM

           IF ENTRY-NOT-FOUND
               IF WS-MODEL-COUNT < WS-MAX-MODELS
                   ADD 1 TO WS-MODEL-COUNT
                   SET WS-MOD-IDX TO WS-MODEL-COUNT
                   MOVE SPACES TO WS-MODEL-ENTRY (WS-MOD-IDX)
                   MOVE MDL-MODEL-ID TO WS-MODT-ID (WS-MOD-IDX)
                   SET MODT-VALID (WS-MOD-IDX) TO TRUE
                   MOVE ZERO TO WS-MODT-PCT-TOTAL (WS-MOD-IDX)
                   PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
                      UNTIL WS-CLASS-SUB > 5
                       MOVE 'N' TO WS-MODT-PRESENT-SW
                                       (WS-MOD-IDX, WS-CLASS-SUB)
                       MOVE ZERO TO WS-MODT-TARGET
                                       (WS-MOD-IDX, WS-CLASS-SUB)
                       MOVE ZERO TO WS-MODT-BAND
                                       (WS-MOD-IDX, WS-CLASS-SUB)
                   END-PERFORM
                   PERFORM 1220-LOCATE-CLASS-SLOT
                   SET ENTRY-FOUND TO TRUE
               ELSE
                   DISPLAY 'PORTDRFT: model table full at '
                           WS-MAX-MODELS ' - model ' MDL-MODEL-ID
                           ' ignored'
                   MOVE WS-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF
           .

      *-- One entry per distinct buy security across all models
       1240-ADD-BUY-SECURITY.
           SET ENTRY-NOT-FOUND TO TRUE
           SET WS-BSC-IDX TO 1
           PERFORM UNTIL WS-BSC-IDX > WS-BUY-SEC-COUNT
              OR ENTRY-FOUND
               IF WS-BSCT-SECURITY-ID (WS-BSC-IDX)
                   = MDL-BUY-SECURITY-ID
                   SET ENTRY-FOUND TO TRUE
               ELSE
                   SET WS-BSC-IDX UP BY 1
               END-IF
           END-PERFORM

           IF ENTRY-NOT-FOUND
               IF WS-BUY-SEC-COUNT < WS-MAX-BUY-SECS
                   ADD 1 TO WS-BUY-SEC-COUNT
                   SET WS-BSC-IDX TO WS-BUY-SEC-COUNT
                   MOVE MDL-BUY-SECURITY-ID
                       TO WS-BSCT-SECURITY-ID (WS-BSC-IDX)
                   MOVE ZERO TO WS-BSCT-PRICE (WS-BSC-IDX)
                   MOVE ZERO TO WS-BSCT-PRICE-TIME (WS-BSC-IDX)
               ELSE
                   DISPLAY 'PORTDRFT: buy security table full at '
                           WS-MAX-BUY-SECS ' - '
                           MDL-BUY-SECURITY-ID ' left unpriced'
                   IF WS-RETURN-CODE = WS-SUCCESS
                       MOVE WS-WARNING TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF
           .

       1300-LOAD-ASSIGNMENTS.
           PERFORM UNTIL ASGN-AT-EOF
               READ ASSIGNMENT-FILE
                   AT END
                       SET ASGN-AT-EOF TO TRUE
                   NOT AT END
                       IF (NOT ASG-PORTFOLIO AND NOT ASG-RELATIONSHIP)
                          OR ASG-ASSIGNEE-ID = SPACES
                          OR ASG-MODEL-ID = SPACES
                           DISPLAY 'PORTDRFT: malformed assignment '
                                   'row ' ASG-TYPE ASG-ASSIGNEE-ID
                                   ' - ignored'
                           MOVE WS-ERROR TO WS-RETURN-CODE
                       ELSE
                           IF WS-ASGN-COUNT < WS-MAX-ASSIGNMENTS
                               ADD 1 TO WS-ASGN-COUNT
                               SET WS-ASG-IDX TO WS-ASGN-COUNT
                               MOVE ASG-TYPE
                                   TO WS-ASGT-TYPE (WS-ASG-IDX)
                               MOVE ASG-ASSIGNEE-ID
                                   TO WS-ASGT-ID (WS-ASG-IDX)
                               MOVE ASG-MODEL-ID
                                   TO WS-ASGT-MODEL (WS-ASG-IDX)
                           ELSE
                               DISPLAY 'PORTDRFT: assignment table '
                                       'full at ' WS-MAX-ASSIGNMENTS
                                       ' - ' ASG-TYPE ASG-ASSIGNEE-ID
                                       ' ignored'
                               MOVE WS-ERROR TO WS-RETURN-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASSIGNMENT-FILE
           .

       1400-LOAD-RELATIONSHIPS.
           IF WS-REL-NOT-LOADED
               DISPLAY 'PORTDRFT: relationship master not yet '
                       'loaded - only direct portfolio assignments '
                       'apply'
               SET REL-AT-EOF TO TRUE
           ELSE
               PERFORM UNTIL REL-AT-EOF
                  OR WS-REL-COUNT NOT < WS-MAX-MAPPINGS
                   READ RELATIONSHIP-FILE
                       AT END
                           SET REL-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REL-COUNT
                           SET WS-REL-IDX TO WS-REL-COUNT
                           MOVE REL-ACCOUNT-NO
                               TO WS-RELT-ACCT (WS-REL-IDX)
                           MOVE REL-RELATIONSHIP-ID
                               TO WS-RELT-ID (WS-REL-IDX)
                   END-READ
               END-PERFORM
               CLOSE RELATIONSHIP-FILE
               IF NOT REL-AT-EOF
                   DISPLAY 'PORTDRFT: relationship map table full '
                           'at ' WS-MAX-MAPPINGS ' - accounts '
                           'beyond it take direct assignments only'
                   MOVE WS-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF
           .

      *-- One pass of the whole holdings file, keeping the latest
      *           HOLD-LAST-PRICE seen for each model buy security -
      *           the price an underweight class's buy is sized at
       1500-PRICE-BUY-SECURITIES.
           IF WS-BUY-SEC-COUNT > ZERO
               MOVE LOW-VALUES TO HOLD-KEY
               START HOLDINGS-FILE KEY IS NOT LESS THAN HOLD-KEY
                   INVALID KEY
                       SET HOLD-BROWSE-AT-EOF TO TRUE
               END-START

               PERFORM UNTIL HOLD-BROWSE-AT-EOF
                   READ HOLDINGS-FILE NEXT RECORD
                       AT END
                           SET HOLD-BROWSE-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM 1510-PRICE-ONE-HOLDING
                   END-READ
               END-PERFORM
           END-IF
           .

       1510-PRICE-ONE-HOLDING.
           SET ENTRY-NOT-FOUND TO TRUE
           SET WS-BSC-IDX TO 1
           PERFORM UNTIL WS-BSC-IDX > WS-BUY-SEC-COUNT
              OR ENTRY-FOUND
               IF WS-BSCT-SECURITY-ID (WS-BSC-IDX) = HOLD-SECURITY-ID
                   SET ENTRY-FOUND TO TRUE
               ELSE
                   SET WS-BSC-IDX UP BY 1
               END-IF
           END-PERFORM

           IF ENTRY-FOUND
              AND HOLD-LAST-PRICE > ZERO
              AND HOLD-LAST-PRICE-TIME
                  NOT < WS-BSCT-PRICE-TIME (WS-BSC-IDX)
               MOVE HOLD-LAST-PRICE TO WS-BSCT-PRICE (WS-BSC-IDX)
               MOVE HOLD-LAST-PRICE-TIME
                   TO WS-BSCT-PRICE-TIME (WS-BSC-IDX)
           END-IF
           .

       1600-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO REPORT-RECORD
           STRING 'PORTDRFT - ASSET ALLOCATION DRIFT REPORT FOR '
                      DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           IF PROPOSALS-REQUESTED
               IF WS-PROPOSE-PORT-ID = SPACES
                   STRING 'REBALANCING PROPOSALS REQUESTED FOR '
                              DELIMITED BY SIZE
                          'EVERY OUT-OF-BAND PORTFOLIO'
                              DELIMITED BY SIZE
                          INTO REPORT-RECORD
                   END-STRING
               ELSE
                   STRING 'REBALANCING PROPOSAL REQUESTED FOR '
                              DELIMITED BY SIZE
                          WS-PROPOSE-PORT-ID DELIMITED BY SIZE
                          ' ONLY'      DELIMITED BY SIZE
                          INTO REPORT-RECORD
                   END-STRING
               END-IF
           ELSE
               MOVE 'REPORT ONLY - NO REBALANCING PROPOSALS REQUESTED'
                   TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'PORTFOLIO ACCOUNT NO MODEL    CL      MARKET VALUE'
                      DELIMITED BY SIZE
                  '  ACTUAL  TARGET    BAND   DRIFT'
                      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      *-- Measure one portfolio per iteration - only ACTIVE
      *           portfolios with a model assigned are measured
       2000-PROCESS.
           ADD 1 TO WS-READ-COUNT
           IF PORT-ACTIVE
               PERFORM 2100-RESOLVE-MODEL
               EVALUATE TRUE
                   WHEN MODEL-NOT-FOUND
                       ADD 1 TO WS-UNASSIGNED-COUNT
                   WHEN MODT-INVALID (WS-MOD-IDX)
                       ADD 1 TO WS-BAD-MODEL-COUNT
                       PERFORM 2700-WRITE-NOTE-LINE
                   WHEN OTHER
                       PERFORM 2200-LOAD-POSITIONS
                       IF WS-POSN-COUNT = ZERO
      *-- Legacy blended account - one portfolio-level quantity
      *           with no security behind it to classify
                           ADD 1 TO WS-NO-POSITION-COUNT
                           PERFORM 2700-WRITE-NOTE-LINE
                       ELSE
                           PERFORM 2300-MEASURE-DRIFT
                       END-IF
               END-EVALUATE
           ELSE
               ADD 1 TO WS-INACTIVE-COUNT
           END-IF
           PERFORM 2900-READ-NEXT-PORTFOLIO
           .

      *-- A direct portfolio assignment first, else the assignment
      *           of the relationship the account belongs to.
      *           WS-MOD-IDX is left on the model when one is found
       2100-RESOLVE-MODEL.
           SET MODEL-NOT-FOUND TO TRUE
           MOVE SPACES TO WS-MODEL-ID-WORK
           MOVE SPACES TO WS-REL-ID-WORK

           SET ENTRY-NOT-FOUND TO TRUE
           SET WS-ASG-IDX TO 1
           PERFORM UNTIL WS-ASG-IDX > WS-ASGN-COUNT
              OR ENTRY-FOUND
               IF WS-ASGT-TYPE (WS-ASG-IDX) = 'P'
                  AND WS-ASGT-ID (WS-ASG-IDX) = PORT-ID
                   SET ENTRY-FOUND TO TRUE
                   MOVE WS-ASGT-MODEL (WS-ASG-IDX) TO WS-MODEL-ID-WORK
               ELSE
                   SET WS-ASG-IDX UP BY 1
               END-IF
           END-PERFORM

           IF ENTRY-NOT-FOUND
               SET WS-REL-IDX TO 1
               PERFORM UNTIL WS-REL-IDX > WS-REL-COUNT
                  OR ENTRY-FOUND
                   IF WS-RELT-ACCT (WS-REL-IDX) = PORT-ACCOUNT-NO
                       SET ENTRY-FOUND TO TRUE
                       MOVE WS-RELT-ID (WS-REL-IDX) TO WS-REL-ID-WORK
                   ELSE
                       SET WS-REL-IDX UP BY 1
                   END-IF
               END-PERFORM

               IF ENTRY-FOUND
                   SET ENTRY-NOT-FOUND TO TRUE
                   SET WS-ASG-IDX TO 1
                   PERFORM UNTIL WS-ASG-IDX > WS-ASGN-COUNT
                      OR ENTRY-FOUND
                       IF WS-ASGT-TYPE (WS-ASG-IDX) = 'R'
                          AND WS-ASGT-ID (WS-ASG-IDX) = WS-REL-ID-WORK
                           SET ENTRY-FOUND TO TRUE
                           MOVE WS-ASGT-MODEL (WS-ASG-IDX)
                               TO WS-MODEL-ID-WORK
                       ELSE
                           SET WS-ASG-IDX UP BY 1
                       END-IF
                   END-PERFORM
               END-IF
           END-IF

           IF WS-MODEL-ID-WORK NOT = SPACES
               SET WS-MOD-IDX TO 1
               PERFORM UNTIL WS-MOD-IDX > WS-MODEL-COUNT
                  OR MODEL-FOUND
                   IF WS-MODT-ID (WS-MOD-IDX) = WS-MODEL-ID-WORK
                       SET MODEL-FOUND TO TRUE
                   ELSE
                       SET WS-MOD-IDX UP BY 1
                   END-IF
               END-PERFORM
               IF MODEL-NOT-FOUND
                   DISPLAY 'PORTDRFT: portfolio ' PORT-ID
                           ' is assigned model ' WS-MODEL-ID-WORK
                           ' which is not on the model file'
                   IF WS-RETURN-CODE = WS-SUCCESS
                       MOVE WS-WARNING TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF
           .

      *-- Load this portfolio's positions, classed off the security
      *           master, and total their market value by class. A
      *           security missing from the master is valued into
      *           the portfolio total but never traded
       2200-LOAD-POSITIONS.
           MOVE ZERO TO WS-POSN-COUNT
           MOVE ZERO TO WS-UNCLASSED-VALUE
           PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
              UNTIL WS-CLASS-SUB > 5
               MOVE ZERO TO WS-CLS-VALUE (WS-CLASS-SUB)
               MOVE ZERO TO WS-CLS-PCT (WS-CLASS-SUB)
               MOVE ZERO TO WS-CLS-DRIFT (WS-CLASS-SUB)
               MOVE ZERO TO WS-CLS-TARGET-VALUE (WS-CLASS-SUB)
           END-PERFORM

           MOVE 'N' TO WS-HOLD-BROWSE-EOF-SW
           MOVE PORT-ID TO HOLD-PORTFOLIO-ID
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
                       IF HOLD-PORTFOLIO-ID = PORT-ID
                           PERFORM 2210-CLASS-ONE-POSITION
                       ELSE
                           SET HOLD-BROWSE-AT-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           .

       2210-CLASS-ONE-POSITION.
           IF WS-POSN-COUNT NOT < WS-MAX-POSITIONS
               DISPLAY 'PORTDRFT: position table full at '
                       WS-MAX-POSITIONS ' for portfolio ' PORT-ID
                       ' - ' HOLD-SECURITY-ID ' not measured'
               MOVE WS-ERROR TO WS-RETURN-CODE
           ELSE
               ADD 1 TO WS-POSN-COUNT
               SET WS-POS-IDX TO WS-POSN-COUNT
               MOVE HOLD-SECURITY-ID
                   TO WS-POSN-SECURITY-ID (WS-POS-IDX)
               MOVE HOLD-QTY TO WS-POSN-QTY (WS-POS-IDX)
               MOVE HOLD-LAST-PRICE TO WS-POSN-PRICE (WS-POS-IDX)

               MOVE ZERO TO WS-CLASS-SUB
               MOVE HOLD-SECURITY-ID TO SEC-ID
               READ SECURITY-FILE
                   INVALID KEY
                       DISPLAY 'PORTDRFT: ' PORT-ID ' holds '
                               HOLD-SECURITY-ID ' which is not on '
                               'the security master - unclassed'
                       IF WS-RETURN-CODE = WS-SUCCESS
                           MOVE WS-WARNING TO WS-RETURN-CODE
                       END-IF
                   NOT INVALID KEY
                       MOVE SEC-ASSET-CLASS TO WS-CLASS-LOOKUP
                       PERFORM 1220-LOCATE-CLASS-SLOT
               END-READ
               MOVE WS-CLASS-SUB TO WS-POSN-SLOT (WS-POS-IDX)

               COMPUTE WS-TRADE-AMOUNT ROUNDED =
                   HOLD-QTY * HOLD-LAST-PRICE
               IF WS-CLASS-SUB = ZERO
                   ADD WS-TRADE-AMOUNT TO WS-UNCLASSED-VALUE
               ELSE
                   ADD WS-TRADE-AMOUNT TO WS-CLS-VALUE (WS-CLASS-SUB)
               END-IF
           END-IF
           .

      *-- Each class's share of the portfolio total against the
      *           model target, flagging the portfolio out of band
      *           on the first class drifted past its band
       2300-MEASURE-DRIFT.
           ADD PORT-CASH-BALANCE TO WS-CLS-VALUE (WS-CASH-SLOT)
           MOVE WS-UNCLASSED-VALUE TO WS-PORT-TOTAL
           PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
              UNTIL WS-CLASS-SUB > 5
               ADD WS-CLS-VALUE (WS-CLASS-SUB) TO WS-PORT-TOTAL
           END-PERFORM

           IF WS-PORT-TOTAL NOT > ZERO
               ADD 1 TO WS-NO-POSITION-COUNT
               PERFORM 2700-WRITE-NOTE-LINE
           ELSE
               ADD 1 TO WS-MEASURED-COUNT
               SET PORT-IN-BAND TO TRUE
               PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
                  UNTIL WS-CLASS-SUB > 5
                   PERFORM 2310-MEASURE-ONE-CLASS
               END-PERFORM

               IF PORT-OUT-OF-BAND
                   ADD 1 TO WS-OUT-OF-BAND-COUNT
                   IF WS-RETURN-CODE = WS-SUCCESS
                       MOVE WS-WARNING TO WS-RETURN-CODE
                   END-IF
               ELSE
                   ADD 1 TO WS-IN-BAND-COUNT
               END-IF
               PERFORM 2650-WRITE-PORTFOLIO-LINE

               IF PORT-OUT-OF-BAND
                  AND PROPOSALS-REQUESTED
                  AND (WS-PROPOSE-PORT-ID = SPACES
                       OR WS-PROPOSE-PORT-ID = PORT-ID)
                   PERFORM 2400-PROPOSE-REBALANCE
               END-IF
           END-IF
           .

       2310-MEASURE-ONE-CLASS.
           MOVE WS-MODT-TARGET (WS-MOD-IDX, WS-CLASS-SUB)
               TO WS-DRIFT-TARGET
           MOVE WS-MODT-BAND (WS-MOD-IDX, WS-CLASS-SUB)
               TO WS-DRIFT-BAND
           COMPUTE WS-CLS-PCT (WS-CLASS-SUB) ROUNDED =
               WS-CLS-VALUE (WS-CLASS-SUB) * 100 / WS-PORT-TOTAL
           COMPUTE WS-CLS-DRIFT (WS-CLASS-SUB) =
               WS-CLS-PCT (WS-CLASS-SUB) - WS-DRIFT-TARGET
           COMPUTE WS-CLS-TARGET-VALUE (WS-CLASS-SUB) ROUNDED =
               WS-PORT-TOTAL * WS-DRIFT-TARGET / 100

           MOVE SPACES TO WS-BAND-FLAG
           IF WS-CLS-DRIFT (WS-CLASS-SUB) > WS-DRIFT-BAND
              OR WS-CLS-DRIFT (WS-CLASS-SUB) < ZERO - WS-DRIFT-BAND
               SET PORT-OUT-OF-BAND TO TRUE
               MOVE 'OUT OF BAND' TO WS-BAND-FLAG
           END-IF

           IF MODT-CLASS-PRESENT (WS-MOD-IDX, WS-CLASS-SUB)
              OR WS-CLS-VALUE (WS-CLASS-SUB) NOT = ZERO
               PERFORM 2600-WRITE-CLASS-LINE
           END-IF
           .

      *-- Propose this portfolio's trades back to target: every
      *           overweight class's sells first, then every
      *           underweight class's buy. The cash sleeve is never
      *           traded - it ends where the trades leave it
       2400-PROPOSE-REBALANCE.
           PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
              UNTIL WS-CLASS-SUB NOT < WS-CASH-SLOT
               IF WS-CLS-VALUE (WS-CLASS-SUB)
                  > WS-CLS-TARGET-VALUE (WS-CLASS-SUB)
                   PERFORM 2410-PROPOSE-CLASS-SELLS
               END-IF
           END-PERFORM

           PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
              UNTIL WS-CLASS-SUB NOT < WS-CASH-SLOT
               IF WS-CLS-TARGET-VALUE (WS-CLASS-SUB)
                  > WS-CLS-VALUE (WS-CLASS-SUB)
                   PERFORM 2420-PROPOSE-CLASS-BUY
               END-IF
           END-PERFORM
           .

      *-- Sell the overweight share of the class pro rata across
      *           every long position in it, at each position's last
      *           price. Quantities truncate to the third decimal so
      *           a proposal never sells more than the excess
       2410-PROPOSE-CLASS-SELLS.
           COMPUTE WS-SELL-FRACTION =
               (WS-CLS-VALUE (WS-CLASS-SUB)
                - WS-CLS-TARGET-VALUE (WS-CLASS-SUB))
               / WS-CLS-VALUE (WS-CLASS-SUB)

           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
              UNTIL WS-POS-IDX > WS-POSN-COUNT
               IF WS-POSN-SLOT (WS-POS-IDX) = WS-CLASS-SUB
                  AND WS-POSN-QTY (WS-POS-IDX) > ZERO
                  AND WS-POSN-PRICE (WS-POS-IDX) > ZERO
                   COMPUTE WS-TRADE-QTY =
                       WS-POSN-QTY (WS-POS-IDX) * WS-SELL-FRACTION
                   IF WS-TRADE-QTY > ZERO
                       MOVE 'L' TO WS-TRADE-ACTION
                       MOVE WS-POSN-SECURITY-ID (WS-POS-IDX)
                           TO WS-TRADE-SECURITY-ID
                       MOVE WS-POSN-PRICE (WS-POS-IDX)
                           TO WS-TRADE-PRICE
                       PERFORM 2450-WRITE-PROPOSED-TRADE
                   END-IF
               END-IF
           END-PERFORM
           .

      *-- Buy the underweight shortfall in the model's buy security
      *           for the class, at its latest price on HOLDFILE
       2420-PROPOSE-CLASS-BUY.
           MOVE SPACES TO WS-NOT-PROPOSED-REASON
           MOVE WS-MODT-BUY-SEC (WS-MOD-IDX, WS-CLASS-SUB)
               TO WS-TRADE-SECURITY-ID
           MOVE ZERO TO WS-TRADE-PRICE

           IF WS-TRADE-SECURITY-ID = SPACES
               MOVE 'NO BUY SECURITY ON THE MODEL FOR CLASS'
                   TO WS-NOT-PROPOSED-REASON
           ELSE
               SET ENTRY-NOT-FOUND TO TRUE
               SET WS-BSC-IDX TO 1
               PERFORM UNTIL WS-BSC-IDX > WS-BUY-SEC-COUNT
                  OR ENTRY-FOUND
                   IF WS-BSCT-SECURITY-ID (WS-BSC-IDX)
                       = WS-TRADE-SECURITY-ID
                       SET ENTRY-FOUND TO TRUE
                       MOVE WS-BSCT-PRICE (WS-BSC-IDX)
                           TO WS-TRADE-PRICE
                   ELSE
                       SET WS-BSC-IDX UP BY 1
                   END-IF
               END-PERFORM
               IF WS-TRADE-PRICE NOT > ZERO
                   MOVE 'NO HOLDFILE PRICE FOR THE BUY SECURITY'
                       TO WS-NOT-PROPOSED-REASON
               END-IF
           END-IF

           IF WS-NOT-PROPOSED-REASON = SPACES
               COMPUTE WS-TRADE-QTY =
                   (WS-CLS-TARGET-VALUE (WS-CLASS-SUB)
                    - WS-CLS-VALUE (WS-CLASS-SUB))
                   / WS-TRADE-PRICE
               IF WS-TRADE-QTY > ZERO
                   MOVE 'B' TO WS-TRADE-ACTION
                   PERFORM 2450-WRITE-PROPOSED-TRADE
               END-IF
           ELSE
               ADD 1 TO WS-NOT-PROPOSED-COUNT
               PERFORM 2680-WRITE-NOT-PROPOSED-LINE
               IF WS-RETURN-CODE = WS-SUCCESS
                   MOVE WS-WARNING TO WS-RETURN-CODE
               END-IF
           END-IF
           .

      *-- One proposed trade in UPDATE-FILE layout - no commission,
      *           and a zero trade and settlement date, so PORTUPDT
      *           trades it on the run date the desk releases it into
       2450-WRITE-PROPOSED-TRADE.
           COMPUTE WS-TRADE-AMOUNT ROUNDED =
               WS-TRADE-QTY * WS-TRADE-PRICE

           MOVE SPACES TO UPDATE-RECORD
           MOVE PORT-ID TO UPDT-ID
           MOVE PORT-ACCOUNT-NO TO UPDT-ACCT-NO
           MOVE WS-TRADE-ACTION TO UPDT-ACTION
           MOVE WS-TRADE-SECURITY-ID TO UPDT-TRD-SECURITY-ID
           MOVE WS-TRADE-QTY TO UPDT-TRD-QTY
           MOVE WS-TRADE-PRICE TO UPDT-TRD-PRICE
           MOVE ZERO TO UPDT-TRD-COMMISSION
           MOVE ZERO TO UPDT-TRD-TRADE-DATE
           MOVE ZERO TO UPDT-SETTLE-DATE
           WRITE UPDATE-RECORD

           IF WS-PROP-SUCCESS
               ADD 1 TO WS-PROPOSED-COUNT
               IF UPDT-BUY
                   ADD WS-TRADE-AMOUNT TO WS-BUY-TOTAL
               ELSE
                   ADD WS-TRADE-AMOUNT TO WS-SELL-TOTAL
               END-IF
               PERFORM 2670-WRITE-TRADE-LINE
           ELSE
               DISPLAY 'PORTDRFT: proposal WRITE failed, status='
                       WS-PROP-STATUS ' for key=' PORT-ID
               MOVE WS-ERROR TO WS-RETURN-CODE
           END-IF
           .

       2600-WRITE-CLASS-LINE.
           MOVE WS-CLS-VALUE (WS-CLASS-SUB) TO WS-VALUE-EDIT
           MOVE WS-CLS-PCT (WS-CLASS-SUB) TO WS-PCT-EDIT
           MOVE WS-DRIFT-TARGET TO WS-TARGET-EDIT
           MOVE WS-DRIFT-BAND TO WS-BAND-EDIT
           MOVE WS-CLS-DRIFT (WS-CLASS-SUB) TO WS-DRIFT-EDIT

           MOVE SPACES TO REPORT-RECORD
           STRING PORT-ID            DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  PORT-ACCOUNT-NO    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-MODEL-ID-WORK   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-CLASS-CODE (WS-CLASS-SUB) DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-VALUE-EDIT      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-PCT-EDIT        DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  WS-TARGET-EDIT     DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  WS-BAND-EDIT       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-DRIFT-EDIT      DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  WS-BAND-FLAG       DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

      *-- Portfolio summary beneath its class lines - the total the
      *           percentages are taken of, unclassed value included
       2650-WRITE-PORTFOLIO-LINE.
           MOVE WS-PORT-TOTAL TO WS-TOTAL-EDIT
           MOVE WS-UNCLASSED-VALUE TO WS-TOTAL2-EDIT
           IF PORT-OUT-OF-BAND
               MOVE 'OUT OF BAND' TO WS-BAND-FLAG
           ELSE
               MOVE 'IN BAND' TO WS-BAND-FLAG
           END-IF

           MOVE SPACES TO REPORT-RECORD
           STRING '    TOTAL VALUE='  DELIMITED BY SIZE
                  WS-TOTAL-EDIT      DELIMITED BY SIZE
                  '  UNCLASSED='     DELIMITED BY SIZE
                  WS-TOTAL2-EDIT     DELIMITED BY SIZE
                  '  PORTFOLIO '     DELIMITED BY SIZE
                  WS-BAND-FLAG       DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       2670-WRITE-TRADE-LINE.
           MOVE WS-TRADE-QTY TO WS-QTY-EDIT
           MOVE WS-TRADE-PRICE TO WS-PRICE-EDIT
           MOVE WS-TRADE-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-CLASS-CODE (WS-CLASS-SUB) TO WS-CLASS-PRINT

           IF UPDT-BUY
               MOVE 'BUY ' TO WS-TRADE-VERB
           ELSE
               MOVE 'SELL' TO WS-TRADE-VERB
           END-IF

           MOVE SPACES TO REPORT-RECORD
           STRING '    PROPOSED '    DELIMITED BY SIZE
                  WS-TRADE-VERB      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-CLASS-PRINT     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-TRADE-SECURITY-ID DELIMITED BY SIZE
                  '  QTY='           DELIMITED BY SIZE
                  WS-QTY-EDIT        DELIMITED BY SIZE
                  '  PRICE='         DELIMITED BY SIZE
                  WS-PRICE-EDIT      DELIMITED BY SIZE
                  '  AMOUNT='        DELIMITED BY SIZE
                  WS-AMOUNT-EDIT     DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       2680-WRITE-NOT-PROPOSED-LINE.
           MOVE SPACES TO REPORT-RECORD
           STRING '    NOT PROPOSED  ' DELIMITED BY SIZE
                  WS-CLASS-CODE (WS-CLASS-SUB) DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-TRADE-SECURITY-ID DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  WS-NOT-PROPOSED-REASON DELIMITED BY SIZE
                  ' - DESK TO KEY'   DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

      *-- A portfolio with a model that cannot be measured against
      *           it - a failed model, no classable positions, or no
      *           positive value to take percentages of
       2700-WRITE-NOTE-LINE.
           MOVE SPACES TO REPORT-RECORD
           EVALUATE TRUE
               WHEN MODT-INVALID (WS-MOD-IDX)
                   STRING PORT-ID         DELIMITED BY SIZE
                          '  '            DELIMITED BY SIZE
                          PORT-ACCOUNT-NO DELIMITED BY SIZE
                          ' '             DELIMITED BY SIZE
                          WS-MODEL-ID-WORK DELIMITED BY SIZE
                          ' MODEL FAILED ITS LOAD EDIT - NOT MEASURED'
                                          DELIMITED BY SIZE
                          INTO REPORT-RECORD
                   END-STRING
               WHEN WS-POSN-COUNT = ZERO
                   STRING PORT-ID         DELIMITED BY SIZE
                          '  '            DELIMITED BY SIZE
                          PORT-ACCOUNT-NO DELIMITED BY SIZE
                          ' '             DELIMITED BY SIZE
                          WS-MODEL-ID-WORK DELIMITED BY SIZE
                          ' NO HOLDFILE POSITIONS - NOT MEASURED'
                                          DELIMITED BY SIZE
                          INTO REPORT-RECORD
                   END-STRING
               WHEN OTHER
                   STRING PORT-ID         DELIMITED BY SIZE
                          '  '            DELIMITED BY SIZE
                          PORT-ACCOUNT-NO DELIMITED BY SIZE
                          ' '             DELIMITED BY SIZE
                          WS-MODEL-ID-WORK DELIMITED BY SIZE
                          ' NO POSITIVE VALUE - NOT MEASURED'
                                          DELIMITED BY SIZE
                          INTO REPORT-RECORD
                   END-STRING
           END-EVALUATE
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       2900-READ-NEXT-PORTFOLIO.
           READ PORTFOLIO-FILE NEXT RECORD
               AT END
                   SET BROWSE-AT-EOF TO TRUE
           END-READ
           .

       2950-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'PORTFOLIOS READ='   DELIMITED BY SIZE
                  WS-READ-COUNT        DELIMITED BY SIZE
                  '  MEASURED='        DELIMITED BY SIZE
                  WS-MEASURED-COUNT    DELIMITED BY SIZE
                  '  IN BAND='         DELIMITED BY SIZE
                  WS-IN-BAND-COUNT     DELIMITED BY SIZE
                  '  OUT OF BAND='     DELIMITED BY SIZE
                  WS-OUT-OF-BAND-COUNT DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'NO MODEL='          DELIMITED BY SIZE
                  WS-UNASSIGNED-COUNT  DELIMITED BY SIZE
                  '  MODEL FAILED='    DELIMITED BY SIZE
                  WS-BAD-MODEL-COUNT   DELIMITED BY SIZE
                  '  NOT MEASURABLE='  DELIMITED BY SIZE
                  WS-NO-POSITION-COUNT DELIMITED BY SIZE
                  '  INACTIVE SKIPPED=' DELIMITED BY SIZE
                  WS-INACTIVE-COUNT    DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           IF PROPOSALS-REQUESTED
               MOVE WS-SELL-TOTAL TO WS-TOTAL-EDIT
               MOVE WS-BUY-TOTAL TO WS-TOTAL2-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING 'PROPOSED TRADES='   DELIMITED BY SIZE
                      WS-PROPOSED-COUNT    DELIMITED BY SIZE
                      '  SELLS='           DELIMITED BY SIZE
                      WS-TOTAL-EDIT        DELIMITED BY SIZE
                      '  BUYS='            DELIMITED BY SIZE
                      WS-TOTAL2-EDIT       DELIMITED BY SIZE
                      '  NOT PROPOSED='    DELIMITED BY SIZE
                      WS-NOT-PROPOSED-COUNT DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           .

       3000-TERMINATE.
           CLOSE PORTFOLIO-FILE
                 HOLDINGS-FILE
                 SECURITY-FILE
                 PROPOSAL-FILE
                 REPORT-FILE

           DISPLAY 'Portfolios read:     ' WS-READ-COUNT
           DISPLAY 'Measured:            ' WS-MEASURED-COUNT
           DISPLAY 'Out of band:         ' WS-OUT-OF-BAND-COUNT
           DISPLAY 'No model assigned:   ' WS-UNASSIGNED-COUNT
           DISPLAY 'Proposed trades:     ' WS-PROPOSED-COUNT

           IF WS-RETURN-CODE NOT = WS-ERROR
               PERFORM 9000-STAMP-CYCLE-COMPLETE
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .

      *-- Write the batch header and trailer control records for the
      *           proposal, after the detail records as PORTSUSP does
      *           for its resubmission batch - the VALCHK sort ahead
      *           of PORTUPDT puts them first and last. Trades count
      *           into the record count only, so the value total is
      *           zero
       3100-WRITE-CONTROL-RECORDS.
           MOVE SPACES TO UPDATE-RECORD
           MOVE 'H' TO UPDT-CTL-ACTION
           MOVE WS-PROPOSED-COUNT TO UPDT-CTL-RECORD-COUNT
           MOVE ZERO TO UPDT-CTL-VALUE-TOTAL
           WRITE UPDATE-RECORD

           MOVE SPACES TO UPDATE-RECORD
           MOVE 'T' TO UPDT-CTL-ACTION
           MOVE WS-PROPOSED-COUNT TO UPDT-CTL-RECORD-COUNT
           MOVE ZERO TO UPDT-CTL-VALUE-TOTAL
           WRITE UPDATE-RECORD
           .
