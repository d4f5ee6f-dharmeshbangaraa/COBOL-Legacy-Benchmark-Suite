      *================================================================*
      * Program Name: PORTPVAL
      * Description: Second-Source Closing Price Validation
      *             The check the feed's own tolerance edit cannot
      *             make: a tick is only ever compared with the
      *             same vendor's previous price, so a vendor that
      *             is consistently wrong passes every night. This
      *             job loads the secondary vendor's closing-price
      *             file for the business date and compares each
      *             security's close with the primary close PORTCLOS
      *             stored on CLOSFILE for every HOLDFILE position in
      *             it - the secondary close converted through
      *             FXRATES to each portfolio's own currency. A
      *             difference over the PVALPARM tolerance for the
      *             security's asset class raises a price challenge
      *             on PCHLFILE, carrying the market-value impact
      *             across the positions held, kept per portfolio
      *             currency and never added across currencies; a
      *             security still under an open challenge is
      *             refreshed, not raised again. The report lists
      *             tonight's challenges, securities that could not
      *             be compared, and then every challenge still
      *             open with its age in business days, for
      *             valuation to resolve through PCHMAINT before
      *             signing off; open challenges are also carried
      *             on the PORTDGST morning digest.
      *             RC=4 when anything was listed.
      * Author: DLB
      * Date Written: 2025-02-05
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-02-05 DLB           Initial Creation
      * 2025-02-14 DLB           Market-value impact kept per portfolio
      *                          currency - a security's challenge
      *                          carries the impact in its primary
      *                          close currency, other currencies
      *                          are listed under it, and tonight's
      *                          impact total is one line a currency
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTPVAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- Secondary vendor's closing prices for the business date
           SELECT ALT-PRICE-FILE
               ASSIGN TO ALTPRICE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALTP-STATUS.

      *-- Tolerance card - percentage difference allowed per asset
      *           class before a challenge is raised
           SELECT PARM-FILE
               ASSIGN TO PVALPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PORT-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT HOLDINGS-FILE
               ASSIGN TO HOLDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

      *-- Primary vendor's closes, as PORTCLOS stored them
           SELECT CLOSING-PRICE-FILE
               ASSIGN TO CLOSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLOS-KEY
               FILE STATUS IS WS-CLOS-STATUS.

      *-- Security master - asset class drives the tolerance
           SELECT SECURITY-FILE
               ASSIGN TO SECFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-ID
               FILE STATUS IS WS-SECM-STATUS.

           SELECT FX-RATE-FILE
               ASSIGN TO FXRATES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FXRATE-STATUS.

      *-- Price challenges raised, refreshed and listed
           SELECT CHALLENGE-FILE
               ASSIGN TO PCHLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCHL-KEY
               FILE STATUS IS WS-PCHL-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO PVALRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALT-PRICE-FILE.
       01  ALT-PRICE-RECORD.
           05  ALTP-SECURITY-ID        PIC X(9).
           05  ALTP-CLOSE-DATE         PIC 9(8).
           05  ALTP-PRICE              PIC 9(11)V99.
      *-- Currency the close is quoted in - blank is taken as the
      *           currency of each portfolio holding the security
           05  ALTP-CURRENCY-CODE      PIC X(3).

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PVP-EQ-TOLERANCE        PIC 9(3)V99.
           05  PVP-FI-TOLERANCE        PIC 9(3)V99.
           05  PVP-MM-TOLERANCE        PIC 9(3)V99.
           05  PVP-FD-TOLERANCE        PIC 9(3)V99.

       FD  PORTFOLIO-FILE.
           COPY PORTFLIO.

       FD  HOLDINGS-FILE.
           COPY HOLDREC.

       FD  CLOSING-PRICE-FILE.
           COPY CLOSREC.

       FD  SECURITY-FILE.
           COPY SECMREC.

       FD  FX-RATE-FILE.
       01  FX-RATE-RECORD.
           05  FXR-FROM-CURRENCY      PIC X(3).
           05  FXR-TO-CURRENCY        PIC X(3).
           05  FXR-RATE               PIC S9(5)V9(6) COMP-3.

       FD  CHALLENGE-FILE.
           COPY PCHLREC.

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Constants and switches
      *----------------------------------------------------------------*
       01  WS-CONSTANTS.
           05  WS-PROGRAM-NAME     PIC X(08) VALUE 'PORTPVAL'.
           05  WS-SUCCESS          PIC S9(4) VALUE +0.
           05  WS-WARNING          PIC S9(4) VALUE +4.
           05  WS-ERROR            PIC S9(4) VALUE +8.
      *-- Physical sizes of the in-memory tables
           05  WS-MAX-FX-RATES     PIC 9(4) VALUE 0200.
           05  WS-MAX-ALT-PRICES   PIC 9(4) VALUE 2000.
           05  WS-MAX-IMPACT-CCYS  PIC 9(1) VALUE 5.
           05  WS-MAX-TOTAL-CCYS   PIC 9(2) VALUE 20.

       01  WS-FX-RATE-TABLE.
           05  WS-FX-RATE-COUNT    PIC 9(4) VALUE ZERO.
           05  WS-FX-RATE-ENTRY OCCURS 200 TIMES
                                  INDEXED BY WS-FX-IDX.
               10  WS-FXT-FROM-CCY PIC X(3).
               10  WS-FXT-TO-CCY   PIC X(3).
               10  WS-FXT-RATE     PIC S9(5)V9(6) COMP-3.

      *-- One entry per security the secondary vendor closed, and
      *           what the comparison found across its positions
       01  WS-ALT-PRICE-TABLE.
           05  WS-ALT-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-ALT-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY WS-ALT-IDX.
               10  WS-ALT-SEC-ID   PIC X(9).
               10  WS-ALT-ASSET-CLASS PIC X(2).
               10  WS-ALT-TOLERANCE PIC 9(3)V99.
               10  WS-ALT-PRICE    PIC S9(13)V99 COMP-3.
               10  WS-ALT-CURRENCY PIC X(3).
               10  WS-ALT-POSITIONS PIC 9(5).
               10  WS-ALT-COMPARED PIC 9(5).
               10  WS-ALT-NO-CLOSE PIC 9(5).
               10  WS-ALT-NO-FX    PIC 9(5).
               10  WS-ALT-HELD-QTY PIC S9(9)V999 COMP-3.
      *-- Impact in the widest difference's currency - what the
      *           challenge record and the security line carry
               10  WS-ALT-IMPACT   PIC S9(13)V99 COMP-3.
      *-- Impact per portfolio currency - positions held in
      *           portfolios of different currencies are never added
      *           together
               10  WS-ALT-IMP-COUNT PIC 9(1).
               10  WS-ALT-IMP-ENTRY OCCURS 5 TIMES
                                  INDEXED BY WS-AIM-IDX.
                   15  WS-ALT-IMP-CCY PIC X(3).
                   15  WS-ALT-IMP-AMT PIC S9(13)V99 COMP-3.
               10  WS-ALT-BREACH-SW PIC X(1).
                   88  WS-ALT-BREACHED VALUE 'Y'.
                   88  WS-ALT-WITHIN   VALUE 'N'.
               10  WS-ALT-WIDEST-PCT PIC 9(5)V99.
               10  WS-ALT-WIDEST-PRIMARY PIC S9(13)V99 COMP-3.
               10  WS-ALT-WIDEST-CCY PIC X(3).

      *-- Tonight's impact across the challenged securities, one
      *           total per portfolio currency
       01  WS-TOT-IMPACT-TABLE.
           05  WS-TIM-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-TIM-ENTRY OCCURS 20 TIMES
                                  INDEXED BY WS-TIM-IDX.
               10  WS-TIM-CCY      PIC X(3).
               10  WS-TIM-AMT      PIC S9(15)V99 COMP-3.

       01  WS-SWITCHES.
           05  WS-ALTP-STATUS      PIC X(02).
               88  WS-ALTP-SUCCESS      VALUE '00'.

           05  WS-PARM-STATUS      PIC X(02).
               88  WS-PARM-SUCCESS      VALUE '00'.

           05  WS-FILE-STATUS      PIC X(02).
               88  WS-SUCCESS-STATUS    VALUE '00'.

           05  WS-HOLD-STATUS      PIC X(02).
               88  WS-HOLD-SUCCESS      VALUE '00'.

           05  WS-CLOS-STATUS      PIC X(02).
               88  WS-CLOS-SUCCESS      VALUE '00'.

           05  WS-SECM-STATUS      PIC X(02).
               88  WS-SECM-SUCCESS      VALUE '00'.

           05  WS-FXRATE-STATUS    PIC X(02).
               88  WS-FXRATE-SUCCESS    VALUE '00'.
               88  WS-FXRATE-EOF        VALUE '10'.

           05  WS-PCHL-STATUS      PIC X(02).
               88  WS-PCHL-SUCCESS      VALUE '00'.

           05  WS-REPORT-STATUS    PIC X(02).
               88  WS-REPORT-SUCCESS    VALUE '00'.

           05  WS-ALTP-EOF-SW      PIC X VALUE 'N'.
               88  ALTP-AT-EOF         VALUE 'Y'.

           05  WS-BROWSE-EOF-SW    PIC X VALUE 'N'.
               88  BROWSE-AT-EOF       VALUE 'Y'.
               88  NOT-BROWSE-AT-EOF   VALUE 'N'.

           05  WS-HOLD-BROWSE-EOF-SW PIC X VALUE 'N'.
               88  HOLD-BROWSE-AT-EOF  VALUE 'Y'.

           05  WS-FXRATE-FOUND-SW  PIC X VALUE 'N'.
               88  FXRATE-FOUND        VALUE 'Y'.
               88  FXRATE-NOT-FOUND    VALUE 'N'.

           05  WS-FOUND-SW         PIC X VALUE 'N'.
               88  ENTRY-FOUND         VALUE 'Y'.
               88  ENTRY-NOT-FOUND     VALUE 'N'.

           05  WS-OPEN-FOUND-SW    PIC X VALUE 'N'.
               88  OPEN-CHALLENGE-FOUND VALUE 'Y'.
               88  NO-OPEN-CHALLENGE   VALUE 'N'.

           05  WS-TABLE-FULL-SW    PIC X VALUE 'N'.
               88  ALT-TABLE-FULL      VALUE 'Y'.

           05  WS-CCY-FOUND-SW     PIC X VALUE 'N'.
               88  CCY-FOUND           VALUE 'Y'.
               88  CCY-NOT-FOUND       VALUE 'N'.

      *----------------------------------------------------------------*
      * Work areas
      *----------------------------------------------------------------*
       01  WS-WORK-AREAS.
           05  WS-RETURN-CODE      PIC S9(4) VALUE +0.
           05  WS-BUSINESS-DATE    PIC 9(8).
           05  WS-AGE-DAYS         PIC S9(5) COMP.
           05  WS-ALT-READ         PIC 9(7) VALUE ZERO.
           05  WS-ALT-UNUSABLE     PIC 9(7) VALUE ZERO.
           05  WS-POSITIONS-COMPARED PIC 9(7) VALUE ZERO.
           05  WS-NOT-HELD-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-NOT-COMPARED-COUNT PIC 9(7) VALUE ZERO.
           05  WS-RAISED-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-REFRESHED-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-AGREE-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-OPEN-COUNT       PIC 9(7) VALUE ZERO.
      *-- Tolerances off the PVALPARM card
           05  WS-EQ-TOLERANCE     PIC 9(3)V99.
           05  WS-FI-TOLERANCE     PIC 9(3)V99.
           05  WS-MM-TOLERANCE     PIC 9(3)V99.
           05  WS-FD-TOLERANCE     PIC 9(3)V99.
      *-- Per-position comparison
           05  WS-ALT-CONVERTED    PIC S9(13)V99 COMP-3.
           05  WS-PRICE-DIFF       PIC S9(13)V99 COMP-3.
           05  WS-DIFF-PCT         PIC S9(5)V99.
           05  WS-POSITION-IMPACT  PIC S9(13)V99 COMP-3.
           05  WS-UNUSABLE-REASON  PIC X(40).
           05  WS-STATUS-TEXT      PIC X(30).
           05  WS-OPEN-KEY         PIC X(17).
      *-- Print-staging edit fields
           05  WS-PRICE-EDIT-P     PIC -(10)9.99.
           05  WS-PRICE-EDIT-S     PIC -(10)9.99.
           05  WS-PCT-EDIT         PIC Z(4)9.99.
           05  WS-TOL-EDIT         PIC ZZ9.99.
           05  WS-QTY-EDIT         PIC -(9)9.999.
           05  WS-IMPACT-EDIT      PIC -(13)9.99.
           05  WS-TOT-IMPACT-EDIT  PIC -(15)9.99.
           05  WS-COUNT-EDIT       PIC ZZZZ9.
           05  WS-AGE-EDIT         PIC ZZZZ9.

      *-- Parameter area for the PORTCYCL cycle-control subprogram
           COPY CYCLAREA.

      *-- PORTBDAY business-day parameter area
           COPY BDAYAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1300-LOAD-ONE-ALT-PRICE
              UNTIL ALTP-AT-EOF
           IF WS-ALT-COUNT > ZERO
               PERFORM 2000-COMPARE-ONE-PORTFOLIO
                  UNTIL BROWSE-AT-EOF
               PERFORM 4000-RAISE-CHALLENGES
           END-IF
           PERFORM 2700-LIST-OPEN-CHALLENGES
           PERFORM 2950-WRITE-REPORT-TOTALS
           PERFORM 3000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           INITIALIZE WS-WORK-AREAS

           PERFORM 1050-CHECK-CYCLE-CONTROL
           MOVE CYCL-BUSINESS-DATE TO WS-BUSINESS-DATE

           OPEN INPUT ALT-PRICE-FILE
           OPEN INPUT PARM-FILE
           OPEN INPUT PORTFOLIO-FILE
           OPEN INPUT HOLDINGS-FILE
           OPEN INPUT CLOSING-PRICE-FILE
           OPEN INPUT SECURITY-FILE
           OPEN INPUT FX-RATE-FILE
           OPEN I-O   CHALLENGE-FILE
           OPEN OUTPUT REPORT-FILE

           IF NOT WS-ALTP-SUCCESS
              OR NOT WS-PARM-SUCCESS
              OR NOT WS-SUCCESS-STATUS
              OR NOT WS-HOLD-SUCCESS
              OR NOT WS-CLOS-SUCCESS
              OR NOT WS-SECM-SUCCESS
              OR NOT WS-FXRATE-SUCCESS
              OR NOT WS-PCHL-SUCCESS
              OR NOT WS-REPORT-SUCCESS
               DISPLAY 'PORTPVAL: FILE OPEN ERROR - ALTP='
                       WS-ALTP-STATUS ' PARM=' WS-PARM-STATUS
                       ' PORT=' WS-FILE-STATUS
                       ' HOLD=' WS-HOLD-STATUS
                       ' CLOS=' WS-CLOS-STATUS
                       ' SECM=' WS-SECM-STATUS
                       ' FXRATE=' WS-FXRATE-STATUS
                       ' PCHL=' WS-PCHL-STATUS
                       ' REPORT=' WS-REPORT-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1100-READ-PARM-CARD
           PERFORM 1070-LOAD-FX-RATES
           PERFORM 1200-WRITE-REPORT-HEADINGS
           PERFORM 2900-READ-NEXT-PORTFOLIO
           .

      *-- Cycle-control start check through the shared PORTCYCL
      *           subprogram - the business date whose closes are
      *           compared is the one PORTUPDT has finished
       1050-CHECK-CYCLE-CONTROL.
           SET CYCL-START-REQ TO TRUE
           MOVE WS-PROGRAM-NAME TO CYCL-JOB-NAME
           MOVE 'PORTUPDT' TO CYCL-PREDECESSOR
           CALL 'PORTCYCL' USING CYCL-COMMAREA
           IF CYCL-BLOCKED
               DISPLAY 'PORTPVAL: cycle control refused start - '
                       CYCL-MESSAGE
               MOVE WS-ERROR TO RETURN-CODE
               GOBACK
           END-IF
           .

      *-- Read the FX rate file into the in-memory table once at
      *           startup, then close it - same as PORTPRCF
       1070-LOAD-FX-RATES.
           PERFORM UNTIL WS-FXRATE-EOF
              OR WS-FX-RATE-COUNT NOT < WS-MAX-FX-RATES
               READ FX-RATE-FILE
                   AT END
                       SET WS-FXRATE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FX-RATE-COUNT
                       SET WS-FX-IDX TO WS-FX-RATE-COUNT
                       MOVE FXR-FROM-CURRENCY
                           TO WS-FXT-FROM-CCY (WS-FX-IDX)
                       MOVE FXR-TO-CURRENCY
                           TO WS-FXT-TO-CCY (WS-FX-IDX)
                       MOVE FXR-RATE TO WS-FXT-RATE (WS-FX-IDX)
               END-READ
           END-PERFORM
           CLOSE FX-RATE-FILE
           .

      *-- A missing or unusable tolerance card stops the run - a
      *           comparison against a wrong tolerance either buries
      *           valuation in noise or lets a bad price through
       1100-READ-PARM-CARD.
           READ PARM-FILE
               AT END
                   DISPLAY 'PORTPVAL: PVALPARM is empty - tolerance '
                           'card required'
                   MOVE WS-ERROR TO WS-RETURN-CODE
                   MOVE WS-RETURN-CODE TO RETURN-CODE
                   GOBACK
           END-READ

           IF PVP-EQ-TOLERANCE NOT NUMERIC
              OR PVP-EQ-TOLERANCE = ZERO
              OR PVP-FI-TOLERANCE NOT NUMERIC
              OR PVP-FI-TOLERANCE = ZERO
              OR PVP-MM-TOLERANCE NOT NUMERIC
              OR PVP-MM-TOLERANCE = ZERO
              OR PVP-FD-TOLERANCE NOT NUMERIC
              OR PVP-FD-TOLERANCE = ZERO
               DISPLAY 'PORTPVAL: invalid PVALPARM card - '
                       PARM-RECORD
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           MOVE PVP-EQ-TOLERANCE TO WS-EQ-TOLERANCE
           MOVE PVP-FI-TOLERANCE TO WS-FI-TOLERANCE
           MOVE PVP-MM-TOLERANCE TO WS-MM-TOLERANCE
           MOVE PVP-FD-TOLERANCE TO WS-FD-TOLERANCE
           CLOSE PARM-FILE
           .

       1200-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO REPORT-RECORD
           STRING 'PORTPVAL - SECOND-SOURCE PRICE VALIDATION FOR '
                      DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE WS-EQ-TOLERANCE TO WS-TOL-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING 'TOLERANCE %  EQ ' DELIMITED BY SIZE
                  WS-TOL-EDIT        DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           MOVE WS-FI-TOLERANCE TO WS-TOL-EDIT
           MOVE '  FI ' TO REPORT-RECORD(23:5)
           MOVE WS-TOL-EDIT TO REPORT-RECORD(28:6)
           MOVE WS-MM-TOLERANCE TO WS-TOL-EDIT
           MOVE '  MM ' TO REPORT-RECORD(34:5)
           MOVE WS-TOL-EDIT TO REPORT-RECORD(39:6)
           MOVE WS-FD-TOLERANCE TO WS-TOL-EDIT
           MOVE '  FD ' TO REPORT-RECORD(45:5)
           MOVE WS-TOL-EDIT TO REPORT-RECORD(50:6)
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM 1250-WRITE-COLUMN-HEADINGS
           .

       1250-WRITE-COLUMN-HEADINGS.
           MOVE SPACES TO REPORT-RECORD
           STRING 'SECURITY  AC   PRIMARY CLOSE CCY SECONDARY CLOSE '
                      DELIMITED BY SIZE
                  'CCY   DIFF %  TOL % POSNS     MARKET VALUE IMPACT '
                      DELIMITED BY SIZE
                  ' STATUS'
                      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      *-- One secondary-vendor close per iteration: a row for
      *           another date, a security the master does not know
      *           or an asset class with no tolerance is listed and
      *           left out of the comparison
       1300-LOAD-ONE-ALT-PRICE.
           READ ALT-PRICE-FILE
               AT END
                   SET ALTP-AT-EOF TO TRUE
                   CLOSE ALT-PRICE-FILE
               NOT AT END
                   ADD 1 TO WS-ALT-READ
                   PERFORM 1350-EDIT-ONE-ALT-PRICE
                   IF WS-UNUSABLE-REASON = SPACES
                       PERFORM 1380-TABLE-ALT-PRICE
                   ELSE
                       ADD 1 TO WS-ALT-UNUSABLE
                       PERFORM 1390-WRITE-UNUSABLE-LINE
                   END-IF
           END-READ
           .

       1350-EDIT-ONE-ALT-PRICE.
           MOVE SPACES TO WS-UNUSABLE-REASON
           EVALUATE TRUE
               WHEN ALTP-CLOSE-DATE NOT NUMERIC
                 OR ALTP-CLOSE-DATE NOT = WS-BUSINESS-DATE
                   MOVE 'CLOSE NOT FOR THE BUSINESS DATE'
                       TO WS-UNUSABLE-REASON
               WHEN ALTP-PRICE NOT NUMERIC
                 OR ALTP-PRICE = ZERO
                   MOVE 'CLOSE PRICE MISSING OR NOT NUMERIC'
                       TO WS-UNUSABLE-REASON
               WHEN OTHER
                   MOVE ALTP-SECURITY-ID TO SEC-ID
                   READ SECURITY-FILE
                       INVALID KEY
                           MOVE 'SECURITY NOT ON SECURITY MASTER'
                               TO WS-UNUSABLE-REASON
                   END-READ
           END-EVALUATE
           .

       1380-TABLE-ALT-PRICE.
           IF WS-ALT-COUNT < WS-MAX-ALT-PRICES
               ADD 1 TO WS-ALT-COUNT
               SET WS-ALT-IDX TO WS-ALT-COUNT
               MOVE ALTP-SECURITY-ID TO WS-ALT-SEC-ID (WS-ALT-IDX)
               MOVE SEC-ASSET-CLASS
                   TO WS-ALT-ASSET-CLASS (WS-ALT-IDX)
               EVALUATE TRUE
                   WHEN SEC-EQUITY
                       MOVE WS-EQ-TOLERANCE
                           TO WS-ALT-TOLERANCE (WS-ALT-IDX)
                   WHEN SEC-FIXED-INCOME
                       MOVE WS-FI-TOLERANCE
                           TO WS-ALT-TOLERANCE (WS-ALT-IDX)
                   WHEN SEC-MONEY-MARKET
                       MOVE WS-MM-TOLERANCE
                           TO WS-ALT-TOLERANCE (WS-ALT-IDX)
      *-- Funds, and any class the card does not name, take the
      *           fund tolerance
                   WHEN OTHER
                       MOVE WS-FD-TOLERANCE
                           TO WS-ALT-TOLERANCE (WS-ALT-IDX)
               END-EVALUATE
               MOVE ALTP-PRICE TO WS-ALT-PRICE (WS-ALT-IDX)
               MOVE ALTP-CURRENCY-CODE
                   TO WS-ALT-CURRENCY (WS-ALT-IDX)
               MOVE ZERO TO WS-ALT-POSITIONS (WS-ALT-IDX)
                            WS-ALT-COMPARED (WS-ALT-IDX)
                            WS-ALT-NO-CLOSE (WS-ALT-IDX)
                            WS-ALT-NO-FX (WS-ALT-IDX)
                            WS-ALT-HELD-QTY (WS-ALT-IDX)
                            WS-ALT-IMPACT (WS-ALT-IDX)
                            WS-ALT-IMP-COUNT (WS-ALT-IDX)
                            WS-ALT-WIDEST-PCT (WS-ALT-IDX)
                            WS-ALT-WIDEST-PRIMARY (WS-ALT-IDX)
               MOVE SPACES TO WS-ALT-WIDEST-CCY (WS-ALT-IDX)
               SET WS-ALT-WITHIN (WS-ALT-IDX) TO TRUE
           ELSE
               IF NOT ALT-TABLE-FULL
                   SET ALT-TABLE-FULL TO TRUE
                   DISPLAY 'PORTPVAL: secondary price table full at '
                           WS-MAX-ALT-PRICES ' - closes beyond it '
                           'not compared'
                   MOVE WS-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF
           .

       1390-WRITE-UNUSABLE-LINE.
           MOVE ALTP-PRICE TO WS-PRICE-EDIT-S
           MOVE SPACES TO REPORT-RECORD
           STRING ALTP-SECURITY-ID   DELIMITED BY SIZE
                  '    '             DELIMITED BY SIZE
                  '               '  DELIMITED BY SIZE
                  '    '             DELIMITED BY SIZE
                  WS-PRICE-EDIT-S    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  ALTP-CURRENCY-CODE DELIMITED BY SIZE
                  '  NOT COMPARED - ' DELIMITED BY SIZE
                  WS-UNUSABLE-REASON DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-RETURN-CODE = WS-SUCCESS
               MOVE WS-WARNING TO WS-RETURN-CODE
           END-IF
           .

      *-- One portfolio per iteration - every position it holds in
      *           a security the secondary vendor closed is compared,
      *           whatever the portfolio's status, since all of them
      *           carry the primary price in their valuation
       2000-COMPARE-ONE-PORTFOLIO.
           MOVE 'N' TO WS-HOLD-BROWSE-EOF-SW
           MOVE PORT-ID TO HOLD-PORTFOLIO-ID
           MOVE LOW-VALUES TO HOLD-SECURITY-ID

           START HOLDINGS-FILE KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY
                   SET HOLD-BROWSE-AT-EOF TO TRUE
           END-START

           PERFORM 2100-CHECK-ONE-POSITION
              UNTIL HOLD-BROWSE-AT-EOF
           PERFORM 2900-READ-NEXT-PORTFOLIO
           .

       2100-CHECK-ONE-POSITION.
           READ HOLDINGS-FILE NEXT RECORD
               AT END
                   SET HOLD-BROWSE-AT-EOF TO TRUE
               NOT AT END
                   IF HOLD-PORTFOLIO-ID = PORT-ID
                       PERFORM 2150-FIND-ALT-PRICE
                       IF ENTRY-FOUND
                           PERFORM 2200-COMPARE-POSITION
                       END-IF
                   ELSE
                       SET HOLD-BROWSE-AT-EOF TO TRUE
                   END-IF
           END-READ
           .

       2150-FIND-ALT-PRICE.
           SET ENTRY-NOT-FOUND TO TRUE
           SET WS-ALT-IDX TO 1
           PERFORM UNTIL WS-ALT-IDX > WS-ALT-COUNT
              OR ENTRY-FOUND
               IF WS-ALT-SEC-ID (WS-ALT-IDX) = HOLD-SECURITY-ID
                   SET ENTRY-FOUND TO TRUE
               ELSE
                   SET WS-ALT-IDX UP BY 1
               END-IF
           END-PERFORM
           .

      *-- The position's primary close for the business date
      *           against the secondary close in the portfolio's own
      *           currency; the impact is the change in the
      *           position's value were the secondary close right
       2200-COMPARE-POSITION.
           ADD 1 TO WS-ALT-POSITIONS (WS-ALT-IDX)
           ADD HOLD-QTY TO WS-ALT-HELD-QTY (WS-ALT-IDX)

           MOVE HOLD-PORTFOLIO-ID TO CLOS-PORTFOLIO-ID
           MOVE HOLD-SECURITY-ID TO CLOS-SECURITY-ID
           MOVE WS-BUSINESS-DATE TO CLOS-DATE
           READ CLOSING-PRICE-FILE
               INVALID KEY
                   ADD 1 TO WS-ALT-NO-CLOSE (WS-ALT-IDX)
               NOT INVALID KEY
                   PERFORM 2250-CONVERT-ALT-PRICE
                   IF FXRATE-FOUND
                       PERFORM 2300-MEASURE-DIFFERENCE
                   ELSE
                       ADD 1 TO WS-ALT-NO-FX (WS-ALT-IDX)
                   END-IF
           END-READ
           .

       2250-CONVERT-ALT-PRICE.
           SET FXRATE-FOUND TO TRUE
           MOVE WS-ALT-PRICE (WS-ALT-IDX) TO WS-ALT-CONVERTED
           IF WS-ALT-CURRENCY (WS-ALT-IDX) NOT = SPACES
              AND WS-ALT-CURRENCY (WS-ALT-IDX)
                  NOT = PORT-CURRENCY-CODE
               SET FXRATE-NOT-FOUND TO TRUE
               SET WS-FX-IDX TO 1
               PERFORM UNTIL WS-FX-IDX > WS-FX-RATE-COUNT
                  OR FXRATE-FOUND
                   IF WS-FXT-FROM-CCY (WS-FX-IDX) =
                      WS-ALT-CURRENCY (WS-ALT-IDX)
                      AND WS-FXT-TO-CCY (WS-FX-IDX) =
                          PORT-CURRENCY-CODE
                       SET FXRATE-FOUND TO TRUE
                   ELSE
                       SET WS-FX-IDX UP BY 1
                   END-IF
               END-PERFORM
               IF FXRATE-FOUND
                   COMPUTE WS-ALT-CONVERTED ROUNDED =
                       WS-ALT-PRICE (WS-ALT-IDX)
                       * WS-FXT-RATE (WS-FX-IDX)
               END-IF
           END-IF
           .

       2300-MEASURE-DIFFERENCE.
           ADD 1 TO WS-ALT-COMPARED (WS-ALT-IDX)
           ADD 1 TO WS-POSITIONS-COMPARED
           COMPUTE WS-PRICE-DIFF = WS-ALT-CONVERTED - CLOS-PRICE
           COMPUTE WS-POSITION-IMPACT ROUNDED =
               HOLD-QTY * WS-PRICE-DIFF
           PERFORM 2350-ADD-POSITION-IMPACT

           IF WS-ALT-CONVERTED > ZERO
               COMPUTE WS-DIFF-PCT ROUNDED =
                   (WS-PRICE-DIFF / WS-ALT-CONVERTED) * 100
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-DIFF-PCT
               END-COMPUTE
           ELSE
               MOVE 99999.99 TO WS-DIFF-PCT
           END-IF
           IF WS-DIFF-PCT < ZERO
               MULTIPLY -1 BY WS-DIFF-PCT
           END-IF

           IF WS-DIFF-PCT > WS-ALT-WIDEST-PCT (WS-ALT-IDX)
              OR WS-ALT-COMPARED (WS-ALT-IDX) = 1
               MOVE WS-DIFF-PCT TO WS-ALT-WIDEST-PCT (WS-ALT-IDX)
               MOVE CLOS-PRICE
                   TO WS-ALT-WIDEST-PRIMARY (WS-ALT-IDX)
               MOVE PORT-CURRENCY-CODE
                   TO WS-ALT-WIDEST-CCY (WS-ALT-IDX)
           END-IF

           IF WS-DIFF-PCT > WS-ALT-TOLERANCE (WS-ALT-IDX)
               SET WS-ALT-BREACHED (WS-ALT-IDX) TO TRUE
           END-IF
           .

      *-- The position's impact is in its portfolio's currency, so
      *           it is added to that currency's bucket for the
      *           security
       2350-ADD-POSITION-IMPACT.
           SET CCY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-AIM-IDX FROM 1 BY 1
              UNTIL WS-AIM-IDX > WS-ALT-IMP-COUNT (WS-ALT-IDX)
                 OR CCY-FOUND
               IF WS-ALT-IMP-CCY (WS-ALT-IDX, WS-AIM-IDX)
                  = PORT-CURRENCY-CODE
                   SET CCY-FOUND TO TRUE
                   ADD WS-POSITION-IMPACT
                       TO WS-ALT-IMP-AMT (WS-ALT-IDX, WS-AIM-IDX)
               END-IF
           END-PERFORM

           IF CCY-NOT-FOUND
               IF WS-ALT-IMP-COUNT (WS-ALT-IDX) < WS-MAX-IMPACT-CCYS
                   ADD 1 TO WS-ALT-IMP-COUNT (WS-ALT-IDX)
                   SET WS-AIM-IDX TO WS-ALT-IMP-COUNT (WS-ALT-IDX)
                   MOVE PORT-CURRENCY-CODE
                       TO WS-ALT-IMP-CCY (WS-ALT-IDX, WS-AIM-IDX)
                   MOVE WS-POSITION-IMPACT
                       TO WS-ALT-IMP-AMT (WS-ALT-IDX, WS-AIM-IDX)
               ELSE
                   DISPLAY 'PORTPVAL: more than ' WS-MAX-IMPACT-CCYS
                           ' portfolio currencies hold '
                           WS-ALT-SEC-ID (WS-ALT-IDX) ' - '
                           PORT-CURRENCY-CODE ' impact not counted'
                   MOVE WS-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF
           .

      *-- One line per secondary close: a security nobody holds is
      *           only counted, one held but never compared is
      *           listed, and a difference over tolerance raises or
      *           refreshes the security's challenge
       4000-RAISE-CHALLENGES.
           SET WS-ALT-IDX TO 1
           PERFORM 4100-RESOLVE-ONE-SECURITY
              UNTIL WS-ALT-IDX > WS-ALT-COUNT
           .

       4100-RESOLVE-ONE-SECURITY.
           PERFORM 4150-PICK-PRIMARY-IMPACT
           EVALUATE TRUE
               WHEN WS-ALT-POSITIONS (WS-ALT-IDX) = ZERO
                   ADD 1 TO WS-NOT-HELD-COUNT
               WHEN WS-ALT-COMPARED (WS-ALT-IDX) = ZERO
                   ADD 1 TO WS-NOT-COMPARED-COUNT
                   IF WS-ALT-NO-CLOSE (WS-ALT-IDX) > ZERO
                       MOVE 'NO PRIMARY CLOSE ON CLOSFILE'
                           TO WS-STATUS-TEXT
                   ELSE
                       MOVE 'NO FX RATE FOR SECONDARY CCY'
                           TO WS-STATUS-TEXT
                   END-IF
                   PERFORM 4800-WRITE-SECURITY-LINE
                   IF WS-RETURN-CODE = WS-SUCCESS
                       MOVE WS-WARNING TO WS-RETURN-CODE
                   END-IF
               WHEN OTHER
                   PERFORM 4200-FIND-OPEN-CHALLENGE
                   IF WS-ALT-BREACHED (WS-ALT-IDX)
                       PERFORM 4160-ADD-TO-TONIGHTS-IMPACT
                          VARYING WS-AIM-IDX FROM 1 BY 1
                            UNTIL WS-AIM-IDX >
                                  WS-ALT-IMP-COUNT (WS-ALT-IDX)
                       IF OPEN-CHALLENGE-FOUND
                           PERFORM 4400-REFRESH-CHALLENGE
                       ELSE
                           PERFORM 4300-WRITE-NEW-CHALLENGE
                       END-IF
                       IF WS-RETURN-CODE = WS-SUCCESS
                           MOVE WS-WARNING TO WS-RETURN-CODE
                       END-IF
                   ELSE
                       IF OPEN-CHALLENGE-FOUND
                           ADD 1 TO WS-AGREE-COUNT
                           MOVE 'OPEN CHALLENGE - NOW AGREES'
                               TO WS-STATUS-TEXT
                           PERFORM 4800-WRITE-SECURITY-LINE
                       END-IF
                   END-IF
           END-EVALUATE
           SET WS-ALT-IDX UP BY 1
           .

      *-- The challenge carries the impact in the currency of the
      *           widest difference, beside the primary close it names
       4150-PICK-PRIMARY-IMPACT.
           MOVE ZERO TO WS-ALT-IMPACT (WS-ALT-IDX)
           PERFORM VARYING WS-AIM-IDX FROM 1 BY 1
              UNTIL WS-AIM-IDX > WS-ALT-IMP-COUNT (WS-ALT-IDX)
               IF WS-ALT-IMP-CCY (WS-ALT-IDX, WS-AIM-IDX)
                  = WS-ALT-WIDEST-CCY (WS-ALT-IDX)
                   MOVE WS-ALT-IMP-AMT (WS-ALT-IDX, WS-AIM-IDX)
                       TO WS-ALT-IMPACT (WS-ALT-IDX)
               END-IF
           END-PERFORM
           .

      *-- One currency bucket of a challenged security into
      *           tonight's total for that currency
       4160-ADD-TO-TONIGHTS-IMPACT.
           SET CCY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-TIM-IDX FROM 1 BY 1
              UNTIL WS-TIM-IDX > WS-TIM-COUNT
                 OR CCY-FOUND
               IF WS-TIM-CCY (WS-TIM-IDX)
                  = WS-ALT-IMP-CCY (WS-ALT-IDX, WS-AIM-IDX)
                   SET CCY-FOUND TO TRUE
                   ADD WS-ALT-IMP-AMT (WS-ALT-IDX, WS-AIM-IDX)
                       TO WS-TIM-AMT (WS-TIM-IDX)
               END-IF
           END-PERFORM

           IF CCY-NOT-FOUND
               IF WS-TIM-COUNT < WS-MAX-TOTAL-CCYS
                   ADD 1 TO WS-TIM-COUNT
                   SET WS-TIM-IDX TO WS-TIM-COUNT
                   MOVE WS-ALT-IMP-CCY (WS-ALT-IDX, WS-AIM-IDX)
                       TO WS-TIM-CCY (WS-TIM-IDX)
                   MOVE WS-ALT-IMP-AMT (WS-ALT-IDX, WS-AIM-IDX)
                       TO WS-TIM-AMT (WS-TIM-IDX)
               ELSE
                   DISPLAY 'PORTPVAL: impact total table full at '
                           WS-MAX-TOTAL-CCYS ' currencies - '
                           WS-ALT-IMP-CCY (WS-ALT-IDX, WS-AIM-IDX)
                           ' not totalled'
                   MOVE WS-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF
           .

      *-- The security's open challenge, if any - its records run
      *           in raise-date order under the security id
       4200-FIND-OPEN-CHALLENGE.
           SET NO-OPEN-CHALLENGE TO TRUE
           MOVE SPACES TO WS-OPEN-KEY
           MOVE WS-ALT-SEC-ID (WS-ALT-IDX) TO PCHL-SECURITY-ID
           MOVE ZERO TO PCHL-RAISED-DATE
           SET NOT-BROWSE-AT-EOF TO TRUE
           START CHALLENGE-FILE KEY IS NOT LESS THAN PCHL-KEY
               INVALID KEY
                   SET BROWSE-AT-EOF TO TRUE
           END-START
           PERFORM UNTIL BROWSE-AT-EOF
               READ CHALLENGE-FILE NEXT RECORD
                   AT END
                       SET BROWSE-AT-EOF TO TRUE
                   NOT AT END
                       IF PCHL-SECURITY-ID =
                          WS-ALT-SEC-ID (WS-ALT-IDX)
                           IF PCHL-OPEN
                               SET OPEN-CHALLENGE-FOUND TO TRUE
                               MOVE PCHL-KEY TO WS-OPEN-KEY
                           END-IF
                       ELSE
                           SET BROWSE-AT-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           .

       4300-WRITE-NEW-CHALLENGE.
           MOVE SPACES TO PRICE-CHALLENGE-RECORD
           MOVE WS-ALT-SEC-ID (WS-ALT-IDX) TO PCHL-SECURITY-ID
           MOVE WS-BUSINESS-DATE TO PCHL-RAISED-DATE
           MOVE ZERO TO PCHL-TIMES-SEEN
           PERFORM 4500-FILL-CHALLENGE
           SET PCHL-OPEN TO TRUE
           MOVE SPACES TO PCHL-RESOLUTION
           MOVE ZERO TO PCHL-RESOLVED-DATE
           MOVE SPACES TO PCHL-RESOLVED-BY
           MOVE SPACES TO PCHL-NOTE
           WRITE PRICE-CHALLENGE-RECORD
           IF WS-PCHL-SUCCESS
               ADD 1 TO WS-RAISED-COUNT
               MOVE 'CHALLENGE RAISED' TO WS-STATUS-TEXT
               PERFORM 4800-WRITE-SECURITY-LINE
           ELSE
               DISPLAY 'PORTPVAL: challenge WRITE failed for '
                       PCHL-KEY ' STATUS=' WS-PCHL-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
           END-IF
           .

      *-- Still different tonight - the open challenge carries the
      *           latest prices and impact, and keeps its raise date
      *           so its age on the digest runs from the first night
       4400-REFRESH-CHALLENGE.
           MOVE WS-OPEN-KEY TO PCHL-KEY
           READ CHALLENGE-FILE
               INVALID KEY
                   DISPLAY 'PORTPVAL: challenge re-read failed for '
                           WS-OPEN-KEY
                   MOVE WS-ERROR TO WS-RETURN-CODE
               NOT INVALID KEY
                   IF PCHL-LAST-SEEN-DATE = WS-BUSINESS-DATE
                       SUBTRACT 1 FROM PCHL-TIMES-SEEN
                   END-IF
                   PERFORM 4500-FILL-CHALLENGE
                   REWRITE PRICE-CHALLENGE-RECORD
                   IF WS-PCHL-SUCCESS
                       ADD 1 TO WS-REFRESHED-COUNT
                       MOVE 'CHALLENGE STILL OPEN' TO WS-STATUS-TEXT
                       PERFORM 4800-WRITE-SECURITY-LINE
                   ELSE
                       DISPLAY 'PORTPVAL: challenge REWRITE failed '
                               'for ' PCHL-KEY
                               ' STATUS=' WS-PCHL-STATUS
                       MOVE WS-ERROR TO WS-RETURN-CODE
                   END-IF
           END-READ
           .

       4500-FILL-CHALLENGE.
           MOVE WS-ALT-ASSET-CLASS (WS-ALT-IDX) TO PCHL-ASSET-CLASS
           MOVE WS-ALT-TOLERANCE (WS-ALT-IDX) TO PCHL-TOLERANCE-PCT
           MOVE WS-BUSINESS-DATE TO PCHL-LAST-SEEN-DATE
           ADD 1 TO PCHL-TIMES-SEEN
           MOVE WS-ALT-PRICE (WS-ALT-IDX) TO PCHL-SECONDARY-PRICE
           MOVE WS-ALT-CURRENCY (WS-ALT-IDX) TO PCHL-SECONDARY-CCY
           MOVE WS-ALT-WIDEST-PRIMARY (WS-ALT-IDX)
               TO PCHL-PRIMARY-PRICE
           MOVE WS-ALT-WIDEST-CCY (WS-ALT-IDX) TO PCHL-PRIMARY-CCY
           MOVE WS-ALT-WIDEST-PCT (WS-ALT-IDX) TO PCHL-DIFF-PCT
           MOVE WS-ALT-POSITIONS (WS-ALT-IDX) TO PCHL-POSITION-COUNT
           MOVE WS-ALT-HELD-QTY (WS-ALT-IDX) TO PCHL-HELD-QTY
           MOVE WS-ALT-IMPACT (WS-ALT-IDX) TO PCHL-MV-IMPACT
           .

       4800-WRITE-SECURITY-LINE.
           MOVE WS-ALT-WIDEST-PRIMARY (WS-ALT-IDX) TO WS-PRICE-EDIT-P
           MOVE WS-ALT-PRICE (WS-ALT-IDX) TO WS-PRICE-EDIT-S
           MOVE WS-ALT-WIDEST-PCT (WS-ALT-IDX) TO WS-PCT-EDIT
           MOVE WS-ALT-TOLERANCE (WS-ALT-IDX) TO WS-TOL-EDIT
           MOVE WS-ALT-POSITIONS (WS-ALT-IDX) TO WS-COUNT-EDIT
           MOVE WS-ALT-IMPACT (WS-ALT-IDX) TO WS-IMPACT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING WS-ALT-SEC-ID (WS-ALT-IDX)      DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  WS-ALT-ASSET-CLASS (WS-ALT-IDX) DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  WS-PRICE-EDIT-P                 DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  WS-ALT-WIDEST-CCY (WS-ALT-IDX)  DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  WS-PRICE-EDIT-S                 DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  WS-ALT-CURRENCY (WS-ALT-IDX)    DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  WS-PCT-EDIT                     DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  WS-TOL-EDIT                     DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  WS-COUNT-EDIT                   DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  WS-IMPACT-EDIT                  DELIMITED BY SIZE
                  '  '                            DELIMITED BY SIZE
                  WS-STATUS-TEXT                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

      *-- Positions in portfolios of any other currency, one line
      *           each under the impact column
           PERFORM VARYING WS-AIM-IDX FROM 1 BY 1
              UNTIL WS-AIM-IDX > WS-ALT-IMP-COUNT (WS-ALT-IDX)
               IF WS-ALT-IMP-CCY (WS-ALT-IDX, WS-AIM-IDX)
                  NOT = WS-ALT-WIDEST-CCY (WS-ALT-IDX)
                   PERFORM 4850-WRITE-OTHER-CCY-LINE
               END-IF
           END-PERFORM
           .

       4850-WRITE-OTHER-CCY-LINE.
           MOVE WS-ALT-IMP-AMT (WS-ALT-IDX, WS-AIM-IDX)
               TO WS-IMPACT-EDIT
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-ALT-SEC-ID (WS-ALT-IDX) TO REPORT-RECORD(1:9)
           MOVE WS-IMPACT-EDIT TO REPORT-RECORD(74:17)
           STRING 'IMPACT IN '            DELIMITED BY SIZE
                  WS-ALT-IMP-CCY (WS-ALT-IDX, WS-AIM-IDX)
                                          DELIMITED BY SIZE
                  ' PORTFOLIOS'           DELIMITED BY SIZE
                  INTO REPORT-RECORD(93:40)
           END-STRING
           WRITE REPORT-RECORD
           .

      *-- Every challenge not yet resolved, oldest raise first
      *           within security, with its age in business days
      *           and the resolution valuation is to record through
      *           PCHMAINT
       2700-LIST-OPEN-CHALLENGES.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'OPEN CHALLENGES - RESOLVE THROUGH PCHMAINT'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'SECURITY  RAISED   LAST SEEN  NIGHTS   PRIMARY CLOSE'
                      DELIMITED BY SIZE
                  ' CCY SECONDARY CLOSE CCY   DIFF %'
                      DELIMITED BY SIZE
                  '     MARKET VALUE IMPACT   AGE'
                      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE LOW-VALUES TO PCHL-KEY
           SET NOT-BROWSE-AT-EOF TO TRUE
           START CHALLENGE-FILE KEY IS NOT LESS THAN PCHL-KEY
               INVALID KEY
                   SET BROWSE-AT-EOF TO TRUE
           END-START
           PERFORM UNTIL BROWSE-AT-EOF
               READ CHALLENGE-FILE NEXT RECORD
                   AT END
                       SET BROWSE-AT-EOF TO TRUE
                   NOT AT END
                       IF PCHL-OPEN
                           ADD 1 TO WS-OPEN-COUNT
                           PERFORM 2750-AGE-OPEN-CHALLENGE
                           PERFORM 2800-WRITE-CHALLENGE-LINE
                       END-IF
               END-READ
           END-PERFORM
           .

       2750-AGE-OPEN-CHALLENGE.
           MOVE ZERO TO WS-AGE-DAYS
           SET BDAY-BETWEEN-REQ TO TRUE
           MOVE PCHL-RAISED-DATE TO BDAY-FROM-DATE
           MOVE WS-BUSINESS-DATE TO BDAY-TO-DATE
           CALL 'PORTBDAY' USING BDAY-COMMAREA
           IF BDAY-OK AND BDAY-DAY-COUNT > ZERO
               MOVE BDAY-DAY-COUNT TO WS-AGE-DAYS
           END-IF
           .

       2800-WRITE-CHALLENGE-LINE.
           MOVE PCHL-PRIMARY-PRICE TO WS-PRICE-EDIT-P
           MOVE PCHL-SECONDARY-PRICE TO WS-PRICE-EDIT-S
           MOVE PCHL-DIFF-PCT TO WS-PCT-EDIT
           MOVE PCHL-MV-IMPACT TO WS-IMPACT-EDIT
           MOVE PCHL-TIMES-SEEN TO WS-COUNT-EDIT
           MOVE WS-AGE-DAYS TO WS-AGE-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING PCHL-SECURITY-ID     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  PCHL-RAISED-DATE     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  PCHL-LAST-SEEN-DATE  DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-COUNT-EDIT        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-PRICE-EDIT-P      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  PCHL-PRIMARY-CCY     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-PRICE-EDIT-S      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  PCHL-SECONDARY-CCY   DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-PCT-EDIT          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-IMPACT-EDIT       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-AGE-EDIT          DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
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
           STRING 'CLOSES READ='        DELIMITED BY SIZE
                  WS-ALT-READ           DELIMITED BY SIZE
                  '  UNUSABLE='         DELIMITED BY SIZE
                  WS-ALT-UNUSABLE       DELIMITED BY SIZE
                  '  NOT HELD='         DELIMITED BY SIZE
                  WS-NOT-HELD-COUNT     DELIMITED BY SIZE
                  '  NOT COMPARED='     DELIMITED BY SIZE
                  WS-NOT-COMPARED-COUNT DELIMITED BY SIZE
                  '  POSITIONS COMPARED=' DELIMITED BY SIZE
                  WS-POSITIONS-COMPARED DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'RAISED='             DELIMITED BY SIZE
                  WS-RAISED-COUNT       DELIMITED BY SIZE
                  '  STILL OPEN='       DELIMITED BY SIZE
                  WS-REFRESHED-COUNT    DELIMITED BY SIZE
                  '  NOW AGREE='        DELIMITED BY SIZE
                  WS-AGREE-COUNT        DELIMITED BY SIZE
                  '  OPEN CHALLENGES='  DELIMITED BY SIZE
                  WS-OPEN-COUNT         DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

      *-- Tonight's impact, one line per portfolio currency - never
      *           added across currencies
           PERFORM VARYING WS-TIM-IDX FROM 1 BY 1
              UNTIL WS-TIM-IDX > WS-TIM-COUNT
               MOVE WS-TIM-AMT (WS-TIM-IDX) TO WS-TOT-IMPACT-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING 'IMPACT TONIGHT '     DELIMITED BY SIZE
                      WS-TIM-CCY (WS-TIM-IDX) DELIMITED BY SIZE
                      ' '                   DELIMITED BY SIZE
                      WS-TOT-IMPACT-EDIT    DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-PERFORM
           .

       3000-TERMINATE.
           CLOSE PORTFOLIO-FILE
                 HOLDINGS-FILE
                 CLOSING-PRICE-FILE
                 SECURITY-FILE
                 CHALLENGE-FILE
                 REPORT-FILE

           DISPLAY 'Secondary closes read:  ' WS-ALT-READ
           DISPLAY 'Positions compared:     ' WS-POSITIONS-COMPARED
           DISPLAY 'Challenges raised:      ' WS-RAISED-COUNT
           DISPLAY 'Challenges still open:  ' WS-OPEN-COUNT

           IF WS-RETURN-CODE NOT = WS-ERROR
               PERFORM 9000-STAMP-CYCLE-COMPLETE
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
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
