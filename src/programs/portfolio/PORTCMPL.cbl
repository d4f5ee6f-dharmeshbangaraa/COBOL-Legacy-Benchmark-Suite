      *================================================================*
      * Program Name: PORTCMPL
      * Description: Post-Trade Restriction Compliance Report
      *             Tests every open portfolio against the written
      *             investment restrictions on the RESTRICT file -
      *             its own rows and its client type's rows - after
      *             the night's PORTUPDT cycle has moved positions
      *             and prices. Each HOLDFILE position is valued at
      *             quantity times HOLD-LAST-PRICE and classed by
      *             the SEC-ASSET-CLASS on the security master;
      *             portfolio value is positions plus PORT-CASH-
      *             BALANCE, the same measure the PORTVALD pre-trade
      *             check uses. Every restriction breached is listed
      *             with the percentage held against the limit and
      *             the binder reference:
      *               X  a prohibited security still held
      *               S  a security over its single-security cap (a
      *                  blank-object cap tests every position)
      *               C  an asset class over its class cap
      *             The pre-trade check stops a buy or 'Q' from
      *             adding its way into breach, so what this report
      *             lists has drifted there on price movement (or on
      *             a restriction added over an existing position).
      *             Any breach ends the run RC 4. Compliance keeps
      *             the report with the PORTUPDT suspense reasons
      *             for the quarterly attestation.
      * Author: DLB
      * Date Written: 2025-01-17
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-01-17 DLB           Initial Creation
      * 2025-02-14 DLB           A prohibited security breaches on
      *                          any quantity held, so a position
      *                          priced at zero is still reported
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTCMPL.

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

      *-- Holdings detail - browsed by portfolio for each test
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

      *-- Investment restrictions - browsed by scope per portfolio
           SELECT RESTRICTION-FILE
               ASSIGN TO RSTRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSTR-KEY
               FILE STATUS IS WS-RSTR-STATUS.

      *-- Compliance breach report
           SELECT REPORT-FILE
               ASSIGN TO CMPLRPT
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

       FD  RESTRICTION-FILE.
           COPY RSTRREC.

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Constants and switches
      *----------------------------------------------------------------*
       01  WS-CONSTANTS.
           05  WS-PROGRAM-NAME     PIC X(08) VALUE 'PORTCMPL'.
           05  WS-SUCCESS          PIC S9(4) VALUE +0.
           05  WS-WARNING          PIC S9(4) VALUE +4.
           05  WS-ERROR            PIC S9(4) VALUE +8.
           05  WS-MAX-RULES        PIC 9(3) VALUE 100.
           05  WS-MAX-POSITIONS    PIC 9(3) VALUE 300.

      *-- The restrictions governing the current portfolio - its own
      *           rows, then its client type's
       01  WS-RULE-TABLE.
           05  WS-RULE-COUNT       PIC 9(3) VALUE ZERO.
           05  WS-RULE-ENTRY OCCURS 100 TIMES
                                  INDEXED BY WS-RUL-IDX.
               10  WS-RULT-SCOPE-TYPE PIC X(1).
               10  WS-RULT-RULE-TYPE PIC X(1).
                   88  RULT-PROHIBITED    VALUE 'X'.
                   88  RULT-SECURITY-CAP  VALUE 'S'.
                   88  RULT-CLASS-CAP     VALUE 'C'.
               10  WS-RULT-OBJECT  PIC X(9).
               10  WS-RULT-LIMIT-PCT PIC 9(3)V99.
               10  WS-RULT-REFERENCE PIC X(30).

      *-- The current portfolio's positions at market, with the
      *           asset class each falls in (spaces when the security
      *           is not on the security master)
       01  WS-POSITION-TABLE.
           05  WS-POSN-COUNT       PIC 9(3) VALUE ZERO.
           05  WS-POSN-ENTRY OCCURS 300 TIMES
                                  INDEXED BY WS-POS-IDX.
               10  WS-POSN-SECURITY-ID PIC X(9).
               10  WS-POSN-CLASS   PIC X(2).
               10  WS-POSN-QTY     PIC S9(9)V999 COMP-3.
               10  WS-POSN-VALUE   PIC S9(15)V99 COMP-3.

       01  WS-SWITCHES.
           05  WS-FILE-STATUS      PIC X(02).
               88  WS-SUCCESS-STATUS    VALUE '00'.

           05  WS-HOLD-STATUS      PIC X(02).
               88  WS-HOLD-SUCCESS      VALUE '00'.

           05  WS-SECM-STATUS      PIC X(02).
               88  WS-SECM-SUCCESS      VALUE '00'.

           05  WS-RSTR-STATUS      PIC X(02).
               88  WS-RSTR-SUCCESS      VALUE '00'.
      *-- A RESTRICT file nothing has been keyed to yet opens with
      *           status 35 - tolerated, no portfolio is restricted
               88  WS-RSTR-NOT-LOADED   VALUE '35'.

           05  WS-REPORT-STATUS    PIC X(02).
               88  WS-REPORT-SUCCESS    VALUE '00'.

           05  WS-BROWSE-EOF-SW    PIC X VALUE 'N'.
               88  BROWSE-AT-EOF       VALUE 'Y'.
               88  NOT-BROWSE-AT-EOF   VALUE 'N'.

           05  WS-HOLD-BROWSE-EOF-SW PIC X VALUE 'N'.
               88  HOLD-BROWSE-AT-EOF  VALUE 'Y'.

           05  WS-RSTR-BROWSE-EOF-SW PIC X VALUE 'N'.
               88  RSTR-BROWSE-AT-EOF  VALUE 'Y'.

           05  WS-RSTR-FILE-SW     PIC X VALUE 'N'.
               88  RSTR-FILE-LOADED    VALUE 'Y'.

           05  WS-BREACH-SW        PIC X VALUE 'N'.
               88  PORT-IN-BREACH      VALUE 'Y'.
               88  PORT-COMPLIANT      VALUE 'N'.

      *----------------------------------------------------------------*
      * Work areas
      *----------------------------------------------------------------*
       01  WS-WORK-AREAS.
           05  WS-RETURN-CODE      PIC S9(4) VALUE +0.
           05  WS-BUSINESS-DATE    PIC 9(8).
           05  WS-READ-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-TESTED-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-COMPLIANT-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-BREACHED-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-BREACH-LINE-COUNT PIC 9(7) VALUE ZERO.
           05  WS-UNRESTRICTED-COUNT PIC 9(7) VALUE ZERO.
           05  WS-SKIPPED-COUNT    PIC 9(7) VALUE ZERO.
      *-- The scope being browsed - portfolio, then client type
           05  WS-SCOPE-TYPE-WORK  PIC X(1).
           05  WS-SCOPE-ID-WORK    PIC X(8).
      *-- Measurement of the rule being tested
           05  WS-PORT-TOTAL       PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-HELD-VALUE       PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-HELD-QTY         PIC S9(11)V999 COMP-3 VALUE ZERO.
           05  WS-HELD-PCT         PIC S9(5)V99 COMP-3.
           05  WS-BREACH-OBJECT    PIC X(9).
           05  WS-RULE-TEXT        PIC X(15).
      *-- Print-staging edit fields
           05  WS-VALUE-EDIT       PIC -(13)9.99.
           05  WS-TOTAL-EDIT       PIC -(13)9.99.
           05  WS-PCT-EDIT         PIC -(5)9.99.
           05  WS-LIMIT-EDIT       PIC ZZ9.99.

      *-- Parameter area for the PORTCYCL cycle-control subprogram
           COPY CYCLAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS
              UNTIL BROWSE-AT-EOF
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
           OPEN INPUT RESTRICTION-FILE
           OPEN OUTPUT REPORT-FILE

           IF NOT WS-SUCCESS-STATUS
              OR NOT WS-HOLD-SUCCESS
              OR NOT WS-SECM-SUCCESS
              OR NOT (WS-RSTR-SUCCESS OR WS-RSTR-NOT-LOADED)
              OR NOT WS-REPORT-SUCCESS
               DISPLAY 'PORTCMPL: FILE OPEN ERROR - PORT='
                       WS-FILE-STATUS ' HOLD=' WS-HOLD-STATUS
                       ' SECM=' WS-SECM-STATUS
                       ' RSTR=' WS-RSTR-STATUS
                       ' REPORT=' WS-REPORT-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1600-WRITE-REPORT-HEADINGS

      *-- With no restrictions on file there is nothing to test -
      *           the report says so and the cycle moves on
           IF WS-RSTR-SUCCESS
               SET RSTR-FILE-LOADED TO TRUE
           ELSE
               DISPLAY 'PORTCMPL: RESTRICT file not loaded - '
                       'no portfolio is restricted'
               MOVE SPACES TO REPORT-RECORD
               MOVE 'NO INVESTMENT RESTRICTIONS ON FILE'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               SET BROWSE-AT-EOF TO TRUE
           END-IF

           IF RSTR-FILE-LOADED
               MOVE LOW-VALUES TO PORT-KEY
               START PORTFOLIO-FILE KEY IS NOT LESS THAN PORT-KEY
                   INVALID KEY
                       SET BROWSE-AT-EOF TO TRUE
               END-START
               IF NOT-BROWSE-AT-EOF
                   PERFORM 2900-READ-NEXT-PORTFOLIO
               END-IF
           END-IF
           .

      *-- Cycle-control start check through the shared PORTCYCL
      *           subprogram - compliance is tested on the night's
      *           positions and prices, so only after PORTUPDT has
      *           moved them
       1050-CHECK-CYCLE-CONTROL.
           SET CYCL-START-REQ TO TRUE
           MOVE WS-PROGRAM-NAME TO CYCL-JOB-NAME
           MOVE 'PORTUPDT' TO CYCL-PREDECESSOR
           CALL 'PORTCYCL' USING CYCL-COMMAREA
           IF CYCL-BLOCKED
               DISPLAY 'PORTCMPL: cycle control refused start - '
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

       1600-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO REPORT-RECORD
           STRING 'PORTCMPL - POST-TRADE RESTRICTION COMPLIANCE '
                      DELIMITED BY SIZE
                  'REPORT  BUSINESS DATE '
                      DELIMITED BY SIZE
                  WS-BUSINESS-DATE
                      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'PORT ID   S  RULE            OBJECT     '
                      DELIMITED BY SIZE
                  '      HELD VALUE   PORTFOLIO VALUE  '
                      DELIMITED BY SIZE
                  '  HELD %  LIMIT  BINDER REFERENCE'
                      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      *-- Closed portfolios hold nothing, and a pending one is not
      *           yet part of the book - every other portfolio with a
      *           restriction is tested
       2000-PROCESS.
           ADD 1 TO WS-READ-COUNT
           IF PORT-CLOSED OR PORT-PENDING
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               PERFORM 2100-LOAD-RULES
               IF WS-RULE-COUNT = ZERO
                   ADD 1 TO WS-UNRESTRICTED-COUNT
               ELSE
                   ADD 1 TO WS-TESTED-COUNT
                   PERFORM 2200-LOAD-POSITIONS
                   SET PORT-COMPLIANT TO TRUE
                   PERFORM 2300-TEST-ONE-RULE
                      VARYING WS-RUL-IDX FROM 1 BY 1
                      UNTIL WS-RUL-IDX > WS-RULE-COUNT
                   IF PORT-IN-BREACH
                       ADD 1 TO WS-BREACHED-COUNT
                       IF WS-RETURN-CODE = WS-SUCCESS
                           MOVE WS-WARNING TO WS-RETURN-CODE
                       END-IF
                   ELSE
                       ADD 1 TO WS-COMPLIANT-COUNT
                   END-IF
               END-IF
           END-IF
           PERFORM 2900-READ-NEXT-PORTFOLIO
           .

       2100-LOAD-RULES.
           MOVE ZERO TO WS-RULE-COUNT
           MOVE 'P' TO WS-SCOPE-TYPE-WORK
           MOVE PORT-ID TO WS-SCOPE-ID-WORK
           PERFORM 2110-LOAD-SCOPE-RULES
           MOVE 'T' TO WS-SCOPE-TYPE-WORK
           MOVE SPACES TO WS-SCOPE-ID-WORK
           MOVE PORT-CLIENT-TYPE TO WS-SCOPE-ID-WORK(1:1)
           PERFORM 2110-LOAD-SCOPE-RULES
           .

       2110-LOAD-SCOPE-RULES.
           MOVE 'N' TO WS-RSTR-BROWSE-EOF-SW
           MOVE WS-SCOPE-TYPE-WORK TO RSTR-SCOPE-TYPE
           MOVE WS-SCOPE-ID-WORK TO RSTR-SCOPE-ID
           MOVE LOW-VALUES TO RSTR-RULE-TYPE
           MOVE LOW-VALUES TO RSTR-RULE-OBJECT
           START RESTRICTION-FILE KEY IS NOT LESS THAN RSTR-KEY
               INVALID KEY
                   SET RSTR-BROWSE-AT-EOF TO TRUE
           END-START

           PERFORM UNTIL RSTR-BROWSE-AT-EOF
               READ RESTRICTION-FILE NEXT RECORD
                   AT END
                       SET RSTR-BROWSE-AT-EOF TO TRUE
                   NOT AT END
                       IF RSTR-SCOPE-TYPE = WS-SCOPE-TYPE-WORK
                          AND RSTR-SCOPE-ID = WS-SCOPE-ID-WORK
                           PERFORM 2120-FILE-ONE-RULE
                       ELSE
                           SET RSTR-BROWSE-AT-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           .

       2120-FILE-ONE-RULE.
           IF WS-RULE-COUNT NOT < WS-MAX-RULES
               DISPLAY 'PORTCMPL: restriction table full at '
                       WS-MAX-RULES ' for portfolio ' PORT-ID
                       ' - ' RSTR-KEY ' not tested'
               MOVE WS-ERROR TO WS-RETURN-CODE
           ELSE
               ADD 1 TO WS-RULE-COUNT
               SET WS-RUL-IDX TO WS-RULE-COUNT
               MOVE RSTR-SCOPE-TYPE TO WS-RULT-SCOPE-TYPE (WS-RUL-IDX)
               MOVE RSTR-RULE-TYPE TO WS-RULT-RULE-TYPE (WS-RUL-IDX)
               MOVE RSTR-RULE-OBJECT TO WS-RULT-OBJECT (WS-RUL-IDX)
               MOVE RSTR-LIMIT-PCT
                   TO WS-RULT-LIMIT-PCT (WS-RUL-IDX)
               MOVE RSTR-REFERENCE
                   TO WS-RULT-REFERENCE (WS-RUL-IDX)
           END-IF
           .

      *-- Value every position and the whole portfolio, positions
      *           plus cash
       2200-LOAD-POSITIONS.
           MOVE ZERO TO WS-POSN-COUNT
           MOVE PORT-CASH-BALANCE TO WS-PORT-TOTAL

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
                           PERFORM 2210-VALUE-ONE-POSITION
                       ELSE
                           SET HOLD-BROWSE-AT-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           .

       2210-VALUE-ONE-POSITION.
           IF WS-POSN-COUNT NOT < WS-MAX-POSITIONS
               DISPLAY 'PORTCMPL: position table full at '
                       WS-MAX-POSITIONS ' for portfolio ' PORT-ID
                       ' - ' HOLD-SECURITY-ID ' not tested'
               MOVE WS-ERROR TO WS-RETURN-CODE
           ELSE
               ADD 1 TO WS-POSN-COUNT
               SET WS-POS-IDX TO WS-POSN-COUNT
               MOVE HOLD-SECURITY-ID
                   TO WS-POSN-SECURITY-ID (WS-POS-IDX)
               MOVE HOLD-QTY TO WS-POSN-QTY (WS-POS-IDX)
               COMPUTE WS-POSN-VALUE (WS-POS-IDX) ROUNDED =
                   HOLD-QTY * HOLD-LAST-PRICE
               ADD WS-POSN-VALUE (WS-POS-IDX) TO WS-PORT-TOTAL

               MOVE SPACES TO WS-POSN-CLASS (WS-POS-IDX)
               MOVE HOLD-SECURITY-ID TO SEC-ID
               READ SECURITY-FILE
                   INVALID KEY
                       DISPLAY 'PORTCMPL: ' PORT-ID ' holds '
                               HOLD-SECURITY-ID ' which is not on '
                               'the security master - unclassed'
                   NOT INVALID KEY
                       MOVE SEC-ASSET-CLASS
                           TO WS-POSN-CLASS (WS-POS-IDX)
               END-READ
           END-IF
           .

      *-- Test one restriction against the portfolio. A blank-object
      *           security cap is tested position by position; every
      *           other rule measures one holding or one class
       2300-TEST-ONE-RULE.
           EVALUATE TRUE
               WHEN RULT-PROHIBITED (WS-RUL-IDX)
                   MOVE 'PROHIBITED SEC' TO WS-RULE-TEXT
                   PERFORM 2310-TEST-NAMED-SECURITY
               WHEN RULT-SECURITY-CAP (WS-RUL-IDX)
                AND WS-RULT-OBJECT (WS-RUL-IDX) = SPACES
                   MOVE 'ANY SEC CAP' TO WS-RULE-TEXT
                   PERFORM 2320-TEST-EVERY-SECURITY
               WHEN RULT-SECURITY-CAP (WS-RUL-IDX)
                   MOVE 'SECURITY CAP' TO WS-RULE-TEXT
                   PERFORM 2310-TEST-NAMED-SECURITY
               WHEN RULT-CLASS-CAP (WS-RUL-IDX)
                   MOVE 'ASSET CLASS CAP' TO WS-RULE-TEXT
                   PERFORM 2330-TEST-ASSET-CLASS
           END-EVALUATE
           .

      *-- A prohibited security breaches by being held at all - any
      *           quantity, whatever it is priced at; a capped one
      *           when its value passes the limit
       2310-TEST-NAMED-SECURITY.
           MOVE ZERO TO WS-HELD-VALUE
           MOVE ZERO TO WS-HELD-QTY
           MOVE WS-RULT-OBJECT (WS-RUL-IDX) TO WS-BREACH-OBJECT
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
              UNTIL WS-POS-IDX > WS-POSN-COUNT
               IF WS-POSN-SECURITY-ID (WS-POS-IDX)
                  = WS-RULT-OBJECT (WS-RUL-IDX)
                   ADD WS-POSN-VALUE (WS-POS-IDX) TO WS-HELD-VALUE
                   ADD WS-POSN-QTY (WS-POS-IDX) TO WS-HELD-QTY
               END-IF
           END-PERFORM

           IF RULT-PROHIBITED (WS-RUL-IDX)
               IF WS-HELD-QTY > ZERO
                   PERFORM 2500-WRITE-BREACH-LINE
               END-IF
           ELSE
               PERFORM 2400-TEST-AGAINST-LIMIT
           END-IF
           .

       2320-TEST-EVERY-SECURITY.
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
              UNTIL WS-POS-IDX > WS-POSN-COUNT
               MOVE WS-POSN-VALUE (WS-POS-IDX) TO WS-HELD-VALUE
               MOVE WS-POSN-SECURITY-ID (WS-POS-IDX)
                   TO WS-BREACH-OBJECT
               PERFORM 2400-TEST-AGAINST-LIMIT
           END-PERFORM
           .

       2330-TEST-ASSET-CLASS.
           MOVE ZERO TO WS-HELD-VALUE
           MOVE WS-RULT-OBJECT (WS-RUL-IDX) TO WS-BREACH-OBJECT
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
              UNTIL WS-POS-IDX > WS-POSN-COUNT
               IF WS-POSN-CLASS (WS-POS-IDX)
                  = WS-RULT-OBJECT (WS-RUL-IDX)(1:2)
                   ADD WS-POSN-VALUE (WS-POS-IDX) TO WS-HELD-VALUE
               END-IF
           END-PERFORM
           PERFORM 2400-TEST-AGAINST-LIMIT
           .

      *-- The same comparison PORTVALD makes pre-trade: held value x
      *           100 against limit x portfolio value. A portfolio
      *           with no positive value has no percentage to breach
       2400-TEST-AGAINST-LIMIT.
           IF WS-PORT-TOTAL > ZERO
              AND WS-HELD-VALUE * 100 >
                  WS-RULT-LIMIT-PCT (WS-RUL-IDX) * WS-PORT-TOTAL
               PERFORM 2500-WRITE-BREACH-LINE
           END-IF
           .

       2500-WRITE-BREACH-LINE.
           SET PORT-IN-BREACH TO TRUE
           ADD 1 TO WS-BREACH-LINE-COUNT

           IF WS-PORT-TOTAL > ZERO
               COMPUTE WS-HELD-PCT ROUNDED =
                   WS-HELD-VALUE * 100 / WS-PORT-TOTAL
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-HELD-PCT
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-HELD-PCT
           END-IF

           MOVE WS-HELD-VALUE TO WS-VALUE-EDIT
           MOVE WS-PORT-TOTAL TO WS-TOTAL-EDIT
           MOVE WS-HELD-PCT TO WS-PCT-EDIT
           MOVE WS-RULT-LIMIT-PCT (WS-RUL-IDX) TO WS-LIMIT-EDIT

           MOVE SPACES TO REPORT-RECORD
           STRING PORT-ID                    DELIMITED BY SIZE
                  '  '                       DELIMITED BY SIZE
                  WS-RULT-SCOPE-TYPE (WS-RUL-IDX)
                                             DELIMITED BY SIZE
                  '  '                       DELIMITED BY SIZE
                  WS-RULE-TEXT               DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-BREACH-OBJECT           DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-VALUE-EDIT              DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-TOTAL-EDIT              DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-PCT-EDIT                DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-LIMIT-EDIT              DELIMITED BY SIZE
                  '  '                       DELIMITED BY SIZE
                  WS-RULT-REFERENCE (WS-RUL-IDX)
                                             DELIMITED BY SIZE
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
           STRING 'PORTFOLIOS READ='   DELIMITED BY SIZE
                  WS-READ-COUNT        DELIMITED BY SIZE
                  '  TESTED='          DELIMITED BY SIZE
                  WS-TESTED-COUNT      DELIMITED BY SIZE
                  '  COMPLIANT='       DELIMITED BY SIZE
                  WS-COMPLIANT-COUNT   DELIMITED BY SIZE
                  '  IN BREACH='       DELIMITED BY SIZE
                  WS-BREACHED-COUNT    DELIMITED BY SIZE
                  '  BREACHES='        DELIMITED BY SIZE
                  WS-BREACH-LINE-COUNT DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'NO RESTRICTIONS='   DELIMITED BY SIZE
                  WS-UNRESTRICTED-COUNT DELIMITED BY SIZE
                  '  CLOSED/PENDING SKIPPED=' DELIMITED BY SIZE
                  WS-SKIPPED-COUNT     DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'BUYS AND QUANTITY CORRECTIONS INTO BREACH ARE '
                      DELIMITED BY SIZE
                  'STOPPED PRE-TRADE - BREACHES ABOVE AROSE FROM '
                      DELIMITED BY SIZE
                  'PRICE MOVEMENT OR A NEWLY ADDED RESTRICTION'
                      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       3000-TERMINATE.
           CLOSE PORTFOLIO-FILE
                 HOLDINGS-FILE
                 SECURITY-FILE
                 RESTRICTION-FILE
                 REPORT-FILE

           DISPLAY 'Portfolios read:     ' WS-READ-COUNT
           DISPLAY 'Tested:              ' WS-TESTED-COUNT
           DISPLAY 'In breach:           ' WS-BREACHED-COUNT
           DISPLAY 'Breaches listed:     ' WS-BREACH-LINE-COUNT

           IF WS-RETURN-CODE NOT = WS-ERROR
               PERFORM 9000-STAMP-CYCLE-COMPLETE
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
