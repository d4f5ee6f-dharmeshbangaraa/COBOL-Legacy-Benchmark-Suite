      *================================================================*
      * Program Name: PORTINCM
      * Description: Cash Dividend and Bond Coupon Income Processing
      *             Pays security income off the holdings file
      *             instead of the hand-keyed 'D' deposits the desk
      *             used to build. Income events are announced by
      *             SEC-ID on the INCEVIN file (ex-date, record
      *             date, pay date, rate per unit held). Each night,
      *             after the PORTUPDT cycle has moved the day's
      *             positions:
      *               - payables carried from earlier entitlements
      *                 whose pay date has arrived are credited to
      *                 PORT-CASH-BALANCE, gross less the withholding
      *                 tax for the portfolio's PORT-CLIENT-TYPE off
      *                 the WHTSCHED table - a cash ledger 'N' income
      *                 credit plus an 'X' withholding debit, an
      *                 audit record, and a line on the paid-income
      *                 register;
      *               - events whose record date has arrived build
      *                 one entitlement per HOLDFILE position in the
      *                 security (quantity held that night times the
      *                 rate), printed on the entitlement register
      *                 and carried as a payable to pay date - or
      *                 paid at once when pay date has already come;
      *               - events not yet at record date carry forward
      *                 to the next event generation untouched.
      *             An event drops off the file once entitled, so a
      *             position bought after record date never picks up
      *             the income. Cycle controlled through PORTCYCL
      *             behind PORTUPDT, so one business date cannot be
      *             paid twice.
      * Author: DLB
      * Date Written: 2025-01-10
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-01-10 DLB           Initial Creation
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTINCM.

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

      *-- Holdings detail - browsed end to end for the positions in
      *           each security whose record date has arrived
           SELECT HOLDINGS-FILE
               ASSIGN TO HOLDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

      *-- Security master - an announced event must name a known
      *           security
           SELECT SECURITY-FILE
               ASSIGN TO SECFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-ID
               FILE STATUS IS WS-SECM-STATUS.

      *-- Withholding tax schedule - one row per client type
           SELECT WHT-SCHEDULE-FILE
               ASSIGN TO WHTSCHED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WHT-STATUS.

      *-- Income events in - the prior run's carry-forward plus the
      *           new announcements
           SELECT EVENT-IN-FILE
               ASSIGN TO INCEVIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVTIN-STATUS.

      *-- Income events out - those not yet at record date
           SELECT EVENT-OUT-FILE
               ASSIGN TO INCEVOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVTOUT-STATUS.

      *-- Income payables in - entitlements awaiting pay date
           SELECT PAYABLE-IN-FILE
               ASSIGN TO INCPAYIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYIN-STATUS.

      *-- Income payables out - the next generation
           SELECT PAYABLE-OUT-FILE
               ASSIGN TO INCPAYOT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYOUT-STATUS.

      *-- Audit trail file - shared layout with PORTUPDT/PORTINTR
           SELECT AUDIT-FILE
               ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *-- Cash ledger - 'N' income credit and 'X' withholding debit
      *           per payment
           SELECT CASH-LEDGER-FILE
               ASSIGN TO CASHLDGR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLGR-STATUS.

      *-- Entitlement register report
           SELECT ENTITLEMENT-REPORT-FILE
               ASSIGN TO ENTLREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENTL-STATUS.

      *-- Paid-income register report
           SELECT INCOME-REPORT-FILE
               ASSIGN TO INCREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INCR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PORTFOLIO-FILE.
           COPY PORTFLIO.

       FD  HOLDINGS-FILE.
           COPY HOLDREC.

       FD  SECURITY-FILE.
           COPY SECMREC.

       FD  WHT-SCHEDULE-FILE.
       01  WHT-SCHEDULE-RECORD.
           05  WHT-CLIENT-TYPE         PIC X(1).
           05  WHT-RATE                PIC 9(1)V9(6).

       FD  EVENT-IN-FILE.
       01  INCOME-EVENT-RECORD.
           05  INCE-SECURITY-ID        PIC X(9).
           05  INCE-INCOME-TYPE        PIC X(1).
               88  INCE-DIVIDEND          VALUE 'D'.
               88  INCE-COUPON            VALUE 'C'.
           05  INCE-EX-DATE            PIC 9(8).
      *-- Positions on file the night of this date are entitled
           05  INCE-RECORD-DATE        PIC 9(8).
           05  INCE-PAY-DATE           PIC 9(8).
      *-- Income per share held, or per unit of face for a coupon
           05  INCE-RATE               PIC 9(5)V9(6).
           05  FILLER                  PIC X(5).

       FD  EVENT-OUT-FILE.
       01  EVENT-OUT-RECORD            PIC X(50).

       FD  PAYABLE-IN-FILE.
       01  PAYABLE-IN-RECORD           PIC X(80).

       FD  PAYABLE-OUT-FILE.
       01  PAYABLE-OUT-RECORD          PIC X(80).

       FD  AUDIT-FILE.
           COPY AUDITLOG.

       FD  CASH-LEDGER-FILE.
           COPY CLGRREC.

       FD  ENTITLEMENT-REPORT-FILE.
       01  ENTITLEMENT-REPORT-RECORD   PIC X(132).

       FD  INCOME-REPORT-FILE.
       01  INCOME-REPORT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Constants and switches
      *----------------------------------------------------------------*
       01  WS-CONSTANTS.
           05  WS-PROGRAM-NAME     PIC X(08) VALUE 'PORTINCM'.
           05  WS-SUCCESS          PIC S9(4) VALUE +0.
           05  WS-WARNING          PIC S9(4) VALUE +4.
           05  WS-ERROR            PIC S9(4) VALUE +8.
           05  WS-MAX-WHT-ROWS     PIC 9(2) VALUE 10.
      *-- Ceiling on events reaching record date in one run
           05  WS-MAX-DUE-EVENTS   PIC 9(4) VALUE 500.

      *-- In-memory withholding schedule, loaded once at startup
       01  WS-WHT-TABLE.
           05  WS-WHT-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-WHT-ENTRY OCCURS 10 TIMES
                                  INDEXED BY WS-WHT-IDX.
               10  WS-WHT-TYPE     PIC X(1).
               10  WS-WHT-RATE     PIC 9(1)V9(6).

      *-- Events at record date this run, matched against every
      *           holdings position in one pass of HOLDFILE
       01  WS-DUE-EVENT-TABLE.
           05  WS-DUE-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-DUE-ENTRY OCCURS 500 TIMES
                                  INDEXED BY WS-DUE-IDX.
               10  WS-DUE-SECURITY-ID  PIC X(9).
               10  WS-DUE-INCOME-TYPE  PIC X(1).
               10  WS-DUE-RECORD-DATE  PIC 9(8).
               10  WS-DUE-PAY-DATE     PIC 9(8).
               10  WS-DUE-RATE         PIC 9(5)V9(6).

       01  WS-SWITCHES.
           05  WS-FILE-STATUS      PIC X(02).
               88  WS-SUCCESS-STATUS    VALUE '00'.

           05  WS-HOLD-STATUS      PIC X(02).
               88  WS-HOLD-SUCCESS      VALUE '00'.

           05  WS-SECM-STATUS      PIC X(02).
               88  WS-SECM-SUCCESS      VALUE '00'.

           05  WS-WHT-STATUS       PIC X(02).
               88  WS-WHT-SUCCESS       VALUE '00'.
               88  WS-WHT-EOF           VALUE '10'.

           05  WS-EVTIN-STATUS     PIC X(02).
               88  WS-EVTIN-SUCCESS     VALUE '00'.

           05  WS-EVTOUT-STATUS    PIC X(02).
               88  WS-EVTOUT-SUCCESS    VALUE '00'.

           05  WS-PAYIN-STATUS     PIC X(02).
               88  WS-PAYIN-SUCCESS     VALUE '00'.

           05  WS-PAYOUT-STATUS    PIC X(02).
               88  WS-PAYOUT-SUCCESS    VALUE '00'.

           05  WS-AUDIT-STATUS     PIC X(02).
               88  WS-AUDIT-SUCCESS     VALUE '00'.

           05  WS-CLGR-STATUS      PIC X(02).
               88  WS-CLGR-SUCCESS      VALUE '00'.

           05  WS-ENTL-STATUS      PIC X(02).
               88  WS-ENTL-SUCCESS      VALUE '00'.

           05  WS-INCR-STATUS      PIC X(02).
               88  WS-INCR-SUCCESS      VALUE '00'.

           05  WS-EVENT-EOF-SW     PIC X VALUE 'N'.
               88  EVENT-AT-EOF        VALUE 'Y'.
               88  EVENT-NOT-EOF       VALUE 'N'.

           05  WS-PAYABLE-EOF-SW   PIC X VALUE 'N'.
               88  PAYABLE-AT-EOF      VALUE 'Y'.
               88  PAYABLE-NOT-EOF     VALUE 'N'.

           05  WS-HOLD-BROWSE-EOF-SW PIC X VALUE 'N'.
               88  HOLD-BROWSE-AT-EOF  VALUE 'Y'.
               88  HOLD-BROWSE-NOT-EOF VALUE 'N'.

           05  WS-EVENT-VALID-SW   PIC X VALUE 'Y'.
               88  EVENT-VALID         VALUE 'Y'.
               88  EVENT-INVALID       VALUE 'N'.

           05  WS-WHT-FOUND-SW     PIC X VALUE 'N'.
               88  WHT-RATE-FOUND      VALUE 'Y'.
               88  WHT-RATE-NOT-FOUND  VALUE 'N'.

           05  WS-MASTER-FOUND-SW  PIC X VALUE 'N'.
               88  MASTER-FOUND        VALUE 'Y'.
               88  MASTER-NOT-FOUND    VALUE 'N'.

      *----------------------------------------------------------------*
      * Work areas
      *----------------------------------------------------------------*
       01  WS-WORK-AREAS.
           05  WS-RETURN-CODE      PIC S9(4) VALUE +0.
           05  WS-BUSINESS-DATE    PIC 9(8).
           05  WS-EVENT-READ-COUNT PIC 9(7) VALUE ZERO.
           05  WS-EVENT-CARRY-COUNT PIC 9(7) VALUE ZERO.
           05  WS-EVENT-REJECT-COUNT PIC 9(7) VALUE ZERO.
           05  WS-ENTITLED-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-NO-MASTER-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-PAID-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-PAYABLE-CARRY-COUNT PIC 9(7) VALUE ZERO.
           05  WS-PAY-FAILED-COUNT PIC 9(7) VALUE ZERO.
           05  WS-NO-WHT-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-EVENT-REJECT-REASON PIC X(40).
      *-- Portfolio id the master record in the FD area belongs to,
      *           so consecutive positions of one portfolio locate
      *           the master once
           05  WS-LOCATED-PORT-ID  PIC X(8) VALUE SPACES.
           05  WS-GROSS-AMOUNT     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-WITHHOLD-AMOUNT  PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-NET-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-BEST-WHT-RATE    PIC 9(1)V9(6) VALUE ZERO.
           05  WS-ENTITLED-TOTAL   PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GROSS-PAID-TOTAL PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-WITHHELD-TOTAL   PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-NET-PAID-TOTAL   PIC S9(13)V99 COMP-3 VALUE ZERO.
      *-- Cash ledger staging - code, signed amount, balance after
           05  WS-LEDGER-CODE      PIC X(1).
           05  WS-LEDGER-AMOUNT    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-LEDGER-BALANCE   PIC S9(13)V99 COMP-3 VALUE ZERO.
      *-- Print-staging edit fields
           05  WS-QTY-EDIT         PIC -(9)9.999.
           05  WS-RATE-EDIT        PIC Z(4)9.999999.
           05  WS-WHT-RATE-EDIT    PIC 9.999999.
           05  WS-AMOUNT-EDIT      PIC -(11)9.99.
           05  WS-WHT-EDIT         PIC -(11)9.99.
           05  WS-NET-EDIT         PIC -(11)9.99.
           05  WS-BAL-EDIT         PIC -(13)9.99.
           05  WS-TOTAL-EDIT       PIC -(13)9.99.
           05  WS-TOTAL2-EDIT      PIC -(13)9.99.
           05  WS-TOTAL3-EDIT      PIC -(13)9.99.
           05  WS-LATE-FLAG        PIC X(6).

      *-- One income payable - an entitlement awaiting pay date.
      *           Built here from either a carried record or a new
      *           entitlement, never in an FD area, and written out
      *           FROM here when it carries forward
       01  WS-PAYABLE.
           05  WS-PAY-KEY.
               10  WS-PAY-PORTFOLIO-ID PIC X(8).
               10  WS-PAY-ACCOUNT-NO   PIC X(10).
           05  WS-PAY-SECURITY-ID  PIC X(9).
           05  WS-PAY-INCOME-TYPE  PIC X(1).
           05  WS-PAY-RECORD-DATE  PIC 9(8).
           05  WS-PAY-PAY-DATE     PIC 9(8).
      *-- Quantity held on record date
           05  WS-PAY-QTY          PIC S9(9)V999.
           05  WS-PAY-RATE         PIC 9(5)V9(6).
           05  WS-PAY-GROSS-AMOUNT PIC S9(11)V99.

      *-- Parameter area for the PORTCYCL cycle-control subprogram
           COPY CYCLAREA.

      *-- Work area used to build each AUD-RECORD before write
       01  WS-AUDIT-WORK-AREA.
           05  WS-AUDIT-DATE       PIC 9(08).
           05  WS-AUDIT-TIME       PIC 9(08).
           05  WS-AUDIT-BEFORE     PIC X(170).
           05  WS-AUDIT-AFTER      PIC X(170).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ONE-PAYABLE
              UNTIL PAYABLE-AT-EOF
           IF WS-DUE-COUNT > ZERO
               PERFORM 2500-BUILD-ENTITLEMENTS
           END-IF
           PERFORM 2950-WRITE-REGISTER-TOTALS
           PERFORM 3000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           INITIALIZE WS-WORK-AREAS

           PERFORM 1050-CHECK-CYCLE-CONTROL
           MOVE CYCL-BUSINESS-DATE TO WS-BUSINESS-DATE

           OPEN I-O   PORTFOLIO-FILE
           OPEN INPUT HOLDINGS-FILE
           OPEN INPUT SECURITY-FILE
           OPEN INPUT WHT-SCHEDULE-FILE
           OPEN INPUT EVENT-IN-FILE
           OPEN OUTPUT EVENT-OUT-FILE
           OPEN INPUT PAYABLE-IN-FILE
           OPEN OUTPUT PAYABLE-OUT-FILE
           OPEN EXTEND AUDIT-FILE
           OPEN EXTEND CASH-LEDGER-FILE
           OPEN OUTPUT ENTITLEMENT-REPORT-FILE
           OPEN OUTPUT INCOME-REPORT-FILE

           IF NOT WS-SUCCESS-STATUS
              OR NOT WS-HOLD-SUCCESS
              OR NOT WS-SECM-SUCCESS
              OR NOT WS-WHT-SUCCESS
              OR NOT WS-EVTIN-SUCCESS
              OR NOT WS-EVTOUT-SUCCESS
              OR NOT WS-PAYIN-SUCCESS
              OR NOT WS-PAYOUT-SUCCESS
              OR NOT WS-AUDIT-SUCCESS
              OR NOT WS-CLGR-SUCCESS
              OR NOT WS-ENTL-SUCCESS
              OR NOT WS-INCR-SUCCESS
               DISPLAY 'PORTINCM: FILE OPEN ERROR - PORT='
                       WS-FILE-STATUS ' HOLD=' WS-HOLD-STATUS
                       ' SECM=' WS-SECM-STATUS
                       ' WHT=' WS-WHT-STATUS
                       ' EVTIN=' WS-EVTIN-STATUS
                       ' EVTOUT=' WS-EVTOUT-STATUS
                       ' PAYIN=' WS-PAYIN-STATUS
                       ' PAYOUT=' WS-PAYOUT-STATUS
                       ' AUDIT=' WS-AUDIT-STATUS
                       ' CLGR=' WS-CLGR-STATUS
                       ' ENTL=' WS-ENTL-STATUS
                       ' INCR=' WS-INCR-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1100-LOAD-WHT-SCHEDULE
           PERFORM 1200-WRITE-REPORT-HEADINGS
           PERFORM 1300-LOAD-EVENTS
           PERFORM 2910-READ-PAYABLE
           .

      *-- Cycle-control start check through the shared PORTCYCL
      *           subprogram - income pays once per business date,
      *           and only after the night's positions have moved
       1050-CHECK-CYCLE-CONTROL.
           SET CYCL-START-REQ TO TRUE
           MOVE WS-PROGRAM-NAME TO CYCL-JOB-NAME
           MOVE 'PORTUPDT' TO CYCL-PREDECESSOR
           CALL 'PORTCYCL' USING CYCL-COMMAREA
           IF CYCL-BLOCKED
               DISPLAY 'PORTINCM: cycle control refused start - '
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

       1100-LOAD-WHT-SCHEDULE.
           PERFORM UNTIL WS-WHT-EOF
              OR WS-WHT-COUNT NOT < WS-MAX-WHT-ROWS
               READ WHT-SCHEDULE-FILE
                   AT END
                       SET WS-WHT-EOF TO TRUE
                   NOT AT END
                       IF WHT-RATE NOT NUMERIC
                           DISPLAY 'PORTINCM: malformed withholding '
                                   'row for type ' WHT-CLIENT-TYPE
                                   ' - ignored'
                           MOVE WS-ERROR TO WS-RETURN-CODE
                       ELSE
                           ADD 1 TO WS-WHT-COUNT
                           SET WS-WHT-IDX TO WS-WHT-COUNT
                           MOVE WHT-CLIENT-TYPE
                               TO WS-WHT-TYPE (WS-WHT-IDX)
                           MOVE WHT-RATE
                               TO WS-WHT-RATE (WS-WHT-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WHT-SCHEDULE-FILE
           .

       1200-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO ENTITLEMENT-REPORT-RECORD
           STRING 'PORTINCM - INCOME ENTITLEMENT REGISTER FOR '
                      DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  INTO ENTITLEMENT-REPORT-RECORD
           END-STRING
           WRITE ENTITLEMENT-REPORT-RECORD
           MOVE SPACES TO ENTITLEMENT-REPORT-RECORD
           WRITE ENTITLEMENT-REPORT-RECORD

           MOVE SPACES TO INCOME-REPORT-RECORD
           STRING 'PORTINCM - PAID INCOME REGISTER FOR '
                      DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  INTO INCOME-REPORT-RECORD
           END-STRING
           WRITE INCOME-REPORT-RECORD
           MOVE SPACES TO INCOME-REPORT-RECORD
           WRITE INCOME-REPORT-RECORD
           .

      *-- Read the whole event file once: bad announcements are
      *           reported and dropped, events short of record date
      *           carry forward, events at or past record date go
      *           into the due table for the holdings pass
       1300-LOAD-EVENTS.
           PERFORM UNTIL EVENT-AT-EOF
               READ EVENT-IN-FILE
                   AT END
                       SET EVENT-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EVENT-READ-COUNT
                       PERFORM 1350-EDIT-EVENT
                       IF EVENT-INVALID
                           PERFORM 1380-REJECT-EVENT
                       ELSE
                           PERFORM 1360-FILE-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENT-IN-FILE
           .

       1350-EDIT-EVENT.
           SET EVENT-VALID TO TRUE
           MOVE SPACES TO WS-EVENT-REJECT-REASON
           EVALUATE TRUE
               WHEN INCE-SECURITY-ID = SPACES
                   MOVE 'SECURITY ID MISSING'
                       TO WS-EVENT-REJECT-REASON
               WHEN NOT INCE-DIVIDEND AND NOT INCE-COUPON
                   MOVE 'INCOME TYPE MUST BE D OR C'
                       TO WS-EVENT-REJECT-REASON
               WHEN INCE-EX-DATE NOT NUMERIC
                 OR INCE-RECORD-DATE NOT NUMERIC
                 OR INCE-PAY-DATE NOT NUMERIC
                 OR INCE-EX-DATE = ZERO
                 OR INCE-RECORD-DATE = ZERO
                 OR INCE-PAY-DATE = ZERO
                   MOVE 'INVALID EVENT DATE'
                       TO WS-EVENT-REJECT-REASON
               WHEN INCE-PAY-DATE < INCE-RECORD-DATE
                   MOVE 'PAY DATE BEFORE RECORD DATE'
                       TO WS-EVENT-REJECT-REASON
               WHEN INCE-EX-DATE > INCE-PAY-DATE
                   MOVE 'EX-DATE AFTER PAY DATE'
                       TO WS-EVENT-REJECT-REASON
               WHEN INCE-RATE NOT NUMERIC
                 OR INCE-RATE = ZERO
                   MOVE 'INVALID RATE PER UNIT'
                       TO WS-EVENT-REJECT-REASON
               WHEN OTHER
                   MOVE INCE-SECURITY-ID TO SEC-ID
                   READ SECURITY-FILE
                       INVALID KEY
                           MOVE 'SECURITY NOT ON SECURITY MASTER'
                               TO WS-EVENT-REJECT-REASON
                   END-READ
           END-EVALUATE
           IF WS-EVENT-REJECT-REASON NOT = SPACES
               SET EVENT-INVALID TO TRUE
           END-IF
           .

       1360-FILE-EVENT.
           IF INCE-RECORD-DATE > WS-BUSINESS-DATE
               PERFORM 1370-CARRY-EVENT
           ELSE
               IF WS-DUE-COUNT NOT < WS-MAX-DUE-EVENTS
      *-- Table full - the event waits for the next run rather
      *           than being lost, and operations is told
                   DISPLAY 'PORTINCM: due-event table full - event '
                           'for ' INCE-SECURITY-ID ' carried'
                   IF WS-RETURN-CODE = WS-SUCCESS
                       MOVE WS-WARNING TO WS-RETURN-CODE
                   END-IF
                   PERFORM 1370-CARRY-EVENT
               ELSE
                   ADD 1 TO WS-DUE-COUNT
                   SET WS-DUE-IDX TO WS-DUE-COUNT
                   MOVE INCE-SECURITY-ID
                       TO WS-DUE-SECURITY-ID (WS-DUE-IDX)
                   MOVE INCE-INCOME-TYPE
                       TO WS-DUE-INCOME-TYPE (WS-DUE-IDX)
                   MOVE INCE-RECORD-DATE
                       TO WS-DUE-RECORD-DATE (WS-DUE-IDX)
                   MOVE INCE-PAY-DATE
                       TO WS-DUE-PAY-DATE (WS-DUE-IDX)
                   MOVE INCE-RATE
                       TO WS-DUE-RATE (WS-DUE-IDX)
               END-IF
           END-IF
           .

       1370-CARRY-EVENT.
           WRITE EVENT-OUT-RECORD FROM INCOME-EVENT-RECORD
           IF WS-EVTOUT-SUCCESS
               ADD 1 TO WS-EVENT-CARRY-COUNT
           ELSE
               DISPLAY 'PORTINCM: event carry WRITE failed, status='
                       WS-EVTOUT-STATUS ' for ' INCE-SECURITY-ID
               MOVE WS-ERROR TO WS-RETURN-CODE
           END-IF
           .

      *-- A bad announcement is dropped, not carried - the desk
      *           re-keys it corrected on the next announcement file
       1380-REJECT-EVENT.
           ADD 1 TO WS-EVENT-REJECT-COUNT
           DISPLAY 'PORTINCM: income event rejected for '
                   INCE-SECURITY-ID ' - ' WS-EVENT-REJECT-REASON
           IF WS-RETURN-CODE = WS-SUCCESS
               MOVE WS-WARNING TO WS-RETURN-CODE
           END-IF
           MOVE SPACES TO ENTITLEMENT-REPORT-RECORD
           STRING 'REJECTED EVENT '        DELIMITED BY SIZE
                  INCE-SECURITY-ID         DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  INCE-INCOME-TYPE         DELIMITED BY SIZE
                  '  REC '                 DELIMITED BY SIZE
                  INCE-RECORD-DATE         DELIMITED BY SIZE
                  '  PAY '                 DELIMITED BY SIZE
                  INCE-PAY-DATE            DELIMITED BY SIZE
                  '  - '                   DELIMITED BY SIZE
                  WS-EVENT-REJECT-REASON   DELIMITED BY SIZE
                  INTO ENTITLEMENT-REPORT-RECORD
           END-STRING
           WRITE ENTITLEMENT-REPORT-RECORD
           .

      *-- Payables carried from earlier entitlements - pay the ones
      *           whose pay date has come, carry the rest
       2000-PROCESS-ONE-PAYABLE.
           MOVE PAYABLE-IN-RECORD TO WS-PAYABLE
           IF WS-PAY-PAY-DATE > WS-BUSINESS-DATE
               PERFORM 2800-CARRY-PAYABLE
           ELSE
               PERFORM 4000-PAY-INCOME
           END-IF
           PERFORM 2910-READ-PAYABLE
           .

      *-- One pass of HOLDFILE: every position with a quantity in a
      *           due event's security earns an entitlement
       2500-BUILD-ENTITLEMENTS.
           MOVE LOW-VALUES TO HOLD-KEY
           START HOLDINGS-FILE KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY
                   SET HOLD-BROWSE-AT-EOF TO TRUE
           END-START
           PERFORM 2510-ENTITLE-ONE-POSITION
              UNTIL HOLD-BROWSE-AT-EOF
           .

       2510-ENTITLE-ONE-POSITION.
           READ HOLDINGS-FILE NEXT RECORD
               AT END
                   SET HOLD-BROWSE-AT-EOF TO TRUE
               NOT AT END
                   IF HOLD-QTY > ZERO
                       SET WS-DUE-IDX TO 1
                       PERFORM 2520-MATCH-ONE-EVENT
                          UNTIL WS-DUE-IDX > WS-DUE-COUNT
                   END-IF
           END-READ
           .

       2520-MATCH-ONE-EVENT.
           IF WS-DUE-SECURITY-ID (WS-DUE-IDX) = HOLD-SECURITY-ID
               PERFORM 2530-CREATE-ENTITLEMENT
           END-IF
           SET WS-DUE-IDX UP BY 1
           .

       2530-CREATE-ENTITLEMENT.
           PERFORM 2540-LOCATE-MASTER
           IF MASTER-NOT-FOUND
               ADD 1 TO WS-NO-MASTER-COUNT
               DISPLAY 'PORTINCM: no master for position '
                       HOLD-PORTFOLIO-ID ' ' HOLD-SECURITY-ID
                       ' - not entitled'
               MOVE WS-ERROR TO WS-RETURN-CODE
           ELSE
               MOVE PORT-ID TO WS-PAY-PORTFOLIO-ID
               MOVE PORT-ACCOUNT-NO TO WS-PAY-ACCOUNT-NO
               MOVE HOLD-SECURITY-ID TO WS-PAY-SECURITY-ID
               MOVE WS-DUE-INCOME-TYPE (WS-DUE-IDX)
                   TO WS-PAY-INCOME-TYPE
               MOVE WS-DUE-RECORD-DATE (WS-DUE-IDX)
                   TO WS-PAY-RECORD-DATE
               MOVE WS-DUE-PAY-DATE (WS-DUE-IDX) TO WS-PAY-PAY-DATE
               MOVE HOLD-QTY TO WS-PAY-QTY
               MOVE WS-DUE-RATE (WS-DUE-IDX) TO WS-PAY-RATE
               COMPUTE WS-PAY-GROSS-AMOUNT ROUNDED =
                   WS-PAY-QTY * WS-PAY-RATE
               ADD 1 TO WS-ENTITLED-COUNT
               ADD WS-PAY-GROSS-AMOUNT TO WS-ENTITLED-TOTAL
               PERFORM 2600-WRITE-ENTITLEMENT-LINE
               IF WS-PAY-PAY-DATE > WS-BUSINESS-DATE
                   PERFORM 2800-CARRY-PAYABLE
               ELSE
                   PERFORM 4000-PAY-INCOME
               END-IF
           END-IF
           .

      *-- HOLDFILE carries only the portfolio id - position on the
      *           first master under it for the account number
       2540-LOCATE-MASTER.
           IF WS-LOCATED-PORT-ID = HOLD-PORTFOLIO-ID
              AND PORT-ID = HOLD-PORTFOLIO-ID
               SET MASTER-FOUND TO TRUE
           ELSE
               SET MASTER-NOT-FOUND TO TRUE
               MOVE SPACES TO WS-LOCATED-PORT-ID
               MOVE LOW-VALUES TO PORT-KEY
               MOVE HOLD-PORTFOLIO-ID TO PORT-ID
               START PORTFOLIO-FILE KEY IS NOT LESS THAN PORT-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ PORTFOLIO-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF PORT-ID = HOLD-PORTFOLIO-ID
                                   SET MASTER-FOUND TO TRUE
                                   MOVE PORT-ID TO WS-LOCATED-PORT-ID
                               END-IF
                       END-READ
               END-START
           END-IF
           .

       2600-WRITE-ENTITLEMENT-LINE.
           MOVE WS-PAY-QTY TO WS-QTY-EDIT
           MOVE WS-PAY-RATE TO WS-RATE-EDIT
           MOVE WS-PAY-GROSS-AMOUNT TO WS-AMOUNT-EDIT
      *-- Entitled on a later night than the record date (a missed
      *           run) - the quantity is the one held that night
           IF WS-PAY-RECORD-DATE < WS-BUSINESS-DATE
               MOVE '  LATE' TO WS-LATE-FLAG
           ELSE
               MOVE SPACES TO WS-LATE-FLAG
           END-IF
           MOVE SPACES TO ENTITLEMENT-REPORT-RECORD
           STRING WS-PAY-PORTFOLIO-ID  DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-PAY-ACCOUNT-NO    DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-PAY-SECURITY-ID   DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-PAY-INCOME-TYPE   DELIMITED BY SIZE
                  ' REC '              DELIMITED BY SIZE
                  WS-PAY-RECORD-DATE   DELIMITED BY SIZE
                  ' PAY '              DELIMITED BY SIZE
                  WS-PAY-PAY-DATE      DELIMITED BY SIZE
                  ' QTY '              DELIMITED BY SIZE
                  WS-QTY-EDIT          DELIMITED BY SIZE
                  ' RATE '             DELIMITED BY SIZE
                  WS-RATE-EDIT         DELIMITED BY SIZE
                  ' GROSS '            DELIMITED BY SIZE
                  WS-AMOUNT-EDIT       DELIMITED BY SIZE
                  WS-LATE-FLAG         DELIMITED BY SIZE
                  INTO ENTITLEMENT-REPORT-RECORD
           END-STRING
           WRITE ENTITLEMENT-REPORT-RECORD
           .

       2800-CARRY-PAYABLE.
           WRITE PAYABLE-OUT-RECORD FROM WS-PAYABLE
           IF WS-PAYOUT-SUCCESS
               ADD 1 TO WS-PAYABLE-CARRY-COUNT
           ELSE
               DISPLAY 'PORTINCM: payable carry WRITE failed, '
                       'status=' WS-PAYOUT-STATUS ' for '
                       WS-PAY-PORTFOLIO-ID ' ' WS-PAY-SECURITY-ID
               MOVE WS-ERROR TO WS-RETURN-CODE
           END-IF
           .

       2910-READ-PAYABLE.
           READ PAYABLE-IN-FILE
               AT END
                   SET PAYABLE-AT-EOF TO TRUE
           END-READ
           .

       2950-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO ENTITLEMENT-REPORT-RECORD
           WRITE ENTITLEMENT-REPORT-RECORD
           MOVE WS-ENTITLED-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO ENTITLEMENT-REPORT-RECORD
           STRING 'EVENTS READ='          DELIMITED BY SIZE
                  WS-EVENT-READ-COUNT     DELIMITED BY SIZE
                  '  DUE='                DELIMITED BY SIZE
                  WS-DUE-COUNT            DELIMITED BY SIZE
                  '  CARRIED='            DELIMITED BY SIZE
                  WS-EVENT-CARRY-COUNT    DELIMITED BY SIZE
                  '  REJECTED='           DELIMITED BY SIZE
                  WS-EVENT-REJECT-COUNT   DELIMITED BY SIZE
                  '  ENTITLEMENTS='       DELIMITED BY SIZE
                  WS-ENTITLED-COUNT       DELIMITED BY SIZE
                  '  GROSS TOTAL='        DELIMITED BY SIZE
                  WS-TOTAL-EDIT           DELIMITED BY SIZE
                  INTO ENTITLEMENT-REPORT-RECORD
           END-STRING
           WRITE ENTITLEMENT-REPORT-RECORD

           MOVE SPACES TO INCOME-REPORT-RECORD
           WRITE INCOME-REPORT-RECORD
           MOVE WS-GROSS-PAID-TOTAL TO WS-TOTAL-EDIT
           MOVE WS-WITHHELD-TOTAL TO WS-TOTAL2-EDIT
           MOVE WS-NET-PAID-TOTAL TO WS-TOTAL3-EDIT
           MOVE SPACES TO INCOME-REPORT-RECORD
           STRING 'PAID='                 DELIMITED BY SIZE
                  WS-PAID-COUNT           DELIMITED BY SIZE
                  '  GROSS='              DELIMITED BY SIZE
                  WS-TOTAL-EDIT           DELIMITED BY SIZE
                  '  WITHHELD='           DELIMITED BY SIZE
                  WS-TOTAL2-EDIT          DELIMITED BY SIZE
                  '  NET='                DELIMITED BY SIZE
                  WS-TOTAL3-EDIT          DELIMITED BY SIZE
                  INTO INCOME-REPORT-RECORD
           END-STRING
           WRITE INCOME-REPORT-RECORD
           MOVE SPACES TO INCOME-REPORT-RECORD
           STRING 'PAYABLES CARRIED='     DELIMITED BY SIZE
                  WS-PAYABLE-CARRY-COUNT  DELIMITED BY SIZE
                  '  PAYMENT FAILURES='   DELIMITED BY SIZE
                  WS-PAY-FAILED-COUNT     DELIMITED BY SIZE
                  '  NO WITHHOLDING ROW=' DELIMITED BY SIZE
                  WS-NO-WHT-COUNT         DELIMITED BY SIZE
                  INTO INCOME-REPORT-RECORD
           END-STRING
           WRITE INCOME-REPORT-RECORD
           .

       3000-TERMINATE.
           CLOSE PORTFOLIO-FILE
                 HOLDINGS-FILE
                 SECURITY-FILE
                 EVENT-OUT-FILE
                 PAYABLE-IN-FILE
                 PAYABLE-OUT-FILE
                 AUDIT-FILE
                 CASH-LEDGER-FILE
                 ENTITLEMENT-REPORT-FILE
                 INCOME-REPORT-FILE

           DISPLAY 'Events read:      ' WS-EVENT-READ-COUNT
           DISPLAY 'Events due:       ' WS-DUE-COUNT
           DISPLAY 'Events carried:   ' WS-EVENT-CARRY-COUNT
           DISPLAY 'Events rejected:  ' WS-EVENT-REJECT-COUNT
           DISPLAY 'Entitlements:     ' WS-ENTITLED-COUNT
           DISPLAY 'Income paid:      ' WS-PAID-COUNT
           DISPLAY 'Payables carried: ' WS-PAYABLE-CARRY-COUNT
           DISPLAY 'Payment failures: ' WS-PAY-FAILED-COUNT

           IF WS-RETURN-CODE NOT = WS-ERROR
               PERFORM 9000-STAMP-CYCLE-COMPLETE
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .

      *-- Pay one due payable - a portfolio that cannot be read or
      *           rewritten keeps its payable for the next run
       4000-PAY-INCOME.
           MOVE WS-PAY-KEY TO PORT-KEY
           MOVE SPACES TO WS-LOCATED-PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   ADD 1 TO WS-PAY-FAILED-COUNT
                   DISPLAY 'PORTINCM: portfolio not found for '
                           'income payment: ' WS-PAY-PORTFOLIO-ID
                   PERFORM 2800-CARRY-PAYABLE
                   MOVE WS-ERROR TO WS-RETURN-CODE
               NOT INVALID KEY
                   PERFORM 4100-CREDIT-INCOME
           END-READ
           .

       4100-CREDIT-INCOME.
           PERFORM 4150-LOOKUP-WHT-RATE
           COMPUTE WS-WITHHOLD-AMOUNT ROUNDED =
               WS-PAY-GROSS-AMOUNT * WS-BEST-WHT-RATE
           COMPUTE WS-NET-AMOUNT =
               WS-PAY-GROSS-AMOUNT - WS-WITHHOLD-AMOUNT

           MOVE PORT-RECORD TO WS-AUDIT-BEFORE
           ADD WS-NET-AMOUNT TO PORT-CASH-BALANCE
      *-- PORT-LAST-MAINT deliberately untouched - issuer income is
      *           not client activity, same as the interest credit
           REWRITE PORT-RECORD
           IF WS-SUCCESS-STATUS
               ADD 1 TO WS-PAID-COUNT
               ADD WS-PAY-GROSS-AMOUNT TO WS-GROSS-PAID-TOTAL
               ADD WS-WITHHOLD-AMOUNT TO WS-WITHHELD-TOTAL
               ADD WS-NET-AMOUNT TO WS-NET-PAID-TOTAL
               MOVE PORT-RECORD TO WS-AUDIT-AFTER
               PERFORM 8000-WRITE-AUDIT-RECORD
      *-- Gross credit first, then the tax taken off it - each
      *           ledger record carries the balance after itself
               MOVE 'N' TO WS-LEDGER-CODE
               MOVE WS-PAY-GROSS-AMOUNT TO WS-LEDGER-AMOUNT
               COMPUTE WS-LEDGER-BALANCE =
                   PORT-CASH-BALANCE + WS-WITHHOLD-AMOUNT
               PERFORM 8100-WRITE-CASH-LEDGER
               IF WS-WITHHOLD-AMOUNT > ZERO
                   MOVE 'X' TO WS-LEDGER-CODE
                   COMPUTE WS-LEDGER-AMOUNT =
                       ZERO - WS-WITHHOLD-AMOUNT
                   MOVE PORT-CASH-BALANCE TO WS-LEDGER-BALANCE
                   PERFORM 8100-WRITE-CASH-LEDGER
               END-IF
               PERFORM 4200-WRITE-INCOME-LINE
           ELSE
               ADD 1 TO WS-PAY-FAILED-COUNT
               DISPLAY 'PORTINCM: income REWRITE failed for '
                       PORT-KEY ' STATUS=' WS-FILE-STATUS
               PERFORM 2800-CARRY-PAYABLE
               MOVE WS-ERROR TO WS-RETURN-CODE
           END-IF
           .

      *-- Withholding rate for the portfolio's client type as it
      *           stands on pay date - no row withholds nothing and
      *           is flagged for the desk
       4150-LOOKUP-WHT-RATE.
           SET WHT-RATE-NOT-FOUND TO TRUE
           MOVE ZERO TO WS-BEST-WHT-RATE
           SET WS-WHT-IDX TO 1
           PERFORM UNTIL WS-WHT-IDX > WS-WHT-COUNT
              OR WHT-RATE-FOUND
               IF WS-WHT-TYPE (WS-WHT-IDX) = PORT-CLIENT-TYPE
                   SET WHT-RATE-FOUND TO TRUE
                   MOVE WS-WHT-RATE (WS-WHT-IDX) TO WS-BEST-WHT-RATE
               END-IF
               SET WS-WHT-IDX UP BY 1
           END-PERFORM
           IF WHT-RATE-NOT-FOUND
               ADD 1 TO WS-NO-WHT-COUNT
               DISPLAY 'PORTINCM: no withholding row for client '
                       'type ' PORT-CLIENT-TYPE ' - '
                       WS-PAY-PORTFOLIO-ID ' paid gross'
               IF WS-RETURN-CODE = WS-SUCCESS
                   MOVE WS-WARNING TO WS-RETURN-CODE
               END-IF
           END-IF
           .

       4200-WRITE-INCOME-LINE.
           MOVE WS-PAY-GROSS-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-WITHHOLD-AMOUNT TO WS-WHT-EDIT
           MOVE WS-NET-AMOUNT TO WS-NET-EDIT
           MOVE PORT-CASH-BALANCE TO WS-BAL-EDIT
           MOVE SPACES TO INCOME-REPORT-RECORD
           STRING WS-PAY-PORTFOLIO-ID  DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-PAY-ACCOUNT-NO    DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  PORT-CLIENT-TYPE     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-PAY-SECURITY-ID   DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-PAY-INCOME-TYPE   DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-PAY-PAY-DATE      DELIMITED BY SIZE
                  ' GROSS'             DELIMITED BY SIZE
                  WS-AMOUNT-EDIT       DELIMITED BY SIZE
                  ' WHT'               DELIMITED BY SIZE
                  WS-WHT-EDIT          DELIMITED BY SIZE
                  ' NET'               DELIMITED BY SIZE
                  WS-NET-EDIT          DELIMITED BY SIZE
                  ' BAL'               DELIMITED BY SIZE
                  WS-BAL-EDIT          DELIMITED BY SIZE
                  INTO INCOME-REPORT-RECORD
           END-STRING
           WRITE INCOME-REPORT-RECORD
           .

      *-- Build and write one audit trail record for a paid income
      *           credit
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
           MOVE PORT-ID TO AUD-PORTFOLIO-ID
           MOVE PORT-ACCOUNT-NO TO AUD-ACCOUNT-NO
           MOVE ZERO TO AUD-PRICEFEED-TIME
           MOVE WS-AUDIT-BEFORE TO AUD-BEFORE-IMAGE
           MOVE WS-AUDIT-AFTER TO AUD-AFTER-IMAGE
           IF WS-PAY-INCOME-TYPE = 'C'
               MOVE 'BOND COUPON INCOME CREDITED NET OF WITHHOLDING'
                   TO AUD-MESSAGE
           ELSE
               MOVE 'CASH DIVIDEND CREDITED NET OF WITHHOLDING'
                   TO AUD-MESSAGE
           END-IF

           WRITE AUDIT-RECORD

           IF NOT WS-AUDIT-SUCCESS
               DISPLAY 'Warning: audit write failed, status='
                       WS-AUDIT-STATUS ' for key=' PORT-ID
           END-IF
           .

      *-- One cash ledger record from the staged code and amount
       8100-WRITE-CASH-LEDGER.
           MOVE PORT-ID TO CLGR-PORTFOLIO-ID
           MOVE PORT-ACCOUNT-NO TO CLGR-ACCOUNT-NO
           MOVE WS-BUSINESS-DATE TO CLGR-POST-DATE
           ACCEPT CLGR-POST-TIME FROM TIME
           MOVE WS-LEDGER-CODE TO CLGR-TRANS-CODE
           MOVE WS-LEDGER-AMOUNT TO CLGR-AMOUNT
           MOVE WS-LEDGER-BALANCE TO CLGR-NEW-BALANCE
           MOVE WS-PROGRAM-NAME TO CLGR-PROGRAM
           WRITE CASH-LEDGER-RECORD
           IF NOT WS-CLGR-SUCCESS
               DISPLAY 'PORTINCM: cash ledger WRITE failed, status='
                       WS-CLGR-STATUS ' for key=' PORT-ID
               MOVE WS-ERROR TO WS-RETURN-CODE
           END-IF
           .
