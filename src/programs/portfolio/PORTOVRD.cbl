      *================================================================*
      * Program Name: PORTOVRD
      * Description: Nightly Desk Price Override Apply
      *             The sanctioned way to price what the vendor
      *             feed never ticks - illiquid bonds, private
      *             funds. Reads the pricing desk's OVRDFILE price
      *             overrides: every approved override still in
      *             force is applied to each ACTIVE portfolio's
      *             position in the security - HOLD-LAST-PRICE and
      *             its timestamp - and each repriced portfolio's
      *             master is re-rolled from its positions, the same
      *             roll-up the feed passes use. Each applied price
      *             is archived to PRICEHIST with the PHIST-OVERRIDE
      *             result code, so it is never mistaken for a
      *             vendor tick, and each re-rolled master is
      *             audit-logged. An override past its expiry date
      *             is marked expired and no longer applied - its
      *             positions age from the last override price and
      *             PORTSTAL lists them stale. Overrides awaiting
      *             approval are listed, not applied.
      *             The price is stamped at the last second of the
      *             business date, so it is that date's close and
      *             any later vendor tick still passes the feed's
      *             sequence check. A position whose feed price is
      *             newer than that is left alone, and one the feed
      *             has repriced since the last override run is
      *             listed, so the desk can withdraw an override the
      *             vendor has caught up with. RC=4 when anything
      *             was listed.
      * Author: DLB
      * Date Written: 2025-02-03
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-02-03 DLB           Initial Creation
      * 2025-02-10 DLB           Every position the override moves to
      *                          a new price appends a HOLDJRNL
      *                          movement journal record (shared
      *                          HJNLREC layout)
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTOVRD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- Desk price overrides - browsed once, expiries and last-
      *           applied stamps rewritten
           SELECT OVERRIDE-FILE
               ASSIGN TO OVRDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POVR-SECURITY-ID
               FILE STATUS IS WS-OVRD-STATUS.

           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PORT-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT HOLDINGS-FILE
               ASSIGN TO HOLDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT PRICE-HISTORY-FILE
               ASSIGN TO PRICEHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PHIST-STATUS.

      *-- Same FX rate file the feed passes convert ticks with
           SELECT FX-RATE-FILE
               ASSIGN TO FXRATES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FXRATE-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO OVRDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *-- Holdings movement journal - one record per position the
      *           override reprices, accumulating across runs
           SELECT HOLD-JOURNAL-FILE
               ASSIGN TO HOLDJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HJNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OVERRIDE-FILE.
           COPY OVRDREC.

       FD  PORTFOLIO-FILE.
           COPY PORTFLIO.

       FD  HOLDINGS-FILE.
           COPY HOLDREC.

       FD  PRICE-HISTORY-FILE.
           COPY PHISTREC.

       FD  FX-RATE-FILE.
       01  FX-RATE-RECORD.
           05  FXR-FROM-CURRENCY      PIC X(3).
           05  FXR-TO-CURRENCY        PIC X(3).
           05  FXR-RATE               PIC S9(5)V9(6) COMP-3.

       FD  AUDIT-FILE.
           COPY AUDITLOG.

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(132).

       FD  HOLD-JOURNAL-FILE.
           COPY HJNLREC.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Constants and switches
      *----------------------------------------------------------------*
       01  WS-CONSTANTS.
           05  WS-PROGRAM-NAME     PIC X(08) VALUE 'PORTOVRD'.
           05  WS-SUCCESS          PIC S9(4) VALUE +0.
           05  WS-WARNING          PIC S9(4) VALUE +4.
           05  WS-ERROR            PIC S9(4) VALUE +8.
      *-- Physical sizes of the in-memory tables
           05  WS-MAX-FX-RATES     PIC 9(4) VALUE 0200.
           05  WS-MAX-OVERRIDES    PIC 9(4) VALUE 0500.

       01  WS-FX-RATE-TABLE.
           05  WS-FX-RATE-COUNT    PIC 9(4) VALUE ZERO.
           05  WS-FX-RATE-ENTRY OCCURS 200 TIMES
                                  INDEXED BY WS-FX-IDX.
               10  WS-FXT-FROM-CCY PIC X(3).
               10  WS-FXT-TO-CCY   PIC X(3).
               10  WS-FXT-RATE     PIC S9(5)V9(6) COMP-3.

      *-- Approved overrides in force tonight, and what each priced
       01  WS-OVERRIDE-TABLE.
           05  WS-OVERRIDE-COUNT   PIC 9(4) VALUE ZERO.
           05  WS-OVERRIDE-ENTRY OCCURS 500 TIMES
                                  INDEXED BY WS-OVT-IDX.
               10  WS-OVT-SEC-ID   PIC X(9).
               10  WS-OVT-TYPE     PIC X(1).
               10  WS-OVT-PRICE    PIC S9(13)V99 COMP-3.
               10  WS-OVT-CURRENCY PIC X(3).
               10  WS-OVT-EXPIRY-DATE PIC 9(8).
               10  WS-OVT-APPROVED-BY PIC X(8).
               10  WS-OVT-LAST-APPLIED PIC 9(14).
               10  WS-OVT-PRICED-COUNT PIC 9(5).
               10  WS-OVT-REPLACED-COUNT PIC 9(5).

      *-- Price timestamp stamped on every position priced tonight -
      *           the business date at 23:59:59
       01  WS-OVERRIDE-STAMP.
           05  WS-STAMP-DATE       PIC 9(8).
           05  WS-STAMP-CLOCK      PIC 9(6) VALUE 235959.
       01  WS-OVERRIDE-TIME REDEFINES WS-OVERRIDE-STAMP
                                   PIC 9(14).

       01  WS-SWITCHES.
           05  WS-OVRD-STATUS      PIC X(02).
               88  WS-OVRD-SUCCESS      VALUE '00'.
               88  WS-OVRD-NOT-LOADED   VALUE '35'.

           05  WS-FILE-STATUS      PIC X(02).
               88  WS-SUCCESS-STATUS    VALUE '00'.

           05  WS-HOLD-STATUS      PIC X(02).
               88  WS-HOLD-SUCCESS      VALUE '00'.

           05  WS-HJNL-STATUS      PIC X(02).
               88  WS-HJNL-SUCCESS      VALUE '00'.

           05  WS-PHIST-STATUS     PIC X(02).
               88  WS-PHIST-SUCCESS     VALUE '00'.

           05  WS-FXRATE-STATUS    PIC X(02).
               88  WS-FXRATE-SUCCESS    VALUE '00'.
               88  WS-FXRATE-EOF        VALUE '10'.

           05  WS-AUDIT-STATUS     PIC X(02).
               88  WS-AUDIT-SUCCESS     VALUE '00'.

           05  WS-REPORT-STATUS    PIC X(02).
               88  WS-REPORT-SUCCESS    VALUE '00'.

      *-- Set once the OVRDFILE KSDS opened - a never-loaded file
      *           means the desk has no overrides yet
           05  WS-OVRD-FILE-SW     PIC X VALUE 'N'.
               88  OVRD-FILE-LOADED    VALUE 'Y'.

           05  WS-OVRD-EOF-SW      PIC X VALUE 'N'.
               88  OVRD-AT-EOF         VALUE 'Y'.

           05  WS-BROWSE-EOF-SW    PIC X VALUE 'N'.
               88  BROWSE-AT-EOF       VALUE 'Y'.

           05  WS-HOLD-BROWSE-EOF-SW PIC X VALUE 'N'.
               88  HOLD-BROWSE-AT-EOF  VALUE 'Y'.

           05  WS-FXRATE-FOUND-SW  PIC X VALUE 'N'.
               88  FXRATE-FOUND        VALUE 'Y'.
               88  FXRATE-NOT-FOUND    VALUE 'N'.

           05  WS-FOUND-SW         PIC X VALUE 'N'.
               88  ENTRY-FOUND         VALUE 'Y'.
               88  ENTRY-NOT-FOUND     VALUE 'N'.

           05  WS-TABLE-FULL-SW    PIC X VALUE 'N'.
               88  OVERRIDE-TABLE-FULL VALUE 'Y'.

      *----------------------------------------------------------------*
      * Work areas
      *----------------------------------------------------------------*
       01  WS-WORK-AREAS.
           05  WS-RETURN-CODE      PIC S9(4) VALUE +0.
           05  WS-BUSINESS-DATE    PIC 9(8).
           05  WS-PENDING-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-EXPIRED-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-LAPSED-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-POSITIONS-PRICED PIC 9(7) VALUE ZERO.
           05  WS-MASTERS-ROLLED   PIC 9(7) VALUE ZERO.
           05  WS-FEED-REPLACED    PIC 9(7) VALUE ZERO.
           05  WS-NOT-APPLIED      PIC 9(7) VALUE ZERO.
      *-- Positions repriced in the portfolio being worked
           05  WS-PORT-PRICED-COUNT PIC 9(5) VALUE ZERO.
           05  WS-APPLY-PRICE      PIC S9(13)V99 COMP-3.
           05  WS-APPLY-CURRENCY   PIC X(3).
           05  WS-PRIOR-PRICE      PIC S9(13)V99 COMP-3.
           05  WS-LAST-APPLIED-PRICE PIC S9(13)V99 COMP-3.
           05  WS-POSITION-NOTE    PIC X(40).
           05  WS-STATUS-TEXT      PIC X(40).
           05  WS-ROLLUP-PORT-ID   PIC X(8).
           05  WS-POSITION-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-ROLLUP-QTY       PIC S9(9)V999 COMP-3.
           05  WS-ROLLUP-VALUE     PIC S9(13)V99 COMP-3.
           05  WS-POSITION-VALUE   PIC S9(13)V99 COMP-3.
      *-- Print-staging edit fields
           05  WS-PRICE-EDIT       PIC Z(10)9.99.
           05  WS-PRIOR-EDIT       PIC Z(10)9.99.
           05  WS-COUNT-EDIT       PIC ZZZZ9.

      *-- Work area used to build each AUD-RECORD before write
       01  WS-AUDIT-WORK-AREA.
           05  WS-AUDIT-DATE       PIC 9(08).
           05  WS-AUDIT-TIME       PIC 9(08).
           05  WS-AUDIT-KEY        PIC X(18).
           05  WS-AUDIT-BEFORE     PIC X(170).
           05  WS-AUDIT-AFTER      PIC X(170).
           05  WS-AUDIT-MESSAGE    PIC X(100).

      *-- Parameter area for the PORTCYCL cycle-control subprogram
           COPY CYCLAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF OVRD-FILE-LOADED
               PERFORM 2000-SORT-OUT-ONE-OVERRIDE
                  UNTIL OVRD-AT-EOF
           END-IF
           IF WS-OVERRIDE-COUNT > ZERO
               PERFORM 4000-REPRICE-ONE-PORTFOLIO
                  UNTIL BROWSE-AT-EOF
               PERFORM 5000-REPORT-APPLIED-OVERRIDES
           END-IF
           PERFORM 2950-WRITE-REPORT-TOTALS
           PERFORM 3000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           INITIALIZE WS-WORK-AREAS

           PERFORM 1050-CHECK-CYCLE-CONTROL
           MOVE CYCL-BUSINESS-DATE TO WS-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-STAMP-DATE

           OPEN I-O   OVERRIDE-FILE
           OPEN I-O   PORTFOLIO-FILE
           OPEN I-O   HOLDINGS-FILE
           OPEN EXTEND PRICE-HISTORY-FILE
           OPEN INPUT FX-RATE-FILE
           OPEN EXTEND AUDIT-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND HOLD-JOURNAL-FILE

           IF NOT (WS-OVRD-SUCCESS OR WS-OVRD-NOT-LOADED)
              OR NOT WS-SUCCESS-STATUS
              OR NOT WS-HOLD-SUCCESS
              OR NOT WS-PHIST-SUCCESS
              OR NOT WS-FXRATE-SUCCESS
              OR NOT WS-AUDIT-SUCCESS
              OR NOT WS-REPORT-SUCCESS
              OR NOT WS-HJNL-SUCCESS
               DISPLAY 'PORTOVRD: FILE OPEN ERROR - OVRD='
                       WS-OVRD-STATUS ' PORT=' WS-FILE-STATUS
                       ' HOLD=' WS-HOLD-STATUS
                       ' PHIST=' WS-PHIST-STATUS
                       ' FXRATE=' WS-FXRATE-STATUS
                       ' AUDIT=' WS-AUDIT-STATUS
                       ' REPORT=' WS-REPORT-STATUS
                       ' HJNL=' WS-HJNL-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-OVRD-SUCCESS
               SET OVRD-FILE-LOADED TO TRUE
               MOVE LOW-VALUES TO POVR-SECURITY-ID
               START OVERRIDE-FILE
                   KEY IS NOT LESS THAN POVR-SECURITY-ID
                   INVALID KEY
                       SET OVRD-AT-EOF TO TRUE
               END-START
           ELSE
               DISPLAY 'PORTOVRD: OVRDFILE not loaded - no price '
                       'overrides to apply'
           END-IF

           PERFORM 1070-LOAD-FX-RATES
           PERFORM 1200-WRITE-REPORT-HEADINGS

           MOVE LOW-VALUES TO PORT-KEY
           START PORTFOLIO-FILE KEY IS NOT LESS THAN PORT-KEY
               INVALID KEY
                   SET BROWSE-AT-EOF TO TRUE
           END-START
           IF NOT BROWSE-AT-EOF
               PERFORM 2900-READ-NEXT-PORTFOLIO
           END-IF
           .

      *-- Cycle-control start check through the shared PORTCYCL
      *           subprogram - the night's feed pass is applied once
      *           PORTUPDT is through, so the override has the last
      *           word on the business date
       1050-CHECK-CYCLE-CONTROL.
           SET CYCL-START-REQ TO TRUE
           MOVE WS-PROGRAM-NAME TO CYCL-JOB-NAME
           MOVE 'PORTUPDT' TO CYCL-PREDECESSOR
           CALL 'PORTCYCL' USING CYCL-COMMAREA
           IF CYCL-BLOCKED
               DISPLAY 'PORTOVRD: cycle control refused start - '
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

       1200-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO REPORT-RECORD
           STRING 'PORTOVRD - DESK PRICE OVERRIDES FOR '
                      DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'SECURITY  T          PRICE CCY EXPIRES  '
                      DELIMITED BY SIZE
                  'APPROVER POSNS  STATUS'
                      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      *-- One override per iteration: awaiting approval is listed,
      *           an approved one past its expiry is expired here,
      *           and an approved one in force is tabled for the
      *           repricing pass
       2000-SORT-OUT-ONE-OVERRIDE.
           READ OVERRIDE-FILE NEXT RECORD
               AT END
                   SET OVRD-AT-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN POVR-PENDING
                           ADD 1 TO WS-PENDING-COUNT
                           MOVE 'AWAITING APPROVAL - NOT APPLIED'
                               TO WS-STATUS-TEXT
                           PERFORM 2800-WRITE-OVERRIDE-LINE
                       WHEN POVR-EXPIRED
                           ADD 1 TO WS-LAPSED-COUNT
                           MOVE 'EXPIRED - RENEW OR WITHDRAW'
                               TO WS-STATUS-TEXT
                           PERFORM 2800-WRITE-OVERRIDE-LINE
                       WHEN POVR-APPROVED
                        AND POVR-EXPIRY-DATE < WS-BUSINESS-DATE
                           PERFORM 2200-EXPIRE-OVERRIDE
                       WHEN POVR-APPROVED
                           PERFORM 2300-TABLE-OVERRIDE
                       WHEN OTHER
                           MOVE 'UNKNOWN STATUS - NOT APPLIED'
                               TO WS-STATUS-TEXT
                           PERFORM 2800-WRITE-OVERRIDE-LINE
                           IF WS-RETURN-CODE = WS-SUCCESS
                               MOVE WS-WARNING TO WS-RETURN-CODE
                           END-IF
                   END-EVALUATE
           END-READ
           .

      *-- The override lapsed overnight - from now its positions
      *           keep the last override price and age from it
       2200-EXPIRE-OVERRIDE.
           MOVE PRICE-OVERRIDE-RECORD TO WS-AUDIT-BEFORE
           SET POVR-EXPIRED TO TRUE
           REWRITE PRICE-OVERRIDE-RECORD
           IF WS-OVRD-SUCCESS
               ADD 1 TO WS-EXPIRED-COUNT
               MOVE PRICE-OVERRIDE-RECORD TO WS-AUDIT-AFTER
               MOVE SPACES TO WS-AUDIT-KEY
               MOVE POVR-SECURITY-ID TO WS-AUDIT-KEY(9:9)
               MOVE 'Price override expired - positions now stale'
                   TO WS-AUDIT-MESSAGE
               PERFORM 8000-WRITE-AUDIT-RECORD
               MOVE 'EXPIRED TONIGHT - POSITIONS NOW STALE'
                   TO WS-STATUS-TEXT
               PERFORM 2800-WRITE-OVERRIDE-LINE
               IF WS-RETURN-CODE = WS-SUCCESS
                   MOVE WS-WARNING TO WS-RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'PORTOVRD: override REWRITE failed for '
                       POVR-SECURITY-ID ' STATUS=' WS-OVRD-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
           END-IF
           .

       2300-TABLE-OVERRIDE.
           IF WS-OVERRIDE-COUNT < WS-MAX-OVERRIDES
               ADD 1 TO WS-OVERRIDE-COUNT
               SET WS-OVT-IDX TO WS-OVERRIDE-COUNT
               MOVE POVR-SECURITY-ID TO WS-OVT-SEC-ID (WS-OVT-IDX)
               MOVE POVR-OVERRIDE-TYPE TO WS-OVT-TYPE (WS-OVT-IDX)
               MOVE POVR-PRICE TO WS-OVT-PRICE (WS-OVT-IDX)
               MOVE POVR-CURRENCY-CODE
                   TO WS-OVT-CURRENCY (WS-OVT-IDX)
               MOVE POVR-EXPIRY-DATE
                   TO WS-OVT-EXPIRY-DATE (WS-OVT-IDX)
               MOVE POVR-APPROVED-BY
                   TO WS-OVT-APPROVED-BY (WS-OVT-IDX)
               MOVE POVR-LAST-APPLIED-TIME
                   TO WS-OVT-LAST-APPLIED (WS-OVT-IDX)
               MOVE ZERO TO WS-OVT-PRICED-COUNT (WS-OVT-IDX)
               MOVE ZERO TO WS-OVT-REPLACED-COUNT (WS-OVT-IDX)
           ELSE
               IF NOT OVERRIDE-TABLE-FULL
                   SET OVERRIDE-TABLE-FULL TO TRUE
                   DISPLAY 'PORTOVRD: override table full at '
                           WS-MAX-OVERRIDES ' - overrides beyond '
                           'it not applied'
                   MOVE WS-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF
           .

       2800-WRITE-OVERRIDE-LINE.
           MOVE POVR-PRICE TO WS-PRICE-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING POVR-SECURITY-ID   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  POVR-OVERRIDE-TYPE DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-PRICE-EDIT      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  POVR-CURRENCY-CODE DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  POVR-EXPIRY-DATE   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  POVR-APPROVED-BY   DELIMITED BY SIZE
                  '        '         DELIMITED BY SIZE
                  WS-STATUS-TEXT     DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

      *-- One portfolio per iteration - only ACTIVE books are
      *           repriced, the same rule the feed passes apply
       4000-REPRICE-ONE-PORTFOLIO.
           IF PORT-ACTIVE
               MOVE ZERO TO WS-PORT-PRICED-COUNT
               MOVE PORT-RECORD TO WS-AUDIT-BEFORE
               PERFORM 4100-REPRICE-POSITIONS
               IF WS-PORT-PRICED-COUNT > ZERO
                   PERFORM 4500-REROLL-MASTER
               END-IF
           END-IF
           PERFORM 2900-READ-NEXT-PORTFOLIO
           .

       4100-REPRICE-POSITIONS.
           MOVE 'N' TO WS-HOLD-BROWSE-EOF-SW
           MOVE PORT-ID TO HOLD-PORTFOLIO-ID
           MOVE LOW-VALUES TO HOLD-SECURITY-ID

           START HOLDINGS-FILE KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY
                   SET HOLD-BROWSE-AT-EOF TO TRUE
           END-START

           PERFORM 4150-CHECK-ONE-POSITION
              UNTIL HOLD-BROWSE-AT-EOF
           .

       4150-CHECK-ONE-POSITION.
           READ HOLDINGS-FILE NEXT RECORD
               AT END
                   SET HOLD-BROWSE-AT-EOF TO TRUE
               NOT AT END
                   IF HOLD-PORTFOLIO-ID = PORT-ID
                       PERFORM 4160-FIND-OVERRIDE
                       IF ENTRY-FOUND
                           PERFORM 4200-APPLY-OVERRIDE
                       END-IF
                   ELSE
                       SET HOLD-BROWSE-AT-EOF TO TRUE
                   END-IF
           END-READ
           .

       4160-FIND-OVERRIDE.
           SET ENTRY-NOT-FOUND TO TRUE
           SET WS-OVT-IDX TO 1
           PERFORM UNTIL WS-OVT-IDX > WS-OVERRIDE-COUNT
              OR ENTRY-FOUND
               IF WS-OVT-SEC-ID (WS-OVT-IDX) = HOLD-SECURITY-ID
                   SET ENTRY-FOUND TO TRUE
               ELSE
                   SET WS-OVT-IDX UP BY 1
               END-IF
           END-PERFORM
           .

      *-- Price one position off the override at WS-OVT-IDX, in the
      *           portfolio's own currency
       4200-APPLY-OVERRIDE.
           MOVE HOLD-LAST-PRICE TO WS-PRIOR-PRICE
           MOVE SPACES TO WS-POSITION-NOTE
           MOVE WS-OVT-PRICE (WS-OVT-IDX) TO WS-APPLY-PRICE
           MOVE WS-OVT-CURRENCY (WS-OVT-IDX) TO WS-APPLY-CURRENCY

           IF WS-APPLY-CURRENCY = SPACES
              OR WS-APPLY-CURRENCY = PORT-CURRENCY-CODE
               MOVE PORT-CURRENCY-CODE TO WS-APPLY-CURRENCY
           ELSE
               PERFORM 4210-LOOKUP-FX-RATE
               IF FXRATE-FOUND
                   COMPUTE WS-APPLY-PRICE ROUNDED =
                       WS-APPLY-PRICE * WS-FXT-RATE (WS-FX-IDX)
                   MOVE PORT-CURRENCY-CODE TO WS-APPLY-CURRENCY
               ELSE
                   MOVE 'NO FX RATE FOR CURRENCY PAIR - NOT APPLIED'
                       TO WS-POSITION-NOTE
               END-IF
           END-IF

           IF WS-POSITION-NOTE = SPACES
              AND HOLD-LAST-PRICE-TIME > WS-OVERRIDE-TIME
               MOVE 'NEWER FEED PRICE KEPT - NOT APPLIED'
                   TO WS-POSITION-NOTE
           END-IF

           IF WS-POSITION-NOTE NOT = SPACES
               ADD 1 TO WS-NOT-APPLIED
               PERFORM 4800-WRITE-POSITION-LINE
           ELSE
      *-- The feed has repriced the position since the override
      *           last stamped it - the vendor may have caught up
               IF WS-OVT-LAST-APPLIED (WS-OVT-IDX) > ZERO
                  AND HOLD-LAST-PRICE-TIME >
                      WS-OVT-LAST-APPLIED (WS-OVT-IDX)
                  AND HOLD-LAST-PRICE-TIME NOT = WS-OVERRIDE-TIME
                   ADD 1 TO WS-FEED-REPLACED
                   ADD 1 TO WS-OVT-REPLACED-COUNT (WS-OVT-IDX)
                   MOVE 'FEED PRICE REPLACED BY OVERRIDE'
                       TO WS-POSITION-NOTE
                   PERFORM 4800-WRITE-POSITION-LINE
               END-IF
               PERFORM 4250-REWRITE-POSITION
           END-IF
           .

       4210-LOOKUP-FX-RATE.
           SET FXRATE-NOT-FOUND TO TRUE
           SET WS-FX-IDX TO 1
           PERFORM UNTIL WS-FX-IDX > WS-FX-RATE-COUNT
              OR FXRATE-FOUND
               IF WS-FXT-FROM-CCY (WS-FX-IDX) = WS-APPLY-CURRENCY
                  AND WS-FXT-TO-CCY (WS-FX-IDX) = PORT-CURRENCY-CODE
                   SET FXRATE-FOUND TO TRUE
               ELSE
                   SET WS-FX-IDX UP BY 1
               END-IF
           END-PERFORM
           .

       4250-REWRITE-POSITION.
           PERFORM 8300-STAGE-JOURNAL-BEFORE
           MOVE WS-APPLY-PRICE TO HOLD-LAST-PRICE
           MOVE WS-OVERRIDE-TIME TO HOLD-LAST-PRICE-TIME
           MOVE HOLD-QTY TO HJNL-AFTER-QTY
           MOVE HOLD-LAST-PRICE TO HJNL-AFTER-PRICE
           REWRITE HOLDINGS-RECORD
           IF WS-HOLD-SUCCESS
               ADD 1 TO WS-POSITIONS-PRICED
               ADD 1 TO WS-PORT-PRICED-COUNT
               ADD 1 TO WS-OVT-PRICED-COUNT (WS-OVT-IDX)
               MOVE WS-APPLY-PRICE TO WS-LAST-APPLIED-PRICE
               PERFORM 4300-ARCHIVE-OVERRIDE-PRICE
               PERFORM 8320-WRITE-HOLD-JOURNAL
           ELSE
               DISPLAY 'PORTOVRD: holdings REWRITE failed for '
                       HOLD-PORTFOLIO-ID ' ' HOLD-SECURITY-ID
                       ' STATUS=' WS-HOLD-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
           END-IF
           .

       4300-ARCHIVE-OVERRIDE-PRICE.
           MOVE HOLD-PORTFOLIO-ID TO PHIST-PORTFOLIO-ID
           MOVE WS-APPLY-PRICE TO PHIST-PRICE
           MOVE WS-OVERRIDE-TIME TO PHIST-TIMESTAMP
           SET PHIST-OVERRIDE TO TRUE
           MOVE WS-APPLY-CURRENCY TO PHIST-CURRENCY-CODE
           MOVE HOLD-SECURITY-ID TO PHIST-SECURITY-ID
           WRITE PRICE-HISTORY-RECORD
           IF NOT WS-PHIST-SUCCESS
               DISPLAY 'Warning: price-history write failed, status='
                       WS-PHIST-STATUS ' for ' HOLD-PORTFOLIO-ID
                       ' ' HOLD-SECURITY-ID
           END-IF
           .

      *-- Re-roll the master from its positions - the same roll-up
      *           PORTPRCF's 1655 applies after a position tick
       4500-REROLL-MASTER.
           MOVE PORT-ID TO WS-ROLLUP-PORT-ID
           PERFORM 4600-ROLLUP-POSITIONS
           MOVE WS-ROLLUP-QTY TO PORT-HOLDINGS-QTY
           MOVE WS-ROLLUP-VALUE TO PORT-TOTAL-VALUE
           MOVE WS-LAST-APPLIED-PRICE TO PORT-REALTIME-PRICE
           MOVE WS-OVERRIDE-TIME TO PORT-REALTIME-TIME
           REWRITE PORT-RECORD
           IF WS-SUCCESS-STATUS
               ADD 1 TO WS-MASTERS-ROLLED
               MOVE PORT-RECORD TO WS-AUDIT-AFTER
               MOVE PORT-KEY TO WS-AUDIT-KEY
               MOVE WS-PORT-PRICED-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING 'Desk price override applied to '
                          DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      ' position(s)' DELIMITED BY SIZE
                      INTO WS-AUDIT-MESSAGE
               END-STRING
               PERFORM 8000-WRITE-AUDIT-RECORD
           ELSE
               DISPLAY 'PORTOVRD: master REWRITE failed for '
                       PORT-ID ' STATUS=' WS-FILE-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
           END-IF
           .

       4600-ROLLUP-POSITIONS.
           MOVE ZERO TO WS-POSITION-COUNT
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
                           ADD 1 TO WS-POSITION-COUNT
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

       4800-WRITE-POSITION-LINE.
           MOVE WS-PRIOR-PRICE TO WS-PRIOR-EDIT
           MOVE WS-APPLY-PRICE TO WS-PRICE-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING '  '               DELIMITED BY SIZE
                  HOLD-PORTFOLIO-ID  DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  HOLD-SECURITY-ID   DELIMITED BY SIZE
                  ' FROM '           DELIMITED BY SIZE
                  WS-PRIOR-EDIT      DELIMITED BY SIZE
                  ' TO '             DELIMITED BY SIZE
                  WS-PRICE-EDIT      DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  WS-POSITION-NOTE   DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-RETURN-CODE = WS-SUCCESS
               MOVE WS-WARNING TO WS-RETURN-CODE
           END-IF
           .

      *-- Stamp each applied override with tonight's price time, so
      *           PORTSTAL can tell its positions from feed-priced
      *           ones once it lapses, and list what each priced
       5000-REPORT-APPLIED-OVERRIDES.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           SET WS-OVT-IDX TO 1
           PERFORM 5100-STAMP-ONE-OVERRIDE
              UNTIL WS-OVT-IDX > WS-OVERRIDE-COUNT
           .

       5100-STAMP-ONE-OVERRIDE.
           MOVE WS-OVT-SEC-ID (WS-OVT-IDX) TO POVR-SECURITY-ID
           READ OVERRIDE-FILE
               INVALID KEY
                   DISPLAY 'PORTOVRD: override re-read failed for '
                           POVR-SECURITY-ID
                   MOVE WS-ERROR TO WS-RETURN-CODE
               NOT INVALID KEY
                   IF WS-OVT-PRICED-COUNT (WS-OVT-IDX) > ZERO
                       MOVE WS-OVERRIDE-TIME
                           TO POVR-LAST-APPLIED-TIME
                       REWRITE PRICE-OVERRIDE-RECORD
                       IF NOT WS-OVRD-SUCCESS
                           DISPLAY 'PORTOVRD: override REWRITE '
                                   'failed for ' POVR-SECURITY-ID
                                   ' STATUS=' WS-OVRD-STATUS
                           MOVE WS-ERROR TO WS-RETURN-CODE
                       END-IF
                       MOVE 'APPLIED' TO WS-STATUS-TEXT
                   ELSE
                       MOVE 'APPLIED - NO ACTIVE POSITION HELD'
                           TO WS-STATUS-TEXT
                   END-IF
                   PERFORM 5200-WRITE-APPLIED-LINE
           END-READ
           SET WS-OVT-IDX UP BY 1
           .

       5200-WRITE-APPLIED-LINE.
           MOVE POVR-PRICE TO WS-PRICE-EDIT
           MOVE WS-OVT-PRICED-COUNT (WS-OVT-IDX) TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING POVR-SECURITY-ID   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  POVR-OVERRIDE-TYPE DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-PRICE-EDIT      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  POVR-CURRENCY-CODE DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  POVR-EXPIRY-DATE   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  POVR-APPROVED-BY   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-COUNT-EDIT      DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  WS-STATUS-TEXT     DELIMITED BY SIZE
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
           STRING 'IN FORCE='          DELIMITED BY SIZE
                  WS-OVERRIDE-COUNT    DELIMITED BY SIZE
                  '  AWAITING APPROVAL=' DELIMITED BY SIZE
                  WS-PENDING-COUNT     DELIMITED BY SIZE
                  '  EXPIRED TONIGHT=' DELIMITED BY SIZE
                  WS-EXPIRED-COUNT     DELIMITED BY SIZE
                  '  EXPIRED EARLIER=' DELIMITED BY SIZE
                  WS-LAPSED-COUNT      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'POSITIONS PRICED='  DELIMITED BY SIZE
                  WS-POSITIONS-PRICED  DELIMITED BY SIZE
                  '  MASTERS RE-ROLLED=' DELIMITED BY SIZE
                  WS-MASTERS-ROLLED    DELIMITED BY SIZE
                  '  FEED PRICES REPLACED=' DELIMITED BY SIZE
                  WS-FEED-REPLACED     DELIMITED BY SIZE
                  '  NOT APPLIED='     DELIMITED BY SIZE
                  WS-NOT-APPLIED       DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       3000-TERMINATE.
           IF OVRD-FILE-LOADED
               CLOSE OVERRIDE-FILE
           END-IF
           CLOSE PORTFOLIO-FILE
                 HOLDINGS-FILE
                 PRICE-HISTORY-FILE
                 AUDIT-FILE
                 REPORT-FILE
                 HOLD-JOURNAL-FILE

           DISPLAY 'Overrides in force:  ' WS-OVERRIDE-COUNT
           DISPLAY 'Overrides expired:   ' WS-EXPIRED-COUNT
           DISPLAY 'Positions priced:    ' WS-POSITIONS-PRICED
           DISPLAY 'Masters re-rolled:   ' WS-MASTERS-ROLLED

           IF WS-RETURN-CODE NOT = WS-ERROR
               PERFORM 9000-STAMP-CYCLE-COMPLETE
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .

      *-- Build and write one audit trail record - a re-rolled
      *           master under its portfolio key, an expired override
      *           with its security id in the account position
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
           SET AUD-PRICEFEED-EVENT TO TRUE
           SET AUD-UPDATE TO TRUE
           SET AUD-SUCCESS TO TRUE
           MOVE WS-AUDIT-KEY TO AUD-KEY-INFO
           MOVE WS-OVERRIDE-TIME TO AUD-PRICEFEED-TIME
           MOVE WS-AUDIT-BEFORE TO AUD-BEFORE-IMAGE
           MOVE WS-AUDIT-AFTER TO AUD-AFTER-IMAGE
           MOVE WS-AUDIT-MESSAGE TO AUD-MESSAGE

           WRITE AUDIT-RECORD

           IF NOT WS-AUDIT-SUCCESS
               DISPLAY 'Warning: audit write failed, status='
                       WS-AUDIT-STATUS ' for key=' WS-AUDIT-KEY
           END-IF
           .

      *-- Stage a movement journal record from the position as it
      *           stands before the override: key, quantity and
      *           price as the before image
       8300-STAGE-JOURNAL-BEFORE.
           MOVE SPACES TO HOLD-JOURNAL-RECORD
           INITIALIZE HOLD-JOURNAL-RECORD
           MOVE HOLD-PORTFOLIO-ID TO HJNL-PORTFOLIO-ID
           MOVE HOLD-SECURITY-ID TO HJNL-SECURITY-ID
           MOVE HOLD-QTY TO HJNL-BEFORE-QTY
           MOVE HOLD-LAST-PRICE TO HJNL-BEFORE-PRICE
           SET HJNL-CHANGED TO TRUE
           SET HJNL-PRICE-OVERRIDE TO TRUE
           .

      *-- Append the staged journal record under the cycle's
      *           business date - the nightly re-stamp of an override
      *           already on the position moved nothing and is not
      *           journaled
       8320-WRITE-HOLD-JOURNAL.
           IF HJNL-AFTER-PRICE NOT = HJNL-BEFORE-PRICE
               MOVE WS-BUSINESS-DATE TO HJNL-BUSINESS-DATE
               ACCEPT HJNL-POST-DATE FROM DATE YYYYMMDD
               ACCEPT HJNL-POST-TIME FROM TIME
               MOVE WS-PROGRAM-NAME TO HJNL-PROGRAM
               WRITE HOLD-JOURNAL-RECORD
               IF NOT WS-HJNL-SUCCESS
                   DISPLAY 'PORTOVRD: journal WRITE failed, status='
                           WS-HJNL-STATUS ' for '
                           HJNL-PORTFOLIO-ID ' ' HJNL-SECURITY-ID
                   MOVE WS-ERROR TO WS-RETURN-CODE
               END-IF
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
