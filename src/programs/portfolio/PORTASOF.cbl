      *================================================================*
      * Program Name: PORTASOF
      * Description: As-Of-Date Holdings Reconstruction Report
      *             On request, for the portfolio and past business
      *             date on the ASOFPARM card: the portfolio's
      *             positions and valuation as they stood at the end
      *             of that date, rebuilt from today's HOLDFILE and
      *             the HOLDJRNL movement journal without restoring
      *             any backup. Every position on file today is
      *             taken as it stands; the journal is then read
      *             front to back, and for each security the first
      *             movement dated after the as-of date gives, in
      *             its before image, the quantity and last price
      *             the position had at the end of the as-of date -
      *             a position first added after the date was not
      *             held, one deleted after it was. Later movements
      *             of the same security are only counted. Each
      *             position prints its as-of quantity, price and
      *             value beside today's, marked opened or closed
      *             since, with both valuations totalled. An as-of
      *             date earlier than the journal's first business
      *             date cannot be fully rebuilt and is flagged
      *             (RC=4), as is a portfolio no longer on the
      *             master. A portfolio valued as one blended
      *             position, with no HOLDFILE detail, is rebuilt
      *             off the master's holdings quantity and real-time
      *             price and the journal's blank-security records.
      * Author: DLB
      * Date Written: 2025-02-10
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-02-10 DLB           Initial Creation
      * 2025-02-12 DLB           Blended portfolio-level position
      *                          rebuilt, printed as (BLENDED)
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTASOF.

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

           SELECT HOLDINGS-FILE
               ASSIGN TO HOLDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

      *-- Holdings movement journal, in the order it was appended
           SELECT HOLD-JOURNAL-FILE
               ASSIGN TO HOLDJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HJNL-STATUS.

      *-- Report parameter card - the portfolio and the as-of date
           SELECT PARM-FILE
               ASSIGN TO ASOFPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO ASOFRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PORTFOLIO-FILE.
           COPY PORTFLIO.

       FD  HOLDINGS-FILE.
           COPY HOLDREC.

       FD  HOLD-JOURNAL-FILE.
           COPY HJNLREC.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  ASP-PORTFOLIO-ID        PIC X(8).
           05  ASP-AS-OF-DATE          PIC 9(8).

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Constants and switches
      *----------------------------------------------------------------*
       01  WS-CONSTANTS.
           05  WS-PROGRAM-NAME     PIC X(08) VALUE 'PORTASOF'.
           05  WS-SUCCESS          PIC S9(4) VALUE +0.
           05  WS-WARNING          PIC S9(4) VALUE +4.
           05  WS-ERROR            PIC S9(4) VALUE +8.
      *-- Ceiling on securities one portfolio has held across the
      *           journal's span
           05  WS-MAX-POSITIONS    PIC 9(4) VALUE 2000.

      *-- One entry per security the portfolio holds today or moved
      *           after the as-of date - today's figures off HOLDFILE,
      *           the as-of figures rolled back off the journal
       01  WS-POSITION-TABLE.
           05  WS-POSITION-COUNT   PIC 9(4) VALUE ZERO.
           05  WS-POSITION-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY WS-POS-IDX.
               10  WS-POS-SECURITY-ID PIC X(9).
               10  WS-POS-HELD-NOW PIC X(1).
                   88  WS-POS-IS-HELD-NOW  VALUE 'Y'.
               10  WS-POS-CUR-QTY  PIC S9(9)V999 COMP-3.
               10  WS-POS-CUR-PRICE PIC S9(13)V99 COMP-3.
               10  WS-POS-HELD-ASOF PIC X(1).
                   88  WS-POS-IS-HELD-ASOF VALUE 'Y'.
               10  WS-POS-ASOF-QTY PIC S9(9)V999 COMP-3.
               10  WS-POS-ASOF-PRICE PIC S9(13)V99 COMP-3.
      *-- 'Y' once the first later movement has rolled it back
               10  WS-POS-ROLLED   PIC X(1).
                   88  WS-POS-IS-ROLLED    VALUE 'Y'.
               10  WS-POS-MOVES-SINCE PIC 9(5).

       01  WS-SWITCHES.
           05  WS-FILE-STATUS      PIC X(02).
               88  WS-SUCCESS-STATUS    VALUE '00'.

           05  WS-HOLD-STATUS      PIC X(02).
               88  WS-HOLD-SUCCESS      VALUE '00'.

           05  WS-HJNL-STATUS      PIC X(02).
               88  WS-HJNL-SUCCESS      VALUE '00'.

           05  WS-PARM-STATUS      PIC X(02).
               88  WS-PARM-SUCCESS      VALUE '00'.

           05  WS-REPORT-STATUS    PIC X(02).
               88  WS-REPORT-SUCCESS    VALUE '00'.

           05  WS-END-OF-FILE-SW   PIC X VALUE 'N'.
               88  END-OF-FILE         VALUE 'Y'.
               88  NOT-END-OF-FILE     VALUE 'N'.

           05  WS-HOLD-BROWSE-EOF-SW PIC X VALUE 'N'.
               88  HOLD-BROWSE-AT-EOF  VALUE 'Y'.

           05  WS-MASTER-FOUND-SW  PIC X VALUE 'N'.
               88  MASTER-FOUND        VALUE 'Y'.
               88  MASTER-NOT-FOUND    VALUE 'N'.

           05  WS-POS-FOUND-SW     PIC X VALUE 'N'.
               88  POSITION-FOUND      VALUE 'Y'.
               88  POSITION-NOT-FOUND  VALUE 'N'.

           05  WS-TABLE-FULL-SW    PIC X VALUE 'N'.
               88  POSITION-TABLE-FULL VALUE 'Y'.

      *----------------------------------------------------------------*
      * Work areas
      *----------------------------------------------------------------*
       01  WS-WORK-AREAS.
           05  WS-RETURN-CODE      PIC S9(4) VALUE +0.
           05  WS-PORTFOLIO-ID     PIC X(8).
           05  WS-AS-OF-DATE       PIC 9(8).
      *-- Business date of the journal's first record - the earliest
      *           date it can rebuild from
           05  WS-JOURNAL-START    PIC 9(8) VALUE ZERO.
           05  WS-JOURNAL-READ     PIC 9(9) VALUE ZERO.
           05  WS-JOURNAL-ROLLED   PIC 9(7) VALUE ZERO.
           05  WS-LOOKUP-SECURITY  PIC X(9).
           05  WS-STATUS-TEXT      PIC X(13).
           05  WS-PRINT-SECURITY   PIC X(9).
           05  WS-ASOF-VALUE       PIC S9(13)V99 COMP-3.
           05  WS-CUR-VALUE        PIC S9(13)V99 COMP-3.
           05  WS-TOT-ASOF-VALUE   PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-CUR-VALUE    PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-ASOF-HELD-COUNT  PIC 9(5) VALUE ZERO.
           05  WS-CUR-HELD-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-OPENED-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-CLOSED-COUNT     PIC 9(5) VALUE ZERO.
      *-- Print-staging edit fields
           05  WS-QTY-EDIT-1       PIC -(9)9.999.
           05  WS-QTY-EDIT-2       PIC -(9)9.999.
           05  WS-PRICE-EDIT-1     PIC -(11)9.99.
           05  WS-PRICE-EDIT-2     PIC -(11)9.99.
           05  WS-VALUE-EDIT       PIC -(13)9.99.
           05  WS-VALUE-EDIT-2     PIC -(13)9.99.
           05  WS-MOVES-EDIT       PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ROLL-BACK-ONE-MOVEMENT
              UNTIL END-OF-FILE
           PERFORM 2400-CHECK-JOURNAL-SPAN
           PERFORM 2500-WRITE-ONE-POSITION
              VARYING WS-POS-IDX FROM 1 BY 1
                UNTIL WS-POS-IDX > WS-POSITION-COUNT
           PERFORM 2950-WRITE-REPORT-TOTALS
           PERFORM 3000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           INITIALIZE WS-WORK-AREAS

           OPEN INPUT PORTFOLIO-FILE
           OPEN INPUT HOLDINGS-FILE
           OPEN INPUT HOLD-JOURNAL-FILE
           OPEN INPUT PARM-FILE
           OPEN OUTPUT REPORT-FILE

           IF NOT WS-SUCCESS-STATUS
              OR NOT WS-HOLD-SUCCESS
              OR NOT WS-HJNL-SUCCESS
              OR NOT WS-PARM-SUCCESS
              OR NOT WS-REPORT-SUCCESS
               DISPLAY 'PORTASOF: FILE OPEN ERROR - PORT='
                       WS-FILE-STATUS ' HOLD=' WS-HOLD-STATUS
                       ' HJNL=' WS-HJNL-STATUS
                       ' PARM=' WS-PARM-STATUS
                       ' REPORT=' WS-REPORT-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1100-READ-PARM-CARD
           PERFORM 1200-READ-MASTER
           PERFORM 1250-WRITE-REPORT-HEADINGS
           PERFORM 1300-LOAD-CURRENT-POSITIONS

           SET NOT-END-OF-FILE TO TRUE
           PERFORM 2900-READ-JOURNAL
           IF NOT END-OF-FILE
               MOVE HJNL-BUSINESS-DATE TO WS-JOURNAL-START
           END-IF
           .

       1100-READ-PARM-CARD.
           READ PARM-FILE
               AT END
                   DISPLAY 'PORTASOF: ASOFPARM is empty - portfolio '
                           'and as-of date card required'
                   MOVE WS-ERROR TO WS-RETURN-CODE
                   MOVE WS-RETURN-CODE TO RETURN-CODE
                   GOBACK
           END-READ

           IF ASP-PORTFOLIO-ID = SPACES
              OR ASP-AS-OF-DATE NOT NUMERIC
              OR ASP-AS-OF-DATE = ZERO
               DISPLAY 'PORTASOF: invalid ASOFPARM card - '
                       PARM-RECORD
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           MOVE ASP-PORTFOLIO-ID TO WS-PORTFOLIO-ID
           MOVE ASP-AS-OF-DATE TO WS-AS-OF-DATE
           CLOSE PARM-FILE
           .

      *-- The master for the client name and valuation currency -
      *           a portfolio since closed out of the master is still
      *           rebuilt, and flagged
       1200-READ-MASTER.
           SET MASTER-NOT-FOUND TO TRUE
           MOVE WS-PORTFOLIO-ID TO PORT-ID
           MOVE LOW-VALUES TO PORT-ACCOUNT-NO
           START PORTFOLIO-FILE
               KEY IS NOT LESS THAN PORT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ PORTFOLIO-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PORT-ID = WS-PORTFOLIO-ID
                               SET MASTER-FOUND TO TRUE
                           END-IF
                   END-READ
           END-START

           IF MASTER-NOT-FOUND
               MOVE SPACES TO PORT-RECORD
               MOVE WS-PORTFOLIO-ID TO PORT-ID
               MOVE '** NOT ON MASTER **' TO PORT-CLIENT-NAME
               IF WS-RETURN-CODE = WS-SUCCESS
                   MOVE WS-WARNING TO WS-RETURN-CODE
               END-IF
           END-IF
           .

       1250-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO REPORT-RECORD
           STRING 'PORTASOF - HOLDINGS AS OF '
                      DELIMITED BY SIZE
                  WS-AS-OF-DATE DELIMITED BY SIZE
                  '  PORTFOLIO '  DELIMITED BY SIZE
                  WS-PORTFOLIO-ID DELIMITED BY SIZE
                  '  ACCOUNT '    DELIMITED BY SIZE
                  PORT-ACCOUNT-NO DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'CLIENT '         DELIMITED BY SIZE
                  PORT-CLIENT-NAME  DELIMITED BY SIZE
                  '  VALUED IN '    DELIMITED BY SIZE
                  PORT-CURRENCY-CODE DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'SECURITY       AS-OF QTY     AS-OF PRICE'
                      DELIMITED BY SIZE
                  '       AS-OF VALUE    CURRENT QTY   CURRENT PRICE'
                      DELIMITED BY SIZE
                  ' MOVES  STATUS'
                      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      *-- Today's positions, each taken as also held at the as-of
      *           date until a later movement says otherwise
       1300-LOAD-CURRENT-POSITIONS.
           MOVE 'N' TO WS-HOLD-BROWSE-EOF-SW
           MOVE WS-PORTFOLIO-ID TO HOLD-PORTFOLIO-ID
           MOVE LOW-VALUES TO HOLD-SECURITY-ID
           START HOLDINGS-FILE KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY
                   SET HOLD-BROWSE-AT-EOF TO TRUE
           END-START

           PERFORM 1350-LOAD-ONE-POSITION
              UNTIL HOLD-BROWSE-AT-EOF

      *-- No HOLDFILE detail - the master's blended quantity and
      *           real-time price are the portfolio's one position
           IF MASTER-FOUND
              AND WS-POSITION-COUNT = ZERO
              AND PORT-HOLDINGS-QTY NOT = ZERO
               MOVE SPACES TO WS-LOOKUP-SECURITY
               PERFORM 2200-ADD-POSITION
               MOVE 'Y' TO WS-POS-HELD-NOW (WS-POS-IDX)
                           WS-POS-HELD-ASOF (WS-POS-IDX)
               MOVE PORT-HOLDINGS-QTY
                   TO WS-POS-CUR-QTY (WS-POS-IDX)
                      WS-POS-ASOF-QTY (WS-POS-IDX)
               MOVE PORT-REALTIME-PRICE
                   TO WS-POS-CUR-PRICE (WS-POS-IDX)
                      WS-POS-ASOF-PRICE (WS-POS-IDX)
           END-IF
           .

       1350-LOAD-ONE-POSITION.
           READ HOLDINGS-FILE NEXT RECORD
               AT END
                   SET HOLD-BROWSE-AT-EOF TO TRUE
               NOT AT END
                   IF HOLD-PORTFOLIO-ID = WS-PORTFOLIO-ID
                       MOVE HOLD-SECURITY-ID TO WS-LOOKUP-SECURITY
                       PERFORM 2200-ADD-POSITION
                       IF POSITION-FOUND
                           MOVE 'Y' TO WS-POS-HELD-NOW (WS-POS-IDX)
                                       WS-POS-HELD-ASOF (WS-POS-IDX)
                           MOVE HOLD-QTY
                               TO WS-POS-CUR-QTY (WS-POS-IDX)
                                  WS-POS-ASOF-QTY (WS-POS-IDX)
                           MOVE HOLD-LAST-PRICE
                               TO WS-POS-CUR-PRICE (WS-POS-IDX)
                                  WS-POS-ASOF-PRICE (WS-POS-IDX)
                       END-IF
                   ELSE
                       SET HOLD-BROWSE-AT-EOF TO TRUE
                   END-IF
           END-READ
           .

      *-- One journal record per iteration - a movement of this
      *           portfolio after the as-of date rolls the security
      *           back to its before image, the first time only
       2000-ROLL-BACK-ONE-MOVEMENT.
           IF HJNL-PORTFOLIO-ID = WS-PORTFOLIO-ID
              AND HJNL-BUSINESS-DATE > WS-AS-OF-DATE
               MOVE HJNL-SECURITY-ID TO WS-LOOKUP-SECURITY
               PERFORM 2100-FIND-POSITION
               IF POSITION-NOT-FOUND
      *-- Moved since, and no longer held today
                   PERFORM 2200-ADD-POSITION
               END-IF
               IF POSITION-FOUND
                   ADD 1 TO WS-POS-MOVES-SINCE (WS-POS-IDX)
                   IF NOT WS-POS-IS-ROLLED (WS-POS-IDX)
                       PERFORM 2300-APPLY-BEFORE-IMAGE
                   END-IF
               END-IF
           END-IF
           PERFORM 2900-READ-JOURNAL
           .

       2100-FIND-POSITION.
           SET POSITION-NOT-FOUND TO TRUE
           SET WS-POS-IDX TO 1
           PERFORM UNTIL WS-POS-IDX > WS-POSITION-COUNT
              OR POSITION-FOUND
               IF WS-POS-SECURITY-ID (WS-POS-IDX) = WS-LOOKUP-SECURITY
                   SET POSITION-FOUND TO TRUE
               ELSE
                   SET WS-POS-IDX UP BY 1
               END-IF
           END-PERFORM
           .

      *-- New table entry for WS-LOOKUP-SECURITY, not held either
      *           day until the caller says so
       2200-ADD-POSITION.
           SET POSITION-NOT-FOUND TO TRUE
           IF WS-POSITION-COUNT < WS-MAX-POSITIONS
               ADD 1 TO WS-POSITION-COUNT
               SET WS-POS-IDX TO WS-POSITION-COUNT
               SET POSITION-FOUND TO TRUE
               MOVE WS-LOOKUP-SECURITY
                   TO WS-POS-SECURITY-ID (WS-POS-IDX)
               MOVE 'N' TO WS-POS-HELD-NOW (WS-POS-IDX)
                           WS-POS-HELD-ASOF (WS-POS-IDX)
                           WS-POS-ROLLED (WS-POS-IDX)
               MOVE ZERO TO WS-POS-CUR-QTY (WS-POS-IDX)
                            WS-POS-CUR-PRICE (WS-POS-IDX)
                            WS-POS-ASOF-QTY (WS-POS-IDX)
                            WS-POS-ASOF-PRICE (WS-POS-IDX)
                            WS-POS-MOVES-SINCE (WS-POS-IDX)
           ELSE
               IF NOT POSITION-TABLE-FULL
                   SET POSITION-TABLE-FULL TO TRUE
                   DISPLAY 'PORTASOF: position table full at '
                           WS-MAX-POSITIONS ' - securities beyond it '
                           'not reported'
                   MOVE WS-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF
           .

      *-- The earliest movement after the as-of date: its before
      *           image is the position at the end of the as-of date,
      *           and a position it added did not exist then
       2300-APPLY-BEFORE-IMAGE.
           MOVE 'Y' TO WS-POS-ROLLED (WS-POS-IDX)
           ADD 1 TO WS-JOURNAL-ROLLED
           IF HJNL-ADDED
               MOVE 'N' TO WS-POS-HELD-ASOF (WS-POS-IDX)
               MOVE ZERO TO WS-POS-ASOF-QTY (WS-POS-IDX)
               MOVE ZERO TO WS-POS-ASOF-PRICE (WS-POS-IDX)
           ELSE
               MOVE HJNL-BEFORE-QTY TO WS-POS-ASOF-QTY (WS-POS-IDX)
               MOVE HJNL-BEFORE-PRICE
                   TO WS-POS-ASOF-PRICE (WS-POS-IDX)
      *-- Only a blended position can stand at zero quantity
               IF HJNL-BEFORE-QTY = ZERO
                   MOVE 'N' TO WS-POS-HELD-ASOF (WS-POS-IDX)
               ELSE
                   MOVE 'Y' TO WS-POS-HELD-ASOF (WS-POS-IDX)
               END-IF
           END-IF
           .

      *-- The journal cannot speak for dates before its first record
       2400-CHECK-JOURNAL-SPAN.
           IF WS-JOURNAL-START = ZERO
              OR WS-AS-OF-DATE < WS-JOURNAL-START
               MOVE SPACES TO REPORT-RECORD
               STRING '*** AS-OF DATE PRECEDES THE HOLDINGS JOURNAL'
                          DELIMITED BY SIZE
                      ' (FIRST BUSINESS DATE '
                          DELIMITED BY SIZE
                      WS-JOURNAL-START DELIMITED BY SIZE
                      ') - MOVEMENTS BEFORE IT ARE NOT BACKED OUT'
                          DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               IF WS-RETURN-CODE = WS-SUCCESS
                   MOVE WS-WARNING TO WS-RETURN-CODE
               END-IF
           END-IF
           .

      *-- One position per line, held at the as-of date or today
       2500-WRITE-ONE-POSITION.
           MOVE ZERO TO WS-ASOF-VALUE
           MOVE ZERO TO WS-CUR-VALUE
           IF WS-POS-IS-HELD-ASOF (WS-POS-IDX)
               COMPUTE WS-ASOF-VALUE ROUNDED =
                   WS-POS-ASOF-QTY (WS-POS-IDX)
                   * WS-POS-ASOF-PRICE (WS-POS-IDX)
               ADD WS-ASOF-VALUE TO WS-TOT-ASOF-VALUE
               ADD 1 TO WS-ASOF-HELD-COUNT
           END-IF
           IF WS-POS-IS-HELD-NOW (WS-POS-IDX)
               COMPUTE WS-CUR-VALUE ROUNDED =
                   WS-POS-CUR-QTY (WS-POS-IDX)
                   * WS-POS-CUR-PRICE (WS-POS-IDX)
               ADD WS-CUR-VALUE TO WS-TOT-CUR-VALUE
               ADD 1 TO WS-CUR-HELD-COUNT
           END-IF

           EVALUATE TRUE
               WHEN WS-POS-IS-HELD-ASOF (WS-POS-IDX)
                AND WS-POS-IS-HELD-NOW (WS-POS-IDX)
                   MOVE 'HELD' TO WS-STATUS-TEXT
               WHEN WS-POS-IS-HELD-ASOF (WS-POS-IDX)
                   MOVE 'CLOSED SINCE' TO WS-STATUS-TEXT
                   ADD 1 TO WS-CLOSED-COUNT
               WHEN WS-POS-IS-HELD-NOW (WS-POS-IDX)
                   MOVE 'OPENED SINCE' TO WS-STATUS-TEXT
                   ADD 1 TO WS-OPENED-COUNT
               WHEN OTHER
                   MOVE 'IN AND OUT' TO WS-STATUS-TEXT
           END-EVALUATE

           MOVE WS-POS-ASOF-QTY (WS-POS-IDX) TO WS-QTY-EDIT-1
           MOVE WS-POS-ASOF-PRICE (WS-POS-IDX) TO WS-PRICE-EDIT-1
           MOVE WS-ASOF-VALUE TO WS-VALUE-EDIT
           MOVE WS-POS-CUR-QTY (WS-POS-IDX) TO WS-QTY-EDIT-2
           MOVE WS-POS-CUR-PRICE (WS-POS-IDX) TO WS-PRICE-EDIT-2
           MOVE WS-POS-MOVES-SINCE (WS-POS-IDX) TO WS-MOVES-EDIT
           IF WS-POS-SECURITY-ID (WS-POS-IDX) = SPACES
               MOVE '(BLENDED)' TO WS-PRINT-SECURITY
           ELSE
               MOVE WS-POS-SECURITY-ID (WS-POS-IDX)
                   TO WS-PRINT-SECURITY
           END-IF

           MOVE SPACES TO REPORT-RECORD
           STRING WS-PRINT-SECURITY DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-QTY-EDIT-1     DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-PRICE-EDIT-1   DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-VALUE-EDIT     DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-QTY-EDIT-2     DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-PRICE-EDIT-2   DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-MOVES-EDIT     DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  WS-STATUS-TEXT    DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       2900-READ-JOURNAL.
           READ HOLD-JOURNAL-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-JOURNAL-READ
           END-READ
           .

       2950-WRITE-REPORT-TOTALS.
           MOVE WS-TOT-ASOF-VALUE TO WS-VALUE-EDIT
           MOVE WS-TOT-CUR-VALUE TO WS-VALUE-EDIT-2

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'VALUATION AS OF '  DELIMITED BY SIZE
                  WS-AS-OF-DATE       DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-VALUE-EDIT       DELIMITED BY SIZE
                  '   VALUATION TODAY ' DELIMITED BY SIZE
                  WS-VALUE-EDIT-2     DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'POSITIONS AS OF='    DELIMITED BY SIZE
                  WS-ASOF-HELD-COUNT    DELIMITED BY SIZE
                  '  TODAY='            DELIMITED BY SIZE
                  WS-CUR-HELD-COUNT     DELIMITED BY SIZE
                  '  OPENED SINCE='     DELIMITED BY SIZE
                  WS-OPENED-COUNT       DELIMITED BY SIZE
                  '  CLOSED SINCE='     DELIMITED BY SIZE
                  WS-CLOSED-COUNT       DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'JOURNAL RECORDS READ='  DELIMITED BY SIZE
                  WS-JOURNAL-READ          DELIMITED BY SIZE
                  '  POSITIONS ROLLED BACK=' DELIMITED BY SIZE
                  WS-JOURNAL-ROLLED        DELIMITED BY SIZE
                  '  JOURNAL FROM '        DELIMITED BY SIZE
                  WS-JOURNAL-START         DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       3000-TERMINATE.
           CLOSE PORTFOLIO-FILE
                 HOLDINGS-FILE
                 HOLD-JOURNAL-FILE
                 REPORT-FILE

           DISPLAY 'Portfolio:              ' WS-PORTFOLIO-ID
           DISPLAY 'As-of date:             ' WS-AS-OF-DATE
           DISPLAY 'Journal records read:   ' WS-JOURNAL-READ
           DISPLAY 'Positions rolled back:  ' WS-JOURNAL-ROLLED

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
