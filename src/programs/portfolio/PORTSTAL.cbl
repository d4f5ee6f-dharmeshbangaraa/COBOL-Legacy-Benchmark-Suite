      *             securities held, so a feed coverage gap and a
      *             stale price both surface the same night.
      *             RC=4 when anything was flagged.
      *             A security priced by an approved desk override
      *             (OVRDFILE) is not a coverage gap; once the
      *             override lapses its positions are flagged.
      * Author: DLB
      * Date Written: 2024-12-12
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2024-12-12 DLB           Initial Creation
      * 2025-01-13 DLB           Prices aged in business days off
      *                          PORTBDAY - a Friday close is no
      *                          longer stale on Monday
      * 2025-02-03 DLB           Desk price overrides - positions
      *                          still on an expired override are
      *                          flagged, override prices are not
      *                          feed coverage, and a held security
      *                          priced by an override in force is
      *                          listed apart from the feed gaps
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTSTAL.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *-- Change: Desk price overrides - read by security id
           SELECT OVERRIDE-FILE
               ASSIGN TO OVRDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POVR-SECURITY-ID
               FILE STATUS IS WS-OVRD-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO STALRPT
               ORGANIZATION IS SEQUENTIAL
       FD  SECURITY-FILE.
           COPY SECMREC.

       FD  OVERRIDE-FILE.
           COPY OVRDREC.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  STA-BUSINESS-DATE       PIC 9(8).
           05  WS-SECM-STATUS      PIC X(02).
               88  WS-SECM-SUCCESS      VALUE '00'.

      *-- Change: A never-loaded OVRDFILE means no overrides yet
           05  WS-OVRD-STATUS      PIC X(02).
               88  WS-OVRD-SUCCESS      VALUE '00'.
               88  WS-OVRD-NOT-LOADED   VALUE '35'.

           05  WS-PARM-STATUS      PIC X(02).
               88  WS-PARM-SUCCESS      VALUE '00'.

           05  WS-TABLE-FULL-SW    PIC X VALUE 'N'.
               88  SEC-TABLE-FULL      VALUE 'Y'.

           05  WS-OVRD-FILE-SW     PIC X VALUE 'N'.
               88  OVRD-FILE-LOADED    VALUE 'Y'.

      *-- Change: What the override lookup found for a security
           05  WS-OVRD-STATE-SW    PIC X VALUE 'N'.
               88  OVRD-NONE           VALUE 'N'.
               88  OVRD-IN-FORCE       VALUE 'F'.
               88  OVRD-LAPSED         VALUE 'L'.

      *----------------------------------------------------------------*
      * Work areas
      *----------------------------------------------------------------*
           05  WS-RETURN-CODE      PIC S9(4) VALUE +0.
           05  WS-BUSINESS-DATE    PIC 9(8).
           05  WS-STALE-DAYS       PIC 9(3).
      *-- Change: Age in business days - weekends and HOLCAL
      *           holidays are not counted
           05  WS-AGE-DAYS         PIC S9(5) COMP.
           05  WS-PRICE-DATE       PIC 9(8).
           05  WS-TICK-DATE        PIC 9(8).
           05  WS-BLENDED-STALE    PIC 9(7) VALUE ZERO.
           05  WS-UNCOVERED-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-UNHELD-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-OVRD-EXPIRED-COUNT PIC 9(7) VALUE ZERO.
           05  WS-OVRD-PRICED-COUNT PIC 9(7) VALUE ZERO.
           05  WS-OVRD-LOOKUP-ID   PIC X(9).
           05  WS-CARRIED-VALUE    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-SEC-DESC-TEXT    PIC X(20).
           05  WS-FLAG-TEXT        PIC X(12).
           05  WS-VALUE-EDIT       PIC -(13)9.99.
           05  WS-AGE-EDIT         PIC ZZZZ9.

      *-- Change: PORTBDAY business-day parameter area
           COPY BDAYAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           OPEN INPUT HOLDINGS-FILE
           OPEN INPUT PRICE-HISTORY-FILE
           OPEN INPUT SECURITY-FILE
           OPEN INPUT OVERRIDE-FILE
           OPEN INPUT PARM-FILE
           OPEN OUTPUT REPORT-FILE

              OR NOT WS-HOLD-SUCCESS
              OR NOT WS-PHIST-SUCCESS
              OR NOT WS-SECM-SUCCESS
              OR NOT (WS-OVRD-SUCCESS OR WS-OVRD-NOT-LOADED)
              OR NOT WS-PARM-SUCCESS
              OR NOT WS-REPORT-SUCCESS
               DISPLAY 'PORTSTAL: FILE OPEN ERROR - PORT='
                       WS-FILE-STATUS ' HOLD=' WS-HOLD-STATUS
                       ' PHIST=' WS-PHIST-STATUS
                       ' SECM=' WS-SECM-STATUS
                       ' OVRD=' WS-OVRD-STATUS
                       ' PARM=' WS-PARM-STATUS
                       ' REPORT=' WS-REPORT-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
               GOBACK
           END-IF

           IF WS-OVRD-SUCCESS
               SET OVRD-FILE-LOADED TO TRUE
           END-IF

           PERFORM 1100-READ-PARM-CARD
           PERFORM 1200-WRITE-REPORT-HEADINGS
           PERFORM 2900-READ-NEXT-PORTFOLIO

           MOVE STA-BUSINESS-DATE TO WS-BUSINESS-DATE
           MOVE STA-STALE-DAYS TO WS-STALE-DAYS
      *-- Change: The card date must be one PORTBDAY can count from -
      *           an unreadable holiday calendar stops the run here
      *           rather than misaging every position
           SET BDAY-CHECK-REQ TO TRUE
           MOVE WS-BUSINESS-DATE TO BDAY-FROM-DATE
           CALL 'PORTBDAY' USING BDAY-COMMAREA
           IF BDAY-FAILED
               DISPLAY 'PORTSTAL: ' BDAY-MESSAGE
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE PARM-FILE
           .

                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  '  THRESHOLD ' DELIMITED BY SIZE
                  WS-STALE-DAYS DELIMITED BY SIZE
                  ' BUSINESS DAYS' DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
      *           has never taken a tick at all is its own flag -
      *           it values at zero, which is not a price, it is
      *           an absence of one
      *-- Change: A position still carrying the last price its
      *           desk override stamped, after that override lapsed,
      *           is flagged whatever its age - nobody is pricing it
       2300-AGE-ONE-POSITION.
           MOVE HOLD-SECURITY-ID TO WS-OVRD-LOOKUP-ID
           PERFORM 2330-LOOKUP-OVERRIDE
           EVALUATE TRUE
               WHEN HOLD-LAST-PRICE-TIME = ZERO
                   ADD 1 TO WS-NEVER-COUNT
                   MOVE 99999 TO WS-AGE-DAYS
                   MOVE 'NEVER TICKED' TO WS-FLAG-TEXT
                   PERFORM 2350-WRITE-STALE-LINE
               WHEN OVRD-LAPSED
                AND HOLD-LAST-PRICE-TIME = POVR-LAST-APPLIED-TIME
                   ADD 1 TO WS-OVRD-EXPIRED-COUNT
                   MOVE HOLD-LAST-PRICE-TIME(1:8) TO WS-PRICE-DATE
                   PERFORM 2320-AGE-PRICE-DATE
                   MOVE 'OVRD EXPIRED' TO WS-FLAG-TEXT
                   PERFORM 2350-WRITE-STALE-LINE
               WHEN OTHER
                   MOVE HOLD-LAST-PRICE-TIME(1:8) TO WS-PRICE-DATE
                   PERFORM 2320-AGE-PRICE-DATE
                   IF WS-AGE-DAYS > WS-STALE-DAYS
                       ADD 1 TO WS-STALE-COUNT
                       MOVE 'STALE PRICE ' TO WS-FLAG-TEXT
                       PERFORM 2350-WRITE-STALE-LINE
                   END-IF
           END-EVALUATE
           .

      *-- Change: New paragraph - the desk override on file for
      *           WS-OVRD-LOOKUP-ID: in force when approved and not
      *           past its expiry on the business date, lapsed when
      *           expired or past it, none when pending or absent
       2330-LOOKUP-OVERRIDE.
           SET OVRD-NONE TO TRUE
           IF OVRD-FILE-LOADED
               MOVE WS-OVRD-LOOKUP-ID TO POVR-SECURITY-ID
               READ OVERRIDE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN POVR-EXPIRED
                               SET OVRD-LAPSED TO TRUE
                           WHEN POVR-APPROVED
                            AND POVR-EXPIRY-DATE < WS-BUSINESS-DATE
                               SET OVRD-LAPSED TO TRUE
                           WHEN POVR-APPROVED
                               SET OVRD-IN-FORCE TO TRUE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF
           .

      *-- Change: New paragraph - business days from the price date
      *           to the business date. A price stamp that is not a
      *           date at all ages as never-trustworthy, so it is
      *           flagged rather than silently passed
       2320-AGE-PRICE-DATE.
           SET BDAY-BETWEEN-REQ TO TRUE
           MOVE WS-PRICE-DATE TO BDAY-FROM-DATE
           MOVE WS-BUSINESS-DATE TO BDAY-TO-DATE
           CALL 'PORTBDAY' USING BDAY-COMMAREA
           IF BDAY-OK
               MOVE BDAY-DAY-COUNT TO WS-AGE-DAYS
           ELSE
               MOVE 99999 TO WS-AGE-DAYS
           END-IF
           .

               CONTINUE
           ELSE
               MOVE PORT-REALTIME-TIME(1:8) TO WS-PRICE-DATE
               PERFORM 2320-AGE-PRICE-DATE
               IF WS-AGE-DAYS > WS-STALE-DAYS
                   ADD 1 TO WS-BLENDED-STALE
                   MOVE WS-AGE-DAYS TO WS-AGE-EDIT
      *           security the archive shows ticked on the
      *           business date, whatever the tick's outcome - a
      *           rejected tick still proves the vendor covers it
      *-- Change: ...except a desk override price, which proves
      *           only that the desk priced it
       4000-LOAD-DAYS-TICKS.
           READ PRICE-HISTORY-FILE
               AT END
                   SET PHIST-AT-EOF TO TRUE
               NOT AT END
                   IF PHIST-SECURITY-ID NOT = SPACES
                      AND NOT PHIST-OVERRIDE
                       MOVE PHIST-TIMESTAMP(1:8) TO WS-TICK-DATE
                       IF WS-TICK-DATE = WS-BUSINESS-DATE
                           PERFORM 4100-REMEMBER-TICKED-SECURITY
      *           but not ticked is the silent vendor drop this
      *           report exists for; ticked but not held is feed
      *           noise worth knowing about
      *-- Change: Held, not ticked but priced by a desk override in
      *           force is listed apart - the sanctioned way to
      *           carry a security the vendor does not price
       5000-REPORT-COVERAGE-GAPS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           END-PERFORM

           IF ENTRY-NOT-FOUND
               MOVE WS-HLD-SEC-ID (WS-HLD-IDX) TO WS-OVRD-LOOKUP-ID
               PERFORM 2330-LOOKUP-OVERRIDE
           END-IF

           IF ENTRY-NOT-FOUND AND OVRD-IN-FORCE
               PERFORM 5150-REPORT-OVERRIDE-PRICED
           END-IF

           IF ENTRY-NOT-FOUND AND NOT OVRD-IN-FORCE
               ADD 1 TO WS-UNCOVERED-COUNT
               MOVE WS-HLD-SEC-ID (WS-HLD-IDX) TO SEC-ID
               READ SECURITY-FILE
           SET WS-HLD-IDX UP BY 1
           .

      *-- Change: New paragraph - a held security the feed did not
      *           tick but an approved override prices; listed for
      *           the desk's attention, not an exception
       5150-REPORT-OVERRIDE-PRICED.
           ADD 1 TO WS-OVRD-PRICED-COUNT
           MOVE POVR-PRICE TO WS-PRICE-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING 'PRICED BY OVERRIDE ' DELIMITED BY SIZE
                  WS-HLD-SEC-ID (WS-HLD-IDX) DELIMITED BY SIZE
                  ' AT ' DELIMITED BY SIZE
                  WS-PRICE-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  POVR-CURRENCY-CODE DELIMITED BY SIZE
                  ' UNTIL ' DELIMITED BY SIZE
                  POVR-EXPIRY-DATE DELIMITED BY SIZE
                  ' APPROVED BY ' DELIMITED BY SIZE
                  POVR-APPROVED-BY DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       5300-REPORT-ONE-UNHELD.
           IF WS-TCK-UNHELD (WS-TCK-IDX)
               ADD 1 TO WS-UNHELD-COUNT
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

      *-- Change: Desk override totals on their own line
           MOVE SPACES TO REPORT-RECORD
           STRING 'OVERRIDE EXPIRED=' DELIMITED BY SIZE
                  WS-OVRD-EXPIRED-COUNT DELIMITED BY SIZE
                  '  PRICED BY OVERRIDE=' DELIMITED BY SIZE
                  WS-OVRD-PRICED-COUNT DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       3000-TERMINATE.
                 PRICE-HISTORY-FILE
                 SECURITY-FILE
                 REPORT-FILE
           IF OVRD-FILE-LOADED
               CLOSE OVERRIDE-FILE
           END-IF

           DISPLAY 'Stale positions:    ' WS-STALE-COUNT
           DISPLAY 'Never ticked:       ' WS-NEVER-COUNT
