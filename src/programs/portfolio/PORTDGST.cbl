      *             rejects and SUMRPT reject count, the suspense
      *             carry-forward with its stale aging, the
      *             PORTRECN break report, PORTVRFY's integrity
      *             findings, PORTPEND's approvals queue, and
      *             the surveillance cases PORTAMLS raised that are
      *             still open past their age limit, and the price
      *             challenges PORTPVAL raised that valuation has
      *             not yet resolved, and any residual the PORTRFWD
      *             roll-forward proof could not explain -
      *             normalized to severity-coded exception lines
      *             and printed critical-first on a single morning
      *             digest, with counts by class compared against
      *             critical class appeared, 4 when anything at
      *             all did, 0 on a clean night - the one number
      *             the scheduler alerts on. Report-format sources
      *             (RECNRPT/VRFYRPT/PENDRPT/SUMRPT/RFWDRPT) are
      *             classified off their fixed leading tokens; a
      *             format change in one of those reports is a
      *             change here the same day.
      * Author: DLB
      * Date Written: 2024-12-11
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2024-12-11 DLB           Initial Creation
      * 2025-01-13 DLB           Suspense aged in business days off
      *                          PORTBDAY, stale limit 21 business
      *                          days to stay in step with PORTSUSP
      * 2025-01-24 DLB           Open AMLALERT surveillance cases
      *                          older than 5 business days carried
      *                          as the critical AML ALERT AGED class
      * 2025-02-05 DLB           Open PCHLFILE price challenges carried
      *                          as PRICE CHAL OPN, critical as PRICE
      *                          CHAL AGD past 2 business days
      * 2025-02-12 DLB           PORTRFWD roll-forward residuals, and a
      *                          night it could not prove, carried as
      *                          the ROLLFWD RESID class
      * 2025-02-14 DLB           Price challenge item names the
      *                          currency its impact is in
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTDGST.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUMM-STATUS.

      *-- Change: Surveillance case file off PORTAMLS/AMLMAINT
           SELECT ALERT-FILE
               ASSIGN TO AMLALERT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AMLA-KEY
               FILE STATUS IS WS-ALERT-STATUS.

      *-- Change: Price challenge file off PORTPVAL/PCHMAINT
           SELECT CHALLENGE-FILE
               ASSIGN TO PCHLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PCHL-KEY
               FILE STATUS IS WS-PCHL-STATUS.

      *-- Change: Roll-forward proof off last night's PORTRFWD
           SELECT RFWD-REPORT-FILE
               ASSIGN TO RFWDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RFWD-STATUS.

      *-- Prior day's class counts in, today's out
           SELECT PRIOR-COUNT-FILE
               ASSIGN TO DGSTPRV
       FD  SUMM-REPORT-FILE.
       01  SUMM-LINE                   PIC X(80).

       FD  RFWD-REPORT-FILE.
       01  RFWD-LINE                   PIC X(132).

       FD  ALERT-FILE.
           COPY AMLAREC.

       FD  CHALLENGE-FILE.
           COPY PCHLREC.

       FD  PRIOR-COUNT-FILE.
       01  PRIOR-COUNT-RECORD.
           05  PRV-CLASS               PIC X(14).
           05  WS-SUCCESS          PIC S9(4) VALUE +0.
           05  WS-ERROR            PIC S9(4) VALUE +8.
           05  WS-WARNING          PIC S9(4) VALUE +4.
      *-- Change: Suspense items older than this many business days
      *           are critical - the same limit PORTSUSP reports on
           05  WS-STALE-DAYS-LIMIT PIC 9(3) VALUE 021.
      *-- Change: Surveillance cases still open after this many
      *           business days are critical
           05  WS-AML-AGE-LIMIT    PIC 9(3) VALUE 005.
      *-- Change: Price challenges still open after this many
      *           business days are critical
           05  WS-PCHL-AGE-LIMIT   PIC 9(3) VALUE 002.
      *-- Digest item table ceiling - overflow is reported, and the
      *           class counts stay complete regardless
           05  WS-MAX-ITEMS        PIC 9(4) VALUE 5000.
      *-- Change: Two price challenge classes added, then the
      *           roll-forward residual class
           05  WS-CLASS-MAX        PIC 9(2) VALUE 12.

      *-- The normalized exception items, collected from every
      *           source then printed severity-first
      *-- Today's counts per class, in a fixed class list so the
      *           prior-day comparison lines up by position
       01  WS-CLASS-TABLE.
           05  WS-CLASS-ENTRY OCCURS 12 TIMES
                                  INDEXED BY WS-CLS-IDX.
               10  WS-CLS-NAME     PIC X(14).
               10  WS-CLS-SEVERITY PIC 9(1).
               88  WS-PEND-SUCCESS      VALUE '00'.
           05  WS-SUMM-STATUS      PIC X(02).
               88  WS-SUMM-SUCCESS      VALUE '00'.
           05  WS-ALERT-STATUS     PIC X(02).
               88  WS-ALERT-SUCCESS     VALUE '00'.
               88  WS-ALERT-NOT-LOADED  VALUE '35'.
           05  WS-PCHL-STATUS      PIC X(02).
               88  WS-PCHL-SUCCESS      VALUE '00'.
               88  WS-PCHL-NOT-LOADED   VALUE '35'.
           05  WS-RFWD-STATUS      PIC X(02).
               88  WS-RFWD-SUCCESS      VALUE '00'.
           05  WS-PRV-STATUS       PIC X(02).
               88  WS-PRV-SUCCESS       VALUE '00'.
           05  WS-CUR-STATUS       PIC X(02).
       01  WS-WORK-AREAS.
           05  WS-RETURN-CODE      PIC S9(4) VALUE +0.
           05  WS-CURRENT-DATE     PIC 9(8).
      *-- Change: Age in business days - weekends and HOLCAL
      *           holidays are not counted
           05  WS-AGE-DAYS         PIC S9(5) COMP.
           05  WS-CRIT-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-WARN-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-NEW-KEY          PIC X(18).
           05  WS-NEW-AGE          PIC 9(5).
           05  WS-NEW-TEXT         PIC X(40).
      *-- Change: Market-value impact edit for challenge items
           05  WS-IMPACT-EDIT      PIC -(12)9.99.

      *-- Change: PORTBDAY business-day parameter area
           COPY BDAYAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 2400-COLLECT-INTEGRITY
           PERFORM 2500-COLLECT-PENDING
           PERFORM 2600-COLLECT-SUMMARY-REJECTS
           PERFORM 2650-COLLECT-AML-ALERTS
           PERFORM 2670-COLLECT-PRICE-CHALLENGES
           PERFORM 2690-COLLECT-ROLL-FORWARD
           PERFORM 2700-WRITE-DIGEST
           PERFORM 2800-WRITE-CLASS-COUNTS
           PERFORM 3000-TERMINATE
           OPEN INPUT VRFY-REPORT-FILE
           OPEN INPUT PEND-REPORT-FILE
           OPEN INPUT SUMM-REPORT-FILE
           OPEN INPUT ALERT-FILE
           OPEN INPUT CHALLENGE-FILE
           OPEN INPUT RFWD-REPORT-FILE
           OPEN INPUT PRIOR-COUNT-FILE
           OPEN OUTPUT COUNT-OUT-FILE
           OPEN OUTPUT REPORT-FILE
              OR NOT WS-VRFY-SUCCESS
              OR NOT WS-PEND-SUCCESS
              OR NOT WS-SUMM-SUCCESS
              OR NOT (WS-ALERT-SUCCESS OR WS-ALERT-NOT-LOADED)
              OR NOT (WS-PCHL-SUCCESS OR WS-PCHL-NOT-LOADED)
              OR NOT WS-RFWD-SUCCESS
              OR NOT WS-PRV-SUCCESS
              OR NOT WS-CUR-SUCCESS
              OR NOT WS-REPORT-SUCCESS
                       ' VRFY=' WS-VRFY-STATUS
                       ' PEND=' WS-PEND-STATUS
                       ' SUMM=' WS-SUMM-STATUS
                       ' ALERT=' WS-ALERT-STATUS
                       ' PCHL=' WS-PCHL-STATUS
                       ' RFWD=' WS-RFWD-STATUS
                       ' PRV=' WS-PRV-STATUS
                       ' CUR=' WS-CUR-STATUS
                       ' REPORT=' WS-REPORT-STATUS
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
      *-- Change: An unreadable holiday calendar stops the run here
      *           rather than misclassifying the suspense queue
           SET BDAY-CHECK-REQ TO TRUE
           MOVE WS-CURRENT-DATE TO BDAY-FROM-DATE
           CALL 'PORTBDAY' USING BDAY-COMMAREA
           IF BDAY-FAILED
               DISPLAY 'PORTDGST: ' BDAY-MESSAGE
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1300-LOAD-PRIOR-COUNTS
           .
           MOVE 2 TO WS-CLS-SEVERITY (7)
           MOVE 'PENDING QUEUE ' TO WS-CLS-NAME (8)
           MOVE 3 TO WS-CLS-SEVERITY (8)
      *-- Change: Aged surveillance cases
           MOVE 'AML ALERT AGED' TO WS-CLS-NAME (9)
           MOVE 1 TO WS-CLS-SEVERITY (9)
      *-- Change: Open and aged price challenges
           MOVE 'PRICE CHAL OPN' TO WS-CLS-NAME (10)
           MOVE 2 TO WS-CLS-SEVERITY (10)
           MOVE 'PRICE CHAL AGD' TO WS-CLS-NAME (11)
           MOVE 1 TO WS-CLS-SEVERITY (11)
      *-- Change: Unexplained roll-forward residual
           MOVE 'ROLLFWD RESID ' TO WS-CLS-NAME (12)
           MOVE 2 TO WS-CLS-SEVERITY (12)
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
              UNTIL WS-CLS-IDX > WS-CLASS-MAX
               MOVE ZERO TO WS-CLS-TODAY (WS-CLS-IDX)
           MOVE ZERO TO WS-AGE-DAYS
           IF SUSP-FIRST-REJECT-DATE IS NUMERIC
              AND SUSP-FIRST-REJECT-DATE NOT = ZERO
      *-- Change: Business days since first reject, via PORTBDAY
               SET BDAY-BETWEEN-REQ TO TRUE
               MOVE SUSP-FIRST-REJECT-DATE TO BDAY-FROM-DATE
               MOVE WS-CURRENT-DATE TO BDAY-TO-DATE
               CALL 'PORTBDAY' USING BDAY-COMMAREA
               IF BDAY-OK
                   MOVE BDAY-DAY-COUNT TO WS-AGE-DAYS
               END-IF
           END-IF

           IF WS-AGE-DAYS > WS-STALE-DAYS-LIMIT
           END-IF
           .

      *-- Change: New paragraph - open surveillance cases past the
      *           age limit, aged in business days from the date
      *           PORTAMLS raised them; a case file never yet
      *           loaded has nothing open
       2650-COLLECT-AML-ALERTS.
           IF WS-ALERT-NOT-LOADED
               SET SOURCE-AT-EOF TO TRUE
           ELSE
               SET SOURCE-NOT-AT-EOF TO TRUE
           END-IF
           PERFORM UNTIL SOURCE-AT-EOF
               READ ALERT-FILE
                   AT END
                       SET SOURCE-AT-EOF TO TRUE
                   NOT AT END
                       IF AMLA-OPEN
                           PERFORM 2660-CLASSIFY-ONE-AML-ALERT
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-ALERT-NOT-LOADED
               CLOSE ALERT-FILE
           END-IF
           .

      *-- Change: New paragraph - one critical item per case past
      *           the limit
       2660-CLASSIFY-ONE-AML-ALERT.
           MOVE ZERO TO WS-AGE-DAYS
           SET BDAY-BETWEEN-REQ TO TRUE
           MOVE AMLA-ALERT-DATE TO BDAY-FROM-DATE
           MOVE WS-CURRENT-DATE TO BDAY-TO-DATE
           CALL 'PORTBDAY' USING BDAY-COMMAREA
           IF BDAY-OK
               MOVE BDAY-DAY-COUNT TO WS-AGE-DAYS
           END-IF

           IF WS-AGE-DAYS > WS-AML-AGE-LIMIT
               MOVE 1 TO WS-NEW-SEVERITY
               MOVE 'AML ALERT AGED' TO WS-NEW-CLASS
               MOVE 'PORTAMLS' TO WS-NEW-SOURCE
               MOVE AMLA-PORT-KEY TO WS-NEW-KEY
               MOVE WS-AGE-DAYS TO WS-NEW-AGE
               MOVE SPACES TO WS-NEW-TEXT
               STRING 'OPEN CASE '     DELIMITED BY SIZE
                      AMLA-ALERT-DATE  DELIMITED BY SIZE
                      '-'              DELIMITED BY SIZE
                      AMLA-ALERT-SEQ   DELIMITED BY SIZE
                      ' TYPE '         DELIMITED BY SIZE
                      AMLA-ALERT-TYPE  DELIMITED BY SIZE
                      INTO WS-NEW-TEXT
               END-STRING
               PERFORM 2000-ADD-ONE-ITEM
           END-IF
           .

      *-- Change: New paragraph - every price challenge PORTPVAL
      *           raised that valuation has not yet resolved through
      *           PCHMAINT, aged in business days from the raise
      *           date; a challenge file never yet loaded has
      *           nothing open
       2670-COLLECT-PRICE-CHALLENGES.
           IF WS-PCHL-NOT-LOADED
               SET SOURCE-AT-EOF TO TRUE
           ELSE
               SET SOURCE-NOT-AT-EOF TO TRUE
           END-IF
           PERFORM UNTIL SOURCE-AT-EOF
               READ CHALLENGE-FILE
                   AT END
                       SET SOURCE-AT-EOF TO TRUE
                   NOT AT END
                       IF PCHL-OPEN
                           PERFORM 2680-CLASSIFY-ONE-CHALLENGE
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-PCHL-NOT-LOADED
               CLOSE CHALLENGE-FILE
           END-IF
           .

      *-- Change: New paragraph - a warning item per open
      *           challenge, critical once past the limit
       2680-CLASSIFY-ONE-CHALLENGE.
           MOVE ZERO TO WS-AGE-DAYS
           SET BDAY-BETWEEN-REQ TO TRUE
           MOVE PCHL-RAISED-DATE TO BDAY-FROM-DATE
           MOVE WS-CURRENT-DATE TO BDAY-TO-DATE
           CALL 'PORTBDAY' USING BDAY-COMMAREA
           IF BDAY-OK
               MOVE BDAY-DAY-COUNT TO WS-AGE-DAYS
           END-IF

           IF WS-AGE-DAYS > WS-PCHL-AGE-LIMIT
               MOVE 1 TO WS-NEW-SEVERITY
               MOVE 'PRICE CHAL AGD' TO WS-NEW-CLASS
           ELSE
               MOVE 2 TO WS-NEW-SEVERITY
               MOVE 'PRICE CHAL OPN' TO WS-NEW-CLASS
           END-IF
           MOVE 'PORTPVAL' TO WS-NEW-SOURCE
           MOVE SPACES TO WS-NEW-KEY
           MOVE PCHL-SECURITY-ID TO WS-NEW-KEY
           MOVE WS-AGE-DAYS TO WS-NEW-AGE
           MOVE PCHL-MV-IMPACT TO WS-IMPACT-EDIT
           MOVE SPACES TO WS-NEW-TEXT
           STRING 'RAISED '        DELIMITED BY SIZE
                  PCHL-RAISED-DATE DELIMITED BY SIZE
      *-- Change: The impact is in the primary close's currency
                  ' IMP '          DELIMITED BY SIZE
                  PCHL-PRIMARY-CCY DELIMITED BY SIZE
                  WS-IMPACT-EDIT   DELIMITED BY SIZE
                  INTO WS-NEW-TEXT
           END-STRING
           PERFORM 2000-ADD-ONE-ITEM
           .

      *-- Change: New paragraph - the roll-forward proof's RESIDUAL
      *           lines carry the proof leg and the unexplained
      *           amount; a NOT PROVEN line means there was nothing
      *           to prove from. Everything else is heading, proof
      *           arithmetic or totals
       2690-COLLECT-ROLL-FORWARD.
           SET SOURCE-NOT-AT-EOF TO TRUE
           PERFORM UNTIL SOURCE-AT-EOF
               READ RFWD-REPORT-FILE
                   AT END
                       SET SOURCE-AT-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN RFWD-LINE(1:8) = 'RESIDUAL'
                               MOVE SPACES TO WS-NEW-TEXT
                               STRING RFWD-LINE(1:21)
                                          DELIMITED BY SIZE
                                      ' ' DELIMITED BY SIZE
                                      RFWD-LINE(49:18)
                                          DELIMITED BY SIZE
                                      INTO WS-NEW-TEXT
                               END-STRING
                               PERFORM 2695-ADD-ROLL-FORWARD-ITEM
                           WHEN RFWD-LINE(1:10) = 'NOT PROVEN'
                               MOVE RFWD-LINE(1:40) TO WS-NEW-TEXT
                               PERFORM 2695-ADD-ROLL-FORWARD-ITEM
                       END-EVALUATE
               END-READ
           END-PERFORM
           .

      *-- Change: New paragraph - a firm-level item, so no key
       2695-ADD-ROLL-FORWARD-ITEM.
           MOVE 2 TO WS-NEW-SEVERITY
           MOVE 'ROLLFWD RESID ' TO WS-NEW-CLASS
           MOVE 'PORTRFWD' TO WS-NEW-SOURCE
           MOVE SPACES TO WS-NEW-KEY
           MOVE ZERO TO WS-NEW-AGE
           PERFORM 2000-ADD-ONE-ITEM
           .

      *-- Print the digest severity-first: three passes over the
      *           item table, critical at the top of the page
       2700-WRITE-DIGEST.
                 VRFY-REPORT-FILE
                 PEND-REPORT-FILE
                 SUMM-REPORT-FILE
                 RFWD-REPORT-FILE
                 COUNT-OUT-FILE
                 REPORT-FILE

