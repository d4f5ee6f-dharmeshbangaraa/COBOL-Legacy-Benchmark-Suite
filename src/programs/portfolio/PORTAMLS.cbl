      *================================================================*
      * Program Name: PORTAMLS
      * Description: Cash Ledger Surveillance (AML Alerts)
      *             Scans the cash ledger every night for two kinds
      *             of reportable activity in client deposits ('D')
      *             and withdrawals ('W'):
      *               large cash  - any single movement posted
      *                             since the prior business date
      *                             over the AMLPARM threshold;
      *               structuring - movements just under the
      *                             threshold (at or above the
      *                             AMLPARM floor), in one direction,
      *                             inside the rolling window of
      *                             business days, that reach the
      *                             AMLPARM count when added up
      *                             across every account of the
      *                             relationship on RELMAST - so
      *                             splitting across a household's
      *                             accounts is caught. Raised only
      *                             when tonight's ledger added a
      *                             movement to the run, so the same
      *                             pattern is not re-alerted every
      *                             night the window still holds it.
      *             Each alert is written open to the AMLALERT
      *             file under a new alert id, and the case report
      *             lists tonight's alerts followed by every case
      *             still open, with its age in business days and
      *             the disposition field compliance closes it out
      *             with through AMLMAINT. Any new alert ends the
      *             run RC 4.
      * Author: DLB
      * Date Written: 2025-01-24
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-01-24 DLB           Initial Creation
      * 2025-02-14 DLB           A rerun of the same business date
      *                          skips an alert the earlier run
      *                          already filed (same type, direction,
      *                          account and amount) and counts it
      *                          as a rerun skip
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTAMLS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- The live cash ledger, read start to end for the window
           SELECT CASH-LEDGER-FILE
               ASSIGN TO CASHLDGR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLGR-STATUS.

      *-- Account to relationship map, loaded once at startup
           SELECT RELATIONSHIP-FILE
               ASSIGN TO RELFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REL-ACCOUNT-NO
               FILE STATUS IS WS-REL-STATUS.

      *-- Surveillance thresholds card
           SELECT PARM-FILE
               ASSIGN TO AMLPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *-- Alert case file - new alerts added, open cases browsed
           SELECT ALERT-FILE
               ASSIGN TO AMLALERT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMLA-KEY
               FILE STATUS IS WS-ALERT-STATUS.

      *-- Case report - tonight's alerts and the open case list
           SELECT REPORT-FILE
               ASSIGN TO AMLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASH-LEDGER-FILE.
           COPY CLGRREC.

       FD  RELATIONSHIP-FILE.
           COPY RELREC.

       FD  PARM-FILE.
       01  PARM-RECORD.
      *-- A single movement over this amount is large cash
           05  AMLP-LARGE-THRESHOLD    PIC 9(9)V99.
      *-- Movements from this amount up to the threshold count
      *           toward structuring
           05  AMLP-BAND-FLOOR         PIC 9(9)V99.
      *-- Rolling window, business days back from the business date
           05  AMLP-WINDOW-DAYS        PIC 9(3).
      *-- Movements in the window that make a structuring alert
           05  AMLP-MIN-MOVEMENTS      PIC 9(2).

       FD  ALERT-FILE.
           COPY AMLAREC.

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Constants and switches
      *----------------------------------------------------------------*
       01  WS-CONSTANTS.
           05  WS-PROGRAM-NAME     PIC X(08) VALUE 'PORTAMLS'.
           05  WS-SUCCESS          PIC S9(4) VALUE +0.
           05  WS-WARNING          PIC S9(4) VALUE +4.
           05  WS-ERROR            PIC S9(4) VALUE +8.
           05  WS-MAX-MAPPINGS     PIC 9(4) VALUE 2000.
           05  WS-MAX-BANDS        PIC 9(4) VALUE 3000.
           05  WS-MAX-FILED        PIC 9(4) VALUE 1000.

      *-- In-memory relationship map, loaded once at startup
       01  WS-REL-TABLE.
           05  WS-REL-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-REL-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY WS-REL-IDX.
               10  WS-RELT-ACCT    PIC X(10).
               10  WS-RELT-ID      PIC X(8).

      *-- Just-under-threshold movements in the window, one entry
      *           per relationship (or stand-alone account) and
      *           direction. The key is the relationship id padded
      *           to ten, or the account number itself
       01  WS-BAND-TABLE.
           05  WS-BAND-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-BAND-ENTRY OCCURS 3000 TIMES
                                  INDEXED BY WS-BND-IDX.
               10  WS-BND-KEY      PIC X(10).
               10  WS-BND-DIRECTION PIC X(1).
               10  WS-BND-REL-ID   PIC X(8).
               10  WS-BND-MOVES    PIC 9(5).
               10  WS-BND-TOTAL    PIC S9(15)V99 COMP-3.
               10  WS-BND-FIRST-DATE PIC 9(8).
               10  WS-BND-LAST-DATE PIC 9(8).
      *-- Account of the latest movement counted - tonight's, when
      *           tonight added one
               10  WS-BND-PORT-KEY PIC X(18).
               10  WS-BND-TONIGHT-SW PIC X(1).
                   88  WS-BND-TONIGHT      VALUE 'Y'.

      *-- Alerts already on file for the business date - an earlier
      *           run of the same date. Each is matched off once, so
      *           a rerun does not raise it a second time
       01  WS-FILED-TABLE.
           05  WS-FILED-COUNT      PIC 9(4) VALUE ZERO.
           05  WS-FILED-ENTRY OCCURS 1000 TIMES
                                  INDEXED BY WS-FLD-IDX.
               10  WS-FLD-TYPE     PIC X(1).
               10  WS-FLD-TRANS-CODE PIC X(1).
               10  WS-FLD-PORT-KEY PIC X(18).
               10  WS-FLD-AMOUNT   PIC 9(13)V99.
               10  WS-FLD-MATCHED-SW PIC X(1).
                   88  WS-FLD-MATCHED      VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-CLGR-STATUS      PIC X(02).
               88  WS-CLGR-SUCCESS      VALUE '00'.

           05  WS-REL-STATUS       PIC X(02).
               88  WS-REL-SUCCESS       VALUE '00'.
               88  WS-REL-NOT-LOADED    VALUE '35'.

           05  WS-PARM-STATUS      PIC X(02).
               88  WS-PARM-SUCCESS      VALUE '00'.

           05  WS-ALERT-STATUS     PIC X(02).
               88  WS-ALERT-SUCCESS     VALUE '00'.

           05  WS-REPORT-STATUS    PIC X(02).
               88  WS-REPORT-SUCCESS    VALUE '00'.

           05  WS-END-OF-FILE-SW   PIC X VALUE 'N'.
               88  END-OF-FILE         VALUE 'Y'.
               88  NOT-END-OF-FILE     VALUE 'N'.

           05  WS-REL-EOF-SW       PIC X VALUE 'N'.
               88  REL-AT-EOF          VALUE 'Y'.

           05  WS-BROWSE-EOF-SW    PIC X VALUE 'N'.
               88  BROWSE-AT-EOF       VALUE 'Y'.
               88  NOT-BROWSE-AT-EOF   VALUE 'N'.

           05  WS-FOUND-SW         PIC X VALUE 'N'.
               88  ENTRY-FOUND         VALUE 'Y'.
               88  ENTRY-NOT-FOUND     VALUE 'N'.

      *-- Set once the band table has overflowed, so it is reported
      *           once
           05  WS-BAND-FULL-SW     PIC X VALUE 'N'.
               88  BAND-TABLE-FULL     VALUE 'Y'.
      *-- Set by 2400 when the alert was already on file and is
      *           skipped, not written
           05  WS-ALERT-SKIP-SW    PIC X VALUE 'N'.
               88  ALERT-ALREADY-FILED VALUE 'Y'.
               88  ALERT-NOT-FILED     VALUE 'N'.

      *----------------------------------------------------------------*
      * Work areas
      *----------------------------------------------------------------*
       01  WS-WORK-AREAS.
           05  WS-RETURN-CODE      PIC S9(4) VALUE +0.
           05  WS-BUSINESS-DATE    PIC 9(8).
      *-- Tonight's ledger - after the prior business date, up to
      *           and including tonight's
           05  WS-PRIOR-BUSINESS-DATE PIC 9(8).
      *-- Rolling window - after this date, up to tonight's
           05  WS-WINDOW-START-DATE PIC 9(8).
           05  WS-LARGE-THRESHOLD  PIC S9(11)V99 COMP-3.
           05  WS-BAND-FLOOR       PIC S9(11)V99 COMP-3.
           05  WS-WINDOW-DAYS      PIC 9(3).
           05  WS-MIN-MOVEMENTS    PIC 9(2).
           05  WS-LEDGER-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-SCREENED-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-BANDED-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-LARGE-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-STRUCT-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-OPEN-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-RERUN-SKIP-COUNT PIC 9(7) VALUE ZERO.
           05  WS-NEXT-ALERT-SEQ   PIC 9(5) VALUE ZERO.
           05  WS-MOVE-AMOUNT      PIC S9(13)V99 COMP-3.
           05  WS-REL-KEY-WORK     PIC X(10).
           05  WS-REL-ID-WORK      PIC X(8).
           05  WS-AGE-DAYS         PIC S9(5) COMP.
      *-- Print-staging edit fields
           05  WS-ALERT-ID-TEXT    PIC X(14).
           05  WS-AMOUNT-EDIT      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-MOVES-EDIT       PIC ZZZZ9.
           05  WS-AGE-EDIT         PIC ZZZZ9.

      *-- Parameter area for the PORTCYCL cycle-control subprogram
           COPY CYCLAREA.

      *-- PORTBDAY business-day parameter area
           COPY BDAYAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS
              UNTIL END-OF-FILE
           PERFORM 2500-RAISE-STRUCTURING-ALERTS
           PERFORM 2700-LIST-OPEN-CASES
           PERFORM 2950-WRITE-REPORT-TOTALS
           PERFORM 3000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           INITIALIZE WS-WORK-AREAS

           PERFORM 1050-CHECK-CYCLE-CONTROL
           MOVE CYCL-BUSINESS-DATE TO WS-BUSINESS-DATE

           OPEN INPUT CASH-LEDGER-FILE
           OPEN INPUT RELATIONSHIP-FILE
           OPEN INPUT PARM-FILE
           OPEN I-O   ALERT-FILE
           OPEN OUTPUT REPORT-FILE

           IF NOT WS-CLGR-SUCCESS
              OR NOT (WS-REL-SUCCESS OR WS-REL-NOT-LOADED)
              OR NOT WS-PARM-SUCCESS
              OR NOT WS-ALERT-SUCCESS
              OR NOT WS-REPORT-SUCCESS
               DISPLAY 'PORTAMLS: FILE OPEN ERROR - CLGR='
                       WS-CLGR-STATUS ' REL=' WS-REL-STATUS
                       ' PARM=' WS-PARM-STATUS
                       ' ALERT=' WS-ALERT-STATUS
                       ' REPORT=' WS-REPORT-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1100-READ-PARM-CARD
           PERFORM 1150-SET-WINDOW-DATES
           PERFORM 1200-LOAD-RELATIONSHIPS
           PERFORM 1300-FIND-LAST-ALERT-SEQ
           PERFORM 1400-WRITE-REPORT-HEADINGS
           PERFORM 2900-READ-LEDGER
           .

      *-- Cycle-control start check through the shared PORTCYCL
      *           subprogram - the night's deposits and withdrawals
      *           are on the ledger once PORTUPDT has posted them
       1050-CHECK-CYCLE-CONTROL.
           SET CYCL-START-REQ TO TRUE
           MOVE WS-PROGRAM-NAME TO CYCL-JOB-NAME
           MOVE 'PORTUPDT' TO CYCL-PREDECESSOR
           CALL 'PORTCYCL' USING CYCL-COMMAREA
           IF CYCL-BLOCKED
               DISPLAY 'PORTAMLS: cycle control refused start - '
                       CYCL-MESSAGE
               MOVE WS-ERROR TO RETURN-CODE
               GOBACK
           END-IF
           .

      *-- A missing or unusable thresholds card stops the run -
      *           surveillance against a wrong threshold is worse
      *           than none that night
       1100-READ-PARM-CARD.
           READ PARM-FILE
               AT END
                   DISPLAY 'PORTAMLS: AMLPARM is empty - threshold '
                           'card required'
                   MOVE WS-ERROR TO WS-RETURN-CODE
                   MOVE WS-RETURN-CODE TO RETURN-CODE
                   GOBACK
           END-READ

           IF AMLP-LARGE-THRESHOLD NOT NUMERIC
              OR AMLP-LARGE-THRESHOLD = ZERO
              OR AMLP-BAND-FLOOR NOT NUMERIC
              OR AMLP-BAND-FLOOR = ZERO
              OR AMLP-BAND-FLOOR NOT < AMLP-LARGE-THRESHOLD
              OR AMLP-WINDOW-DAYS NOT NUMERIC
              OR AMLP-WINDOW-DAYS = ZERO
              OR AMLP-MIN-MOVEMENTS NOT NUMERIC
              OR AMLP-MIN-MOVEMENTS < 2
               DISPLAY 'PORTAMLS: invalid AMLPARM card - '
                       PARM-RECORD
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           MOVE AMLP-LARGE-THRESHOLD TO WS-LARGE-THRESHOLD
           MOVE AMLP-BAND-FLOOR TO WS-BAND-FLOOR
           MOVE AMLP-WINDOW-DAYS TO WS-WINDOW-DAYS
           MOVE AMLP-MIN-MOVEMENTS TO WS-MIN-MOVEMENTS
           CLOSE PARM-FILE
           .

      *-- Tonight's ledger starts after the prior business date, the
      *           rolling window that many business days back - an
      *           unreadable holiday calendar stops the run rather
      *           than screen the wrong days
       1150-SET-WINDOW-DATES.
           SET BDAY-ADD-REQ TO TRUE
           MOVE WS-BUSINESS-DATE TO BDAY-FROM-DATE
           MOVE -1 TO BDAY-DAY-COUNT
           CALL 'PORTBDAY' USING BDAY-COMMAREA
           IF BDAY-FAILED
               DISPLAY 'PORTAMLS: ' BDAY-MESSAGE
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           MOVE BDAY-TO-DATE TO WS-PRIOR-BUSINESS-DATE

           SET BDAY-ADD-REQ TO TRUE
           MOVE WS-BUSINESS-DATE TO BDAY-FROM-DATE
           COMPUTE BDAY-DAY-COUNT = ZERO - WS-WINDOW-DAYS
           CALL 'PORTBDAY' USING BDAY-COMMAREA
           IF BDAY-FAILED
               DISPLAY 'PORTAMLS: ' BDAY-MESSAGE
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           MOVE BDAY-TO-DATE TO WS-WINDOW-START-DATE
           .

       1200-LOAD-RELATIONSHIPS.
           IF WS-REL-NOT-LOADED
               DISPLAY 'PORTAMLS: relationship master not yet '
                       'loaded - every account is screened as a '
                       'relationship of one'
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
                   DISPLAY 'PORTAMLS: relationship map table full '
                           'at ' WS-MAX-MAPPINGS ' - accounts '
                           'beyond it are screened stand-alone'
                   MOVE WS-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF
           .

      *-- Alert ids run on from the last one already raised for
      *           this business date
       1300-FIND-LAST-ALERT-SEQ.
           MOVE ZERO TO WS-NEXT-ALERT-SEQ
           MOVE WS-BUSINESS-DATE TO AMLA-ALERT-DATE
           MOVE ZERO TO AMLA-ALERT-SEQ
           SET NOT-BROWSE-AT-EOF TO TRUE
           START ALERT-FILE KEY IS NOT LESS THAN AMLA-KEY
               INVALID KEY
                   SET BROWSE-AT-EOF TO TRUE
           END-START
           PERFORM UNTIL BROWSE-AT-EOF
               READ ALERT-FILE NEXT RECORD
                   AT END
                       SET BROWSE-AT-EOF TO TRUE
                   NOT AT END
                       IF AMLA-ALERT-DATE = WS-BUSINESS-DATE
                           MOVE AMLA-ALERT-SEQ TO WS-NEXT-ALERT-SEQ
                           PERFORM 1350-ADD-FILED-ALERT
                       ELSE
                           SET BROWSE-AT-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           .

      *-- One alert already filed for the business date, held for
      *           2400 to match a rerun's alert against
       1350-ADD-FILED-ALERT.
           IF WS-FILED-COUNT < WS-MAX-FILED
               ADD 1 TO WS-FILED-COUNT
               SET WS-FLD-IDX TO WS-FILED-COUNT
               MOVE AMLA-ALERT-TYPE TO WS-FLD-TYPE (WS-FLD-IDX)
               MOVE AMLA-TRANS-CODE TO WS-FLD-TRANS-CODE (WS-FLD-IDX)
               MOVE AMLA-PORT-KEY TO WS-FLD-PORT-KEY (WS-FLD-IDX)
               MOVE AMLA-AMOUNT TO WS-FLD-AMOUNT (WS-FLD-IDX)
               MOVE 'N' TO WS-FLD-MATCHED-SW (WS-FLD-IDX)
           ELSE
               DISPLAY 'PORTAMLS: filed alert table full at '
                       WS-MAX-FILED ' - alert ' AMLA-KEY
                       ' may be raised again'
               MOVE WS-ERROR TO WS-RETURN-CODE
           END-IF
           .

       1400-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO REPORT-RECORD
           STRING 'PORTAMLS - CASH SURVEILLANCE CASE REPORT  BUSINESS '
                      DELIMITED BY SIZE
                  'DATE ' DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  '  WINDOW AFTER ' DELIMITED BY SIZE
                  WS-WINDOW-START-DATE DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'NEW ALERTS' TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM 1450-WRITE-COLUMN-HEADINGS
           .

       1450-WRITE-COLUMN-HEADINGS.
           MOVE SPACES TO REPORT-RECORD
           STRING 'ALERT ID       T D PORT ID  ACCOUNT NO RELATION '
                      DELIMITED BY SIZE
                  '              AMOUNT  MOVES FIRST    LAST       AGE'
                      DELIMITED BY SIZE
                  ' DISPOSITION'
                      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      *-- Only client deposits and withdrawals inside the rolling
      *           window are screened
       2000-PROCESS.
           ADD 1 TO WS-LEDGER-COUNT
           IF (CLGR-DEPOSIT OR CLGR-WITHDRAWAL)
              AND CLGR-AMOUNT IS NUMERIC
              AND CLGR-POST-DATE > WS-WINDOW-START-DATE
              AND CLGR-POST-DATE NOT > WS-BUSINESS-DATE
               ADD 1 TO WS-SCREENED-COUNT
               PERFORM 2100-SCREEN-MOVEMENT
           END-IF
           PERFORM 2900-READ-LEDGER
           .

      *-- Large cash is judged on tonight's postings only; a
      *           movement in the band is counted toward its
      *           relationship's window whatever night it posted
       2100-SCREEN-MOVEMENT.
           IF CLGR-AMOUNT < ZERO
               COMPUTE WS-MOVE-AMOUNT = ZERO - CLGR-AMOUNT
           ELSE
               MOVE CLGR-AMOUNT TO WS-MOVE-AMOUNT
           END-IF

           IF WS-MOVE-AMOUNT > WS-LARGE-THRESHOLD
               IF CLGR-POST-DATE > WS-PRIOR-BUSINESS-DATE
                   PERFORM 2200-RAISE-LARGE-CASH-ALERT
               END-IF
           ELSE
               IF WS-MOVE-AMOUNT NOT < WS-BAND-FLOOR
                   ADD 1 TO WS-BANDED-COUNT
                   PERFORM 2300-ADD-TO-BAND
               END-IF
           END-IF
           .

       2200-RAISE-LARGE-CASH-ALERT.
           PERFORM 2350-RESOLVE-RELATIONSHIP
           MOVE SPACES TO AML-ALERT-RECORD
           SET AMLA-LARGE-CASH TO TRUE
           MOVE CLGR-TRANS-CODE TO AMLA-TRANS-CODE
           MOVE CLGR-KEY TO AMLA-PORT-KEY
           MOVE WS-REL-ID-WORK TO AMLA-RELATIONSHIP-ID
           MOVE WS-MOVE-AMOUNT TO AMLA-AMOUNT
           MOVE 1 TO AMLA-MOVEMENT-COUNT
           MOVE CLGR-POST-DATE TO AMLA-WINDOW-START
           MOVE CLGR-POST-DATE TO AMLA-WINDOW-END
           PERFORM 2400-WRITE-ALERT
           IF WS-ALERT-SUCCESS AND ALERT-NOT-FILED
               ADD 1 TO WS-LARGE-COUNT
           END-IF
           .

       2300-ADD-TO-BAND.
           PERFORM 2350-RESOLVE-RELATIONSHIP

           SET ENTRY-NOT-FOUND TO TRUE
           SET WS-BND-IDX TO 1
           PERFORM UNTIL WS-BND-IDX > WS-BAND-COUNT
              OR ENTRY-FOUND
               IF WS-BND-KEY (WS-BND-IDX) = WS-REL-KEY-WORK
                  AND WS-BND-DIRECTION (WS-BND-IDX) = CLGR-TRANS-CODE
                   SET ENTRY-FOUND TO TRUE
               ELSE
                   SET WS-BND-IDX UP BY 1
               END-IF
           END-PERFORM

           IF ENTRY-NOT-FOUND
               IF WS-BAND-COUNT < WS-MAX-BANDS
                   ADD 1 TO WS-BAND-COUNT
                   SET WS-BND-IDX TO WS-BAND-COUNT
                   MOVE WS-REL-KEY-WORK TO WS-BND-KEY (WS-BND-IDX)
                   MOVE CLGR-TRANS-CODE
                       TO WS-BND-DIRECTION (WS-BND-IDX)
                   MOVE WS-REL-ID-WORK TO WS-BND-REL-ID (WS-BND-IDX)
                   MOVE ZERO TO WS-BND-MOVES (WS-BND-IDX)
                   MOVE ZERO TO WS-BND-TOTAL (WS-BND-IDX)
                   MOVE CLGR-POST-DATE
                       TO WS-BND-FIRST-DATE (WS-BND-IDX)
                   MOVE CLGR-POST-DATE
                       TO WS-BND-LAST-DATE (WS-BND-IDX)
                   MOVE CLGR-KEY TO WS-BND-PORT-KEY (WS-BND-IDX)
                   MOVE 'N' TO WS-BND-TONIGHT-SW (WS-BND-IDX)
                   SET ENTRY-FOUND TO TRUE
               ELSE
                   IF NOT BAND-TABLE-FULL
                       SET BAND-TABLE-FULL TO TRUE
                       DISPLAY 'PORTAMLS: structuring table full at '
                               WS-MAX-BANDS ' - relationships '
                               'beyond it are not screened'
                       MOVE WS-ERROR TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF

           IF ENTRY-FOUND
               ADD 1 TO WS-BND-MOVES (WS-BND-IDX)
               ADD WS-MOVE-AMOUNT TO WS-BND-TOTAL (WS-BND-IDX)
               IF CLGR-POST-DATE < WS-BND-FIRST-DATE (WS-BND-IDX)
                   MOVE CLGR-POST-DATE
                       TO WS-BND-FIRST-DATE (WS-BND-IDX)
               END-IF
               IF CLGR-POST-DATE > WS-BND-LAST-DATE (WS-BND-IDX)
                   MOVE CLGR-POST-DATE
                       TO WS-BND-LAST-DATE (WS-BND-IDX)
               END-IF
               IF CLGR-POST-DATE > WS-PRIOR-BUSINESS-DATE
                   SET WS-BND-TONIGHT (WS-BND-IDX) TO TRUE
                   MOVE CLGR-KEY TO WS-BND-PORT-KEY (WS-BND-IDX)
               END-IF
           END-IF
           .

      *-- The relationship the ledger account belongs to, padded to
      *           ten for the band key, or the account number itself
      *           for an account that stands alone
       2350-RESOLVE-RELATIONSHIP.
           SET ENTRY-NOT-FOUND TO TRUE
           SET WS-REL-IDX TO 1
           PERFORM UNTIL WS-REL-IDX > WS-REL-COUNT
              OR ENTRY-FOUND
               IF WS-RELT-ACCT (WS-REL-IDX) = CLGR-ACCOUNT-NO
                   SET ENTRY-FOUND TO TRUE
               ELSE
                   SET WS-REL-IDX UP BY 1
               END-IF
           END-PERFORM

           IF ENTRY-FOUND
               MOVE WS-RELT-ID (WS-REL-IDX) TO WS-REL-ID-WORK
               MOVE SPACES TO WS-REL-KEY-WORK
               MOVE WS-RELT-ID (WS-REL-IDX) TO WS-REL-KEY-WORK(1:8)
           ELSE
               MOVE SPACES TO WS-REL-ID-WORK
               MOVE CLGR-ACCOUNT-NO TO WS-REL-KEY-WORK
           END-IF
           .

      *-- Write a new open alert under the next alert id and list
      *           it - any alert makes the night RC 4
       2400-WRITE-ALERT.
      *-- Already filed by an earlier run of this business date -
      *           counted as a rerun skip, not raised again. It is
      *           still tonight's alert, so the run still ends RC 4
           SET ALERT-NOT-FILED TO TRUE
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
              UNTIL WS-FLD-IDX > WS-FILED-COUNT
                 OR ALERT-ALREADY-FILED
               IF NOT WS-FLD-MATCHED (WS-FLD-IDX)
                  AND WS-FLD-TYPE (WS-FLD-IDX) = AMLA-ALERT-TYPE
                  AND WS-FLD-TRANS-CODE (WS-FLD-IDX) = AMLA-TRANS-CODE
                  AND WS-FLD-PORT-KEY (WS-FLD-IDX) = AMLA-PORT-KEY
                  AND WS-FLD-AMOUNT (WS-FLD-IDX) = AMLA-AMOUNT
                   SET WS-FLD-MATCHED (WS-FLD-IDX) TO TRUE
                   SET ALERT-ALREADY-FILED TO TRUE
               END-IF
           END-PERFORM
           IF ALERT-ALREADY-FILED
               ADD 1 TO WS-RERUN-SKIP-COUNT
               IF WS-RETURN-CODE = WS-SUCCESS
                   MOVE WS-WARNING TO WS-RETURN-CODE
               END-IF
           ELSE
               PERFORM 2450-FILE-NEW-ALERT
           END-IF
           .

       2450-FILE-NEW-ALERT.
           ADD 1 TO WS-NEXT-ALERT-SEQ
           MOVE WS-BUSINESS-DATE TO AMLA-ALERT-DATE
           MOVE WS-NEXT-ALERT-SEQ TO AMLA-ALERT-SEQ
           SET AMLA-OPEN TO TRUE
           MOVE SPACES TO AMLA-DISPOSITION
           MOVE ZERO TO AMLA-DISPOSITION-DATE
           MOVE SPACES TO AMLA-DISPOSITION-USER
           MOVE SPACES TO AMLA-CASE-NOTE

           WRITE AML-ALERT-RECORD
               INVALID KEY
                   DISPLAY 'PORTAMLS: alert WRITE failed for '
                           AMLA-KEY ' STATUS=' WS-ALERT-STATUS
                   MOVE WS-ERROR TO WS-RETURN-CODE
               NOT INVALID KEY
                   IF WS-RETURN-CODE = WS-SUCCESS
                       MOVE WS-WARNING TO WS-RETURN-CODE
                   END-IF
                   MOVE ZERO TO WS-AGE-DAYS
                   PERFORM 2800-WRITE-CASE-LINE
           END-WRITE
           .

      *-- A band entry that reached the count, and to which
      *           tonight's ledger added a movement, is a structuring
      *           alert
       2500-RAISE-STRUCTURING-ALERTS.
           PERFORM VARYING WS-BND-IDX FROM 1 BY 1
              UNTIL WS-BND-IDX > WS-BAND-COUNT
               IF WS-BND-TONIGHT (WS-BND-IDX)
                  AND WS-BND-MOVES (WS-BND-IDX) NOT < WS-MIN-MOVEMENTS
                   PERFORM 2550-RAISE-STRUCTURING-ALERT
               END-IF
           END-PERFORM
           .

       2550-RAISE-STRUCTURING-ALERT.
           MOVE SPACES TO AML-ALERT-RECORD
           SET AMLA-STRUCTURING TO TRUE
           MOVE WS-BND-DIRECTION (WS-BND-IDX) TO AMLA-TRANS-CODE
           MOVE WS-BND-PORT-KEY (WS-BND-IDX) TO AMLA-PORT-KEY
           MOVE WS-BND-REL-ID (WS-BND-IDX) TO AMLA-RELATIONSHIP-ID
           MOVE WS-BND-TOTAL (WS-BND-IDX) TO AMLA-AMOUNT
           MOVE WS-BND-MOVES (WS-BND-IDX) TO AMLA-MOVEMENT-COUNT
           MOVE WS-BND-FIRST-DATE (WS-BND-IDX) TO AMLA-WINDOW-START
           MOVE WS-BND-LAST-DATE (WS-BND-IDX) TO AMLA-WINDOW-END
           PERFORM 2400-WRITE-ALERT
           IF WS-ALERT-SUCCESS AND ALERT-NOT-FILED
               ADD 1 TO WS-STRUCT-COUNT
           END-IF
           .

      *-- Every case not yet closed, oldest first, with its age in
      *           business days and the disposition compliance is to
      *           record through AMLMAINT
       2700-LIST-OPEN-CASES.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'OPEN CASES - CLOSE OUT THROUGH AMLMAINT WITH NF/SR/EX'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 1450-WRITE-COLUMN-HEADINGS

           MOVE LOW-VALUES TO AMLA-KEY
           SET NOT-BROWSE-AT-EOF TO TRUE
           START ALERT-FILE KEY IS NOT LESS THAN AMLA-KEY
               INVALID KEY
                   SET BROWSE-AT-EOF TO TRUE
           END-START
           PERFORM UNTIL BROWSE-AT-EOF
               READ ALERT-FILE NEXT RECORD
                   AT END
                       SET BROWSE-AT-EOF TO TRUE
                   NOT AT END
                       IF AMLA-OPEN
                           ADD 1 TO WS-OPEN-COUNT
                           PERFORM 2750-AGE-OPEN-CASE
                           PERFORM 2800-WRITE-CASE-LINE
                       END-IF
               END-READ
           END-PERFORM
           .

       2750-AGE-OPEN-CASE.
           MOVE ZERO TO WS-AGE-DAYS
           SET BDAY-BETWEEN-REQ TO TRUE
           MOVE AMLA-ALERT-DATE TO BDAY-FROM-DATE
           MOVE WS-BUSINESS-DATE TO BDAY-TO-DATE
           CALL 'PORTBDAY' USING BDAY-COMMAREA
           IF BDAY-OK AND BDAY-DAY-COUNT > ZERO
               MOVE BDAY-DAY-COUNT TO WS-AGE-DAYS
           END-IF
           .

       2800-WRITE-CASE-LINE.
           MOVE SPACES TO WS-ALERT-ID-TEXT
           STRING AMLA-ALERT-DATE DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  AMLA-ALERT-SEQ  DELIMITED BY SIZE
                  INTO WS-ALERT-ID-TEXT
           END-STRING
           MOVE AMLA-AMOUNT TO WS-AMOUNT-EDIT
           MOVE AMLA-MOVEMENT-COUNT TO WS-MOVES-EDIT
           MOVE WS-AGE-DAYS TO WS-AGE-EDIT

           MOVE SPACES TO REPORT-RECORD
           STRING WS-ALERT-ID-TEXT   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  AMLA-ALERT-TYPE    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  AMLA-TRANS-CODE    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  AMLA-PORTFOLIO-ID  DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  AMLA-ACCOUNT-NO    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  AMLA-RELATIONSHIP-ID DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-AMOUNT-EDIT     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-MOVES-EDIT      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  AMLA-WINDOW-START  DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  AMLA-WINDOW-END    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-AGE-EDIT        DELIMITED BY SIZE
                  ' DISP: __ BY: ________'
                                     DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       2900-READ-LEDGER.
           READ CASH-LEDGER-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ
           .

       2950-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'LEDGER READ='       DELIMITED BY SIZE
                  WS-LEDGER-COUNT      DELIMITED BY SIZE
                  '  SCREENED='        DELIMITED BY SIZE
                  WS-SCREENED-COUNT    DELIMITED BY SIZE
                  '  IN BAND='         DELIMITED BY SIZE
                  WS-BANDED-COUNT      DELIMITED BY SIZE
                  '  LARGE CASH='      DELIMITED BY SIZE
                  WS-LARGE-COUNT       DELIMITED BY SIZE
                  '  STRUCTURING='     DELIMITED BY SIZE
                  WS-STRUCT-COUNT      DELIMITED BY SIZE
                  '  OPEN CASES='      DELIMITED BY SIZE
                  WS-OPEN-COUNT        DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'RERUN SKIPS='       DELIMITED BY SIZE
                  WS-RERUN-SKIP-COUNT  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       3000-TERMINATE.
           CLOSE CASH-LEDGER-FILE
                 ALERT-FILE
                 REPORT-FILE

           DISPLAY 'Ledger records read:    ' WS-LEDGER-COUNT
           DISPLAY 'Movements screened:     ' WS-SCREENED-COUNT
           DISPLAY 'Large-cash alerts:      ' WS-LARGE-COUNT
           DISPLAY 'Structuring alerts:     ' WS-STRUCT-COUNT
           DISPLAY 'Open cases:             ' WS-OPEN-COUNT
           DISPLAY 'Rerun skips:            ' WS-RERUN-SKIP-COUNT

           IF WS-RETURN-CODE NOT = WS-ERROR
               PERFORM 9000-STAMP-CYCLE-COMPLETE
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
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
