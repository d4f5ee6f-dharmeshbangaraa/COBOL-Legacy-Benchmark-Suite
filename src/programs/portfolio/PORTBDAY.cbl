      *================================================================*
      * Program Name: PORTBDAY
      * Description: Business-Day Date Subprogram
      *             The single home of the business calendar,
      *             CALLed by every program that ages or schedules
      *             in business days - the same shared-subprogram
      *             shape as PORTVALD and PORTCYCL, so no two
      *             programs can count a holiday differently. A
      *             business day is a Monday-to-Friday date not on
      *             the HOLCAL holiday calendar. The calendar is
      *             read once, on the first call of the caller's
      *             run, into a table kept in date order; every
      *             later call in the run answers from the table.
      *             A calendar never loaded (open status 35) is
      *             treated as no holidays - weekends still count
      *             - with a warning, so a first run after the KSDS
      *             is defined does not fail the whole cycle.
      * Author: DLB
      * Date Written: 2025-01-13
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-01-13 DLB           Initial Creation
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTBDAY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE
               ASSIGN TO HOLCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HOL-DATE
               FILE STATUS IS WS-HOL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
           COPY HOLCREC.

       WORKING-STORAGE SECTION.
       01  WS-CONSTANTS.
      *-- Ceiling on holidays held in the table
           05  WS-MAX-HOLIDAYS     PIC 9(4) VALUE 3000.

      *-- Holiday calendar as integer day numbers, ascending - the
      *           KSDS is read in key order, so the table is sorted
      *           the moment it is loaded
       01  WS-HOLIDAY-TABLE.
           05  WS-HOL-COUNT        PIC 9(4) COMP VALUE ZERO.
           05  WS-HOL-ENTRY OCCURS 3000 TIMES
                                  INDEXED BY WS-HOL-IDX.
               10  WS-HOL-INTEGER  PIC 9(7) COMP.

       01  WS-SWITCHES.
           05  WS-HOL-STATUS       PIC X(02).
               88  WS-HOL-SUCCESS       VALUE '00'.
               88  WS-HOL-EOF           VALUE '10'.
               88  WS-HOL-NOT-LOADED    VALUE '35'.

      *-- Set on the first call; working storage survives between
      *           CALLs, so the calendar is read once per run
           05  WS-LOADED-SW        PIC X VALUE 'N'.
               88  CALENDAR-LOADED     VALUE 'Y'.
               88  CALENDAR-NOT-LOADED VALUE 'N'.

           05  WS-LOAD-FAILED-SW   PIC X VALUE 'N'.
               88  CALENDAR-LOAD-FAILED VALUE 'Y'.
               88  CALENDAR-LOAD-OK    VALUE 'N'.

           05  WS-DATE-VALID-SW    PIC X VALUE 'Y'.
               88  DATE-VALID          VALUE 'Y'.
               88  DATE-INVALID        VALUE 'N'.

           05  WS-PROBE-BUSINESS-SW PIC X VALUE 'N'.
               88  PROBE-IS-BUSINESS   VALUE 'Y'.
               88  PROBE-NOT-BUSINESS  VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-EDIT-DATE        PIC 9(8).
           05  WS-EDIT-INTEGER     PIC S9(9) COMP.
           05  WS-EDIT-ROUND-TRIP  PIC 9(8).
           05  WS-FROM-INTEGER     PIC S9(9) COMP.
           05  WS-TO-INTEGER       PIC S9(9) COMP.
           05  WS-PROBE-INTEGER    PIC S9(9) COMP.
           05  WS-WEEKDAY          PIC S9(4) COMP.
           05  WS-WEEKS            PIC S9(9) COMP.
           05  WS-STEPS-LEFT       PIC S9(9) COMP.
           05  WS-STEP             PIC S9(4) COMP.
           05  WS-LOW-INTEGER      PIC S9(9) COMP.
           05  WS-HIGH-INTEGER     PIC S9(9) COMP.
           05  WS-WEEKDAYS-LOW     PIC S9(9) COMP.
           05  WS-WEEKDAYS-HIGH    PIC S9(9) COMP.
           05  WS-BUSINESS-COUNT   PIC S9(9) COMP.
      *-- Binary search bounds over the holiday table
           05  WS-SEARCH-LOW       PIC S9(4) COMP.
           05  WS-SEARCH-HIGH      PIC S9(4) COMP.
           05  WS-SEARCH-MID       PIC S9(4) COMP.
           05  WS-FIRST-AFTER      PIC S9(4) COMP.

       LINKAGE SECTION.
           COPY BDAYAREA.

       PROCEDURE DIVISION USING BDAY-COMMAREA.
       0000-MAIN.
           SET BDAY-OK TO TRUE
           MOVE SPACES TO BDAY-MESSAGE

           IF CALENDAR-NOT-LOADED
               PERFORM 1000-LOAD-CALENDAR
           END-IF
           IF CALENDAR-LOAD-FAILED
               SET BDAY-FAILED TO TRUE
               MOVE 'HOLCAL HOLIDAY CALENDAR COULD NOT BE READ'
                   TO BDAY-MESSAGE
               GOBACK
           END-IF

           MOVE BDAY-FROM-DATE TO WS-EDIT-DATE
           PERFORM 1500-EDIT-DATE
           IF DATE-INVALID
               SET BDAY-FAILED TO TRUE
               STRING 'NOT A VALID CALENDAR DATE: ' DELIMITED BY SIZE
                      BDAY-FROM-DATE DELIMITED BY SIZE
                      INTO BDAY-MESSAGE
               END-STRING
               GOBACK
           END-IF
           MOVE WS-EDIT-INTEGER TO WS-FROM-INTEGER

           MOVE WS-FROM-INTEGER TO WS-PROBE-INTEGER
           PERFORM 2000-CHECK-PROBE-DAY
           IF PROBE-IS-BUSINESS
               SET BDAY-IS-BUSINESS-DAY TO TRUE
           ELSE
               SET BDAY-NOT-BUSINESS-DAY TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN BDAY-CHECK-REQ
                   CONTINUE
               WHEN BDAY-ADD-REQ
                   PERFORM 3000-ADD-BUSINESS-DAYS
               WHEN BDAY-BETWEEN-REQ
                   MOVE BDAY-TO-DATE TO WS-EDIT-DATE
                   PERFORM 1500-EDIT-DATE
                   IF DATE-INVALID
                       SET BDAY-FAILED TO TRUE
                       STRING 'NOT A VALID CALENDAR DATE: '
                                  DELIMITED BY SIZE
                              BDAY-TO-DATE DELIMITED BY SIZE
                              INTO BDAY-MESSAGE
                       END-STRING
                   ELSE
                       MOVE WS-EDIT-INTEGER TO WS-TO-INTEGER
                       PERFORM 4000-COUNT-BETWEEN
                   END-IF
               WHEN OTHER
                   SET BDAY-FAILED TO TRUE
                   MOVE 'INVALID BUSINESS-DAY REQUEST' TO BDAY-MESSAGE
           END-EVALUATE
           GOBACK.

       1000-LOAD-CALENDAR.
           SET CALENDAR-LOADED TO TRUE
           MOVE ZERO TO WS-HOL-COUNT
           OPEN INPUT HOLIDAY-FILE
           EVALUATE TRUE
               WHEN WS-HOL-SUCCESS
                   PERFORM 1100-LOAD-ONE-HOLIDAY
                      UNTIL WS-HOL-EOF
                         OR CALENDAR-LOAD-FAILED
                   CLOSE HOLIDAY-FILE
               WHEN WS-HOL-NOT-LOADED
                   DISPLAY 'PORTBDAY: HOLCAL calendar is empty - '
                           'weekends only until holidays are loaded'
               WHEN OTHER
                   DISPLAY 'PORTBDAY: HOLCAL OPEN ERROR - STATUS='
                           WS-HOL-STATUS
                   SET CALENDAR-LOAD-FAILED TO TRUE
           END-EVALUATE
           .

       1100-LOAD-ONE-HOLIDAY.
           READ HOLIDAY-FILE NEXT RECORD
               AT END
                   SET WS-HOL-EOF TO TRUE
               NOT AT END
                   MOVE HOL-DATE TO WS-EDIT-DATE
                   PERFORM 1500-EDIT-DATE
                   EVALUATE TRUE
                       WHEN DATE-INVALID
                           DISPLAY 'PORTBDAY: holiday ' HOL-DATE
                                   ' is not a valid date - ignored'
                       WHEN WS-HOL-COUNT NOT < WS-MAX-HOLIDAYS
                           DISPLAY 'PORTBDAY: holiday table full at '
                                   HOL-DATE
                           SET CALENDAR-LOAD-FAILED TO TRUE
                       WHEN OTHER
                           ADD 1 TO WS-HOL-COUNT
                           MOVE WS-EDIT-INTEGER
                               TO WS-HOL-INTEGER (WS-HOL-COUNT)
                   END-EVALUATE
           END-READ
           .

      *-- A date is valid when it survives the round trip through
      *           its day number - that catches month 13, day 32 and
      *           February 30 alike
       1500-EDIT-DATE.
           SET DATE-VALID TO TRUE
           MOVE ZERO TO WS-EDIT-INTEGER
           IF WS-EDIT-DATE NOT NUMERIC
              OR WS-EDIT-DATE < 16010101
               SET DATE-INVALID TO TRUE
           ELSE
               IF WS-EDIT-DATE(5:2) < '01' OR WS-EDIT-DATE(5:2) > '12'
                  OR WS-EDIT-DATE(7:2) < '01'
                  OR WS-EDIT-DATE(7:2) > '31'
                   SET DATE-INVALID TO TRUE
               ELSE
                   COMPUTE WS-EDIT-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE)
                   COMPUTE WS-EDIT-ROUND-TRIP =
                       FUNCTION DATE-OF-INTEGER(WS-EDIT-INTEGER)
                   IF WS-EDIT-INTEGER NOT > ZERO
                      OR WS-EDIT-ROUND-TRIP NOT = WS-EDIT-DATE
                       SET DATE-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      *-- Business-day test for the day number in WS-PROBE-INTEGER.
      *           Day 1 of the integer calendar (1601-01-01) was a
      *           Monday, so the remainder of (day - 1) over 7 is
      *           0 for Monday through 6 for Sunday
       2000-CHECK-PROBE-DAY.
           SET PROBE-IS-BUSINESS TO TRUE
           COMPUTE WS-PROBE-INTEGER = WS-PROBE-INTEGER - 1
           DIVIDE WS-PROBE-INTEGER BY 7 GIVING WS-WEEKS
               REMAINDER WS-WEEKDAY
           COMPUTE WS-PROBE-INTEGER = WS-PROBE-INTEGER + 1
           IF WS-WEEKDAY > 4
               SET PROBE-NOT-BUSINESS TO TRUE
           ELSE
               COMPUTE WS-LOW-INTEGER = WS-PROBE-INTEGER - 1
               PERFORM 2100-FIND-FIRST-AFTER
               IF WS-FIRST-AFTER NOT > WS-HOL-COUNT
                   IF WS-HOL-INTEGER (WS-FIRST-AFTER)
                      = WS-PROBE-INTEGER
                       SET PROBE-NOT-BUSINESS TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      *-- Binary search: the first holiday table entry dated after
      *           WS-LOW-INTEGER, or WS-HOL-COUNT + 1 when none is
       2100-FIND-FIRST-AFTER.
           MOVE 1 TO WS-SEARCH-LOW
           COMPUTE WS-SEARCH-HIGH = WS-HOL-COUNT + 1
           PERFORM UNTIL WS-SEARCH-LOW NOT < WS-SEARCH-HIGH
               COMPUTE WS-SEARCH-MID =
                   (WS-SEARCH-LOW + WS-SEARCH-HIGH) / 2
               IF WS-HOL-INTEGER (WS-SEARCH-MID) > WS-LOW-INTEGER
                   MOVE WS-SEARCH-MID TO WS-SEARCH-HIGH
               ELSE
                   COMPUTE WS-SEARCH-LOW = WS-SEARCH-MID + 1
               END-IF
           END-PERFORM
           MOVE WS-SEARCH-LOW TO WS-FIRST-AFTER
           .

      *-- Step a day at a time in the direction of the count,
      *           counting only the business days landed on
       3000-ADD-BUSINESS-DAYS.
           MOVE WS-FROM-INTEGER TO WS-PROBE-INTEGER
           IF BDAY-DAY-COUNT < ZERO
               MOVE -1 TO WS-STEP
               COMPUTE WS-STEPS-LEFT = ZERO - BDAY-DAY-COUNT
           ELSE
               MOVE 1 TO WS-STEP
               MOVE BDAY-DAY-COUNT TO WS-STEPS-LEFT
           END-IF
           PERFORM UNTIL WS-STEPS-LEFT = ZERO
               ADD WS-STEP TO WS-PROBE-INTEGER
               PERFORM 2000-CHECK-PROBE-DAY
               IF PROBE-IS-BUSINESS
                   SUBTRACT 1 FROM WS-STEPS-LEFT
               END-IF
           END-PERFORM
           COMPUTE BDAY-TO-DATE =
               FUNCTION DATE-OF-INTEGER(WS-PROBE-INTEGER)
           COMPUTE BDAY-CALENDAR-DAYS =
               WS-PROBE-INTEGER - WS-FROM-INTEGER
           .

      *-- Business days in the span (low, high]: weekdays counted
      *           arithmetically, less the holidays the table holds
      *           inside the span - no day-by-day walk, so aging a
      *           years-old date costs no more than a recent one
       4000-COUNT-BETWEEN.
           COMPUTE BDAY-CALENDAR-DAYS =
               WS-TO-INTEGER - WS-FROM-INTEGER
           IF WS-TO-INTEGER < WS-FROM-INTEGER
               MOVE WS-TO-INTEGER TO WS-LOW-INTEGER
               MOVE WS-FROM-INTEGER TO WS-HIGH-INTEGER
           ELSE
               MOVE WS-FROM-INTEGER TO WS-LOW-INTEGER
               MOVE WS-TO-INTEGER TO WS-HIGH-INTEGER
           END-IF

      *-- Weekdays on or before day n: five per whole week, plus
      *           the leftover days of the part week up to five
           DIVIDE WS-LOW-INTEGER BY 7 GIVING WS-WEEKS
               REMAINDER WS-WEEKDAY
           IF WS-WEEKDAY > 5
               MOVE 5 TO WS-WEEKDAY
           END-IF
           COMPUTE WS-WEEKDAYS-LOW = WS-WEEKS * 5 + WS-WEEKDAY
           DIVIDE WS-HIGH-INTEGER BY 7 GIVING WS-WEEKS
               REMAINDER WS-WEEKDAY
           IF WS-WEEKDAY > 5
               MOVE 5 TO WS-WEEKDAY
           END-IF
           COMPUTE WS-WEEKDAYS-HIGH = WS-WEEKS * 5 + WS-WEEKDAY
           COMPUTE WS-BUSINESS-COUNT =
               WS-WEEKDAYS-HIGH - WS-WEEKDAYS-LOW

           PERFORM 2100-FIND-FIRST-AFTER
           PERFORM UNTIL WS-FIRST-AFTER > WS-HOL-COUNT
               IF WS-HOL-INTEGER (WS-FIRST-AFTER) > WS-HIGH-INTEGER
                   COMPUTE WS-FIRST-AFTER = WS-HOL-COUNT + 1
               ELSE
                   COMPUTE WS-PROBE-INTEGER =
                       WS-HOL-INTEGER (WS-FIRST-AFTER) - 1
                   DIVIDE WS-PROBE-INTEGER BY 7 GIVING WS-WEEKS
                       REMAINDER WS-WEEKDAY
                   IF WS-WEEKDAY NOT > 4
                       SUBTRACT 1 FROM WS-BUSINESS-COUNT
                   END-IF
                   ADD 1 TO WS-FIRST-AFTER
               END-IF
           END-PERFORM

           IF WS-TO-INTEGER < WS-FROM-INTEGER
               COMPUTE BDAY-DAY-COUNT = ZERO - WS-BUSINESS-COUNT
           ELSE
               MOVE WS-BUSINESS-COUNT TO BDAY-DAY-COUNT
           END-IF
           .
