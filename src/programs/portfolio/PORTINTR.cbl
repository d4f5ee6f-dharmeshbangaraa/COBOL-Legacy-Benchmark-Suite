      *                          area destroyed the pending record
      *                          the balanced line had not yet
      *                          consumed
      * 2025-01-13 DLB           Accrue mode runs on business days
      *                          only (PORTBDAY) and accrues every
      *                          calendar day up to the next
      *                          business day, so Friday's run
      *                          carries the weekend and the eve of
      *                          a holiday carries the holiday
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTINTR.
           05  WS-ACCR-KEY-WORK    PIC X(18) VALUE LOW-VALUES.
           05  WS-BUSINESS-DATE    PIC 9(8).
           05  WS-BUSINESS-MONTH   PIC 9(6).
      *-- Change: Calendar days this accrual covers - the business
      *           date up to, not including, the next business day
           05  WS-ACCRUAL-DAYS     PIC 9(3) VALUE ZERO.
           05  WS-ACCRUED-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-RERUN-SKIP-COUNT PIC 9(7) VALUE ZERO.
           05  WS-NO-RATE-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-AUDIT-BEFORE     PIC X(170).
           05  WS-AUDIT-AFTER      PIC X(170).

      *-- Change: PORTBDAY business-day parameter area
           COPY BDAYAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           MOVE INP-BUSINESS-DATE TO WS-BUSINESS-DATE
           MOVE INP-BUSINESS-DATE(1:6) TO WS-BUSINESS-MONTH
           CLOSE PARM-FILE
           IF INP-ACCRUE-MODE
               PERFORM 1050-SET-ACCRUAL-DAYS
           END-IF

           OPEN I-O   PORTFOLIO-FILE
           OPEN INPUT RATE-SCHEDULE-FILE
           PERFORM 2910-READ-ACCRUAL
           .

      *-- Change: New paragraph - accrual runs only on a business
      *           day, and covers the calendar days until the next
      *           one; a weekend or holiday card is refused before
      *           anything is opened
       1050-SET-ACCRUAL-DAYS.
           SET BDAY-ADD-REQ TO TRUE
           MOVE WS-BUSINESS-DATE TO BDAY-FROM-DATE
           MOVE 1 TO BDAY-DAY-COUNT
           CALL 'PORTBDAY' USING BDAY-COMMAREA
           IF BDAY-FAILED
               DISPLAY 'PORTINTR: ' BDAY-MESSAGE
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           IF BDAY-NOT-BUSINESS-DAY
               DISPLAY 'PORTINTR: business date ' WS-BUSINESS-DATE
                       ' is not a business day - no accrual run'
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           MOVE BDAY-CALENDAR-DAYS TO WS-ACCRUAL-DAYS
           .

       1100-LOAD-RATE-SCHEDULE.
           PERFORM UNTIL WS-RATE-EOF
              OR WS-RATE-COUNT NOT < WS-MAX-RATE-ROWS
               STRING 'PORTINTR - DAILY INTEREST ACCRUAL FOR '
                          DELIMITED BY SIZE
                      WS-BUSINESS-DATE DELIMITED BY SIZE
                      '  CALENDAR DAYS ' DELIMITED BY SIZE
                      WS-ACCRUAL-DAYS DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
           ELSE

      *-- One day's interest at the best (highest-floor) band the
      *           balance reaches for this client type
      *-- Change: times the calendar days the run covers - the
      *           balance earns over the weekend and holidays too
       2400-COMPUTE-DAILY-ACCRUAL.
           PERFORM 2450-LOOKUP-RATE
           IF RATE-FOUND
               COMPUTE WS-DAILY-ACCRUAL ROUNDED =
                   (PORT-CASH-BALANCE * WS-BEST-RATE
                    * WS-ACCRUAL-DAYS) / WS-YEAR-BASIS
           ELSE
               ADD 1 TO WS-NO-RATE-COUNT
           END-IF
