      * 2024-12-09 DLB           Cycle control through the shared
      *                          PORTCYCL subprogram - the repair
      *                          run waits for PORTUPDT's stamp
      * 2025-01-13 DLB           Suspense aged in business days off
      *                          PORTBDAY; stale limit restated as
      *                          21 business days, the old 30
      *                          calendar days
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTSUSP.
           05  WS-PROGRAM-NAME     PIC X(08) VALUE 'PORTSUSP'.
           05  WS-SUCCESS          PIC S9(4) VALUE +0.
           05  WS-ERROR            PIC S9(4) VALUE +8.
      *-- Change: Suspense items unrepaired longer than this many
      *           business days are reported as stale-suspense
      *           exceptions - 21 business days is the old 30
      *           calendar-day horizon
           05  WS-STALE-DAYS-LIMIT PIC 9(3) VALUE 021.
      *-- Maximum number of fix transactions the in-memory table holds
           05  WS-MAX-FIXES        PIC 9(4) VALUE 0500.

           05  WS-RESUB-VALUE-TOTAL PIC S9(13)V99 VALUE ZERO.
           05  WS-NUMERIC-WORK     PIC S9(13)V99.
           05  WS-CURRENT-DATE     PIC 9(8).
      *-- Change: Age in business days - weekends and HOLCAL
      *           holidays are not counted
           05  WS-AGE-DAYS         PIC S9(5) COMP.
           05  WS-AGE-DISPLAY      PIC ZZZZ9.
           05  WS-CYCLE-DISPLAY    PIC ZZ9.
      *-- Parameter area for the PORTCYCL cycle-control subprogram
           COPY CYCLAREA.

      *-- Change: PORTBDAY business-day parameter area
           COPY BDAYAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
      *-- Change: An unreadable holiday calendar stops the run here
      *           rather than misaging the whole queue
           SET BDAY-CHECK-REQ TO TRUE
           MOVE WS-CURRENT-DATE TO BDAY-FROM-DATE
           CALL 'PORTBDAY' USING BDAY-COMMAREA
           IF BDAY-FAILED
               DISPLAY 'PORTSUSP: ' BDAY-MESSAGE
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1100-LOAD-FIX-TABLE
           PERFORM 1200-WRITE-REPORT-HEADINGS
           ADD 1 TO SUSP-CYCLE-COUNT
           ADD 1 TO WS-CARRIED-COUNT

      *-- Change: Business days since first reject, via PORTBDAY -
      *           a reject date that is not a date ages as stale so
      *           the item is looked at
           SET BDAY-BETWEEN-REQ TO TRUE
           MOVE SUSP-FIRST-REJECT-DATE TO BDAY-FROM-DATE
           MOVE WS-CURRENT-DATE TO BDAY-TO-DATE
           CALL 'PORTBDAY' USING BDAY-COMMAREA
           IF BDAY-OK
               MOVE BDAY-DAY-COUNT TO WS-AGE-DAYS
           ELSE
               MOVE 99999 TO WS-AGE-DAYS
           END-IF

           IF WS-AGE-DAYS > WS-STALE-DAYS-LIMIT
               ADD 1 TO WS-STALE-COUNT
