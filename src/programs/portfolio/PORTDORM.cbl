      *                          timestamp; aging also now rejects
      *                          any last-maint earlier than the
      *                          create date as unusable
      * 2025-01-13 DLB           Dormancy aged in business days off
      *                          PORTBDAY; both thresholds are now
      *                          business days
      * 2025-01-31 DLB           Dormancy warning and suspension
      *                          letters now triggered onto
      *                          CORRTRIG for PORTCORR - the
      *                          warning every night in the band,
      *                          PORTCORR sends it once per spell
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTDORM.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *-- Change: Client letter triggers - appended for PORTCORR
           SELECT TRIGGER-FILE
               ASSIGN TO CORRTRIG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRIGGER-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO DORMRPT
               ORGANIZATION IS SEQUENTIAL
       FD  AUDIT-FILE.
           COPY AUDITLOG.

       FD  TRIGGER-FILE.
           COPY LTRGREC.

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(132).

           05  WS-REPORT-STATUS    PIC X(02).
               88  WS-REPORT-SUCCESS    VALUE '00'.

           05  WS-TRIGGER-STATUS   PIC X(02).
               88  WS-TRIGGER-SUCCESS   VALUE '00'.

           05  WS-BROWSE-EOF-SW    PIC X VALUE 'N'.
               88  BROWSE-AT-EOF       VALUE 'Y'.
               88  NOT-BROWSE-AT-EOF   VALUE 'N'.
           05  WS-WARNING-DAYS     PIC 9(4).
           05  WS-ACTION-DAYS      PIC 9(4).
           05  WS-CURRENT-DATE     PIC 9(8).
      *-- Change: Age in business days - weekends and HOLCAL
      *           holidays are not counted
           05  WS-AGE-DAYS         PIC S9(5) COMP.
      *-- Date-piece view of PORT-LAST-MAINT for the usability
      *           check - old records carry truncated timestamps
           05  WS-VALUE-EDIT       PIC -(13)9.99.
           05  WS-CASH-EDIT        PIC -(13)9.99.
           05  WS-DISPOSITION-TEXT PIC X(12).
      *-- Change: Letter type for the next CORRTRIG trigger
           05  WS-LETTER-TYPE      PIC X(02).

      *-- Work area used to build each AUD-RECORD before write
       01  WS-AUDIT-WORK-AREA.
           05  WS-AUDIT-AFTER      PIC X(170).
           05  WS-AUDIT-MESSAGE    PIC X(100).

      *-- Change: PORTBDAY business-day parameter area
           COPY BDAYAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           OPEN INPUT PARM-FILE
           OPEN EXTEND AUDIT-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND TRIGGER-FILE

           IF NOT WS-SUCCESS-STATUS
              OR NOT WS-PARM-SUCCESS
              OR NOT WS-AUDIT-SUCCESS
              OR NOT WS-REPORT-SUCCESS
              OR NOT WS-TRIGGER-SUCCESS
               DISPLAY 'PORTDORM: FILE OPEN ERROR - PORT='
                       WS-FILE-STATUS ' PARM=' WS-PARM-STATUS
                       ' AUDIT=' WS-AUDIT-STATUS
                       ' REPORT=' WS-REPORT-STATUS
                       ' TRIGGER=' WS-TRIGGER-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           PERFORM 1100-READ-PARM-CARD

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
      *-- Change: An unreadable holiday calendar stops the run here
      *           rather than misaging every portfolio
           SET BDAY-CHECK-REQ TO TRUE
           MOVE WS-CURRENT-DATE TO BDAY-FROM-DATE
           CALL 'PORTBDAY' USING BDAY-COMMAREA
           IF BDAY-FAILED
               DISPLAY 'PORTDORM: ' BDAY-MESSAGE
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1200-WRITE-REPORT-HEADINGS

                      WS-WARNING-DAYS DELIMITED BY SIZE
                      ' / ACTION ' DELIMITED BY SIZE
                      WS-ACTION-DAYS DELIMITED BY SIZE
                      ' BUSINESS DAYS' DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
           END-IF

       2100-AGE-ONE-PORTFOLIO.
           PERFORM 2150-CHECK-MAINT-DATE
           IF MAINT-DATE-USABLE
               PERFORM 2160-AGE-MAINT-DATE
           END-IF
           IF MAINT-DATE-UNUSABLE
               ADD 1 TO WS-BAD-DATE-COUNT
               MOVE ZERO TO WS-AGE-DAYS
                   MOVE WS-WARNING TO WS-RETURN-CODE
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS > WS-ACTION-DAYS
                       PERFORM 2300-SUSPEND-DORMANT-PORTFOLIO
                       ADD 1 TO WS-WARNED-COUNT
                       MOVE 'WARNING     ' TO WS-DISPOSITION-TEXT
                       PERFORM 2800-WRITE-DETAIL-LINE
      *-- Change: Warning letter trigger - PORTCORR drops the
      *           repeats while the account stays in the band
                       MOVE 'DW' TO WS-LETTER-TYPE
                       PERFORM 8200-WRITE-LETTER-TRIGGER
                       IF WS-RETURN-CODE = WS-SUCCESS
                           MOVE WS-WARNING TO WS-RETURN-CODE
                       END-IF
           END-IF
           .

      *-- Change: New paragraph - business days from the last-maint
      *           date to today. A date that passes the range checks
      *           but is still not on the calendar (30 February) is
      *           as unusable as a truncated timestamp
       2160-AGE-MAINT-DATE.
           SET BDAY-BETWEEN-REQ TO TRUE
           MOVE WS-MAINT-DATE TO BDAY-FROM-DATE
           MOVE WS-CURRENT-DATE TO BDAY-TO-DATE
           CALL 'PORTBDAY' USING BDAY-COMMAREA
           IF BDAY-OK
               MOVE BDAY-DAY-COUNT TO WS-AGE-DAYS
           ELSE
               SET MAINT-DATE-UNUSABLE TO TRUE
           END-IF
           .

      *-- Past the action threshold: suspend, clear the reinstate
      *           authorization, audit - exactly the state an
      *           operator-suspended portfolio sits in, so the 'R'
               PERFORM 8000-WRITE-AUDIT-RECORD
               MOVE 'SUSPENDED   ' TO WS-DISPOSITION-TEXT
               PERFORM 2800-WRITE-DETAIL-LINE
      *-- Change: Suspension letter trigger
               MOVE 'DS' TO WS-LETTER-TYPE
               PERFORM 8200-WRITE-LETTER-TRIGGER
               IF WS-RETURN-CODE = WS-SUCCESS
                   MOVE WS-WARNING TO WS-RETURN-CODE
               END-IF
           CLOSE PORTFOLIO-FILE
                 AUDIT-FILE
                 REPORT-FILE
                 TRIGGER-FILE

           DISPLAY 'Active reviewed:   ' WS-ACTIVE-COUNT
           IF DRM-REPAIR-MODE
                       WS-AUDIT-STATUS ' for key=' PORT-ID
           END-IF
           .

      *-- Change: New paragraph - append one client letter trigger
      *           for PORTCORR of the letter type set by the caller. The
      *           reference date is the last-activity date aged -
      *           held in WS-MAINT-DATE, since a suspension has
      *           already restamped PORT-LAST-MAINT
       8200-WRITE-LETTER-TRIGGER.
           MOVE SPACES TO LETTER-TRIGGER-RECORD
           MOVE WS-LETTER-TYPE TO LTRG-LETTER-TYPE
           MOVE PORT-ID TO LTRG-PORTFOLIO-ID
           MOVE PORT-ACCOUNT-NO TO LTRG-ACCOUNT-NO
           MOVE WS-CURRENT-DATE TO LTRG-EVENT-DATE
           MOVE WS-MAINT-DATE TO LTRG-REF-DATE
           MOVE PORT-TOTAL-VALUE TO LTRG-AMOUNT-1
           MOVE PORT-CASH-BALANCE TO LTRG-AMOUNT-2
           MOVE PORT-CLIENT-NAME TO LTRG-REFERENCE
           MOVE WS-PROGRAM-NAME TO LTRG-PROGRAM

           WRITE LETTER-TRIGGER-RECORD
           IF NOT WS-TRIGGER-SUCCESS
               DISPLAY 'Warning: letter trigger write failed, '
                       'status=' WS-TRIGGER-STATUS ' for key='
                       PORT-KEY
           END-IF
           .
