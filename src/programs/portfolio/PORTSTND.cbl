      *================================================================*
      * Program Name: PORTSTND
      * Description: Standing Instruction Scheduler
      *             Browses the STANDING file and, for every active
      *             instruction whose next due date has come round,
      *             generates the contribution ('D') or distribution
      *             ('W') as a detail transaction in a control-
      *             totaled UPDATE-FILE batch, then rolls the next
      *             due date forward by the instruction's frequency.
      *             The batch is posted by running PORTUPDT against
      *             it as its own UPDTFILE on the next cycle, so the
      *             run generates everything due up to and including
      *             the next business date - an occurrence due on a
      *             weekend or holiday posts on the business day
      *             after it.
      *             An instruction whose portfolio is suspended,
      *             closed, pending approval or not on file is not
      *             generated - the occurrence is listed as skipped
      *             for operations to key by hand if it is still
      *             wanted, the due date still rolls forward so a
      *             reinstated account does not catch up a backlog,
      *             and the run ends RC 4. Once the next due date
      *             passes the instruction's end date it is marked
      *             ended. Every instruction the run touches is
      *             audit-logged with its before and after image.
      * Author: DLB
      * Date Written: 2025-01-22
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-01-22 DLB           Initial Creation
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTSTND.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- Standing instructions, browsed in key order and rewritten
      *           with the rolled-forward due date
           SELECT STANDING-FILE
               ASSIGN TO STNDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STND-KEY
               FILE STATUS IS WS-STND-STATUS.

      *-- Portfolio master - status check for each due instruction
           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORT-KEY
               FILE STATUS IS WS-PORT-STATUS.

      *-- Generated transactions out, in UPDATE-FILE layout with
      *           batch header/trailer control records
           SELECT BATCH-FILE
               ASSIGN TO STNDBTCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATUS.

      *-- Audit trail file - shared layout with PORTUPDT/PORTCRET
           SELECT AUDIT-FILE
               ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *-- Scheduler register - every occurrence generated or skipped
           SELECT REPORT-FILE
               ASSIGN TO STNDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-FILE.
           COPY STNDREC.

       FD  PORTFOLIO-FILE.
           COPY PORTFLIO.

       FD  BATCH-FILE.
           COPY UPDTREC.

       FD  AUDIT-FILE.
           COPY AUDITLOG.

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Constants and switches
      *----------------------------------------------------------------*
       01  WS-CONSTANTS.
           05  WS-PROGRAM-NAME     PIC X(08) VALUE 'PORTSTND'.
           05  WS-SUCCESS          PIC S9(4) VALUE +0.
           05  WS-WARNING          PIC S9(4) VALUE +4.
           05  WS-ERROR            PIC S9(4) VALUE +8.

      *-- Days in each month, February adjusted for leap years when
      *           a due date is rolled into it
       01  WS-MONTH-LENGTH-DATA    PIC X(24)
                                   VALUE '312831303130313130313031'.
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-DATA.
           05  WS-MONTH-LENGTH     PIC 9(2) OCCURS 12 TIMES.

       01  WS-SWITCHES.
           05  WS-STND-STATUS      PIC X(02).
               88  WS-STND-SUCCESS      VALUE '00'.
               88  WS-STND-NOT-LOADED   VALUE '35'.

           05  WS-PORT-STATUS      PIC X(02).
               88  WS-PORT-SUCCESS      VALUE '00'.
               88  WS-PORT-NOT-FND      VALUE '23'.

           05  WS-BATCH-STATUS     PIC X(02).
               88  WS-BATCH-SUCCESS     VALUE '00'.

           05  WS-AUDIT-STATUS     PIC X(02).
               88  WS-AUDIT-SUCCESS     VALUE '00'.

           05  WS-REPORT-STATUS    PIC X(02).
               88  WS-REPORT-SUCCESS    VALUE '00'.

           05  WS-END-OF-FILE-SW   PIC X VALUE 'N'.
               88  END-OF-FILE         VALUE 'Y'.
               88  NOT-END-OF-FILE     VALUE 'N'.

      *----------------------------------------------------------------*
      * Work areas
      *----------------------------------------------------------------*
       01  WS-WORK-AREAS.
           05  WS-RETURN-CODE      PIC S9(4) VALUE +0.
           05  WS-BUSINESS-DATE    PIC 9(8).
      *-- Last date this run generates for - the business date the
      *           batch is posted on
           05  WS-HORIZON-DATE     PIC 9(8).
           05  WS-READ-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-DUE-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-GENERATED-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-SKIPPED-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-ENDED-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-CONTRIB-TOTAL    PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-DISTRIB-TOTAL    PIC S9(15)V99 COMP-3 VALUE ZERO.
      *-- Control figures for the batch header/trailer - every
      *           detail counts and every D/W amount adds to the
      *           value total, the way PORTUPDT's 2060-ACCUMULATE-
      *           CONTROL-TOTAL reads them back
           05  WS-BATCH-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-BATCH-VALUE-TOTAL PIC S9(13)V99 VALUE ZERO.
           05  WS-SKIP-REASON      PIC X(40).
           05  WS-DISPOSITION-TEXT PIC X(12).
      *-- Occurrence being reported - the due date before the roll
           05  WS-OCCURRENCE-DATE  PIC 9(8).
      *-- Due-date roll - months added to the year and month, the
      *           day held to STND-DUE-DAY or the month's last day
           05  WS-ROLL-DATE.
               10  WS-ROLL-YEAR    PIC 9(4).
               10  WS-ROLL-MONTH   PIC 9(2).
               10  WS-ROLL-DAY     PIC 9(2).
           05  WS-ROLL-MONTHS      PIC 9(2) COMP.
           05  WS-MONTH-INDEX      PIC 9(4) COMP.
           05  WS-YEAR-CARRY       PIC 9(4) COMP.
           05  WS-MONTH-REMAINDER  PIC 9(4) COMP.
           05  WS-DAYS-IN-MONTH    PIC 9(2).
           05  WS-LEAP-QUOTIENT    PIC 9(4) COMP.
           05  WS-LEAP-REM-4       PIC 9(4) COMP.
           05  WS-LEAP-REM-100     PIC 9(4) COMP.
           05  WS-LEAP-REM-400     PIC 9(4) COMP.
      *-- Print-staging edit fields
           05  WS-AMOUNT-EDIT      PIC Z(10)9.
           05  WS-TOTAL-EDIT       PIC Z(14)9.99.

      *-- Work area used to build each AUD-RECORD before write
       01  WS-AUDIT-WORK-AREA.
           05  WS-AUDIT-DATE       PIC 9(08).
           05  WS-AUDIT-TIME       PIC 9(08).
           05  WS-AUDIT-ACTION-CD  PIC X(08).
           05  WS-AUDIT-BEFORE     PIC X(170).
           05  WS-AUDIT-AFTER      PIC X(170).
           05  WS-AUDIT-MESSAGE    PIC X(100).

      *-- Parameter area for the PORTCYCL cycle-control subprogram
           COPY CYCLAREA.

      *-- PORTBDAY business-day parameter area
           COPY BDAYAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS
              UNTIL END-OF-FILE
           PERFORM 2950-WRITE-REPORT-TOTALS
           PERFORM 3000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           INITIALIZE WS-WORK-AREAS

           PERFORM 1050-CHECK-CYCLE-CONTROL
           MOVE CYCL-BUSINESS-DATE TO WS-BUSINESS-DATE
           PERFORM 1100-SET-HORIZON-DATE

           OPEN I-O    STANDING-FILE
           OPEN INPUT  PORTFOLIO-FILE
           OPEN OUTPUT BATCH-FILE
           OPEN EXTEND AUDIT-FILE
           OPEN OUTPUT REPORT-FILE

           IF NOT (WS-STND-SUCCESS OR WS-STND-NOT-LOADED)
              OR NOT WS-PORT-SUCCESS
              OR NOT WS-BATCH-SUCCESS
              OR NOT WS-AUDIT-SUCCESS
              OR NOT WS-REPORT-SUCCESS
               DISPLAY 'PORTSTND: FILE OPEN ERROR - STND='
                       WS-STND-STATUS ' PORT=' WS-PORT-STATUS
                       ' BATCH=' WS-BATCH-STATUS
                       ' AUDIT=' WS-AUDIT-STATUS
                       ' REPORT=' WS-REPORT-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1200-WRITE-REPORT-HEADINGS

      *-- A never-loaded STANDING file means no instructions yet -
      *           the run still writes an empty, control-totaled
      *           batch so the posting step has its header/trailer
           IF WS-STND-NOT-LOADED
               DISPLAY 'PORTSTND: STANDING file not loaded - '
                       'no instructions to schedule'
               SET END-OF-FILE TO TRUE
           ELSE
               MOVE LOW-VALUES TO STND-KEY
               START STANDING-FILE KEY IS NOT LESS THAN STND-KEY
                   INVALID KEY
                       SET END-OF-FILE TO TRUE
               END-START
               IF NOT-END-OF-FILE
                   PERFORM 2900-READ-NEXT-INSTRUCTION
               END-IF
           END-IF
           .

      *-- Cycle-control start check through the shared PORTCYCL
      *           subprogram - scheduled after tonight's PORTUPDT,
      *           so the batch goes into the next cycle
       1050-CHECK-CYCLE-CONTROL.
           SET CYCL-START-REQ TO TRUE
           MOVE WS-PROGRAM-NAME TO CYCL-JOB-NAME
           MOVE 'PORTUPDT' TO CYCL-PREDECESSOR
           CALL 'PORTCYCL' USING CYCL-COMMAREA
           IF CYCL-BLOCKED
               DISPLAY 'PORTSTND: cycle control refused start - '
                       CYCL-MESSAGE
               MOVE WS-ERROR TO RETURN-CODE
               GOBACK
           END-IF
           .

      *-- The batch posts on the next business date's cycle, so
      *           everything due up to and including that date is
      *           generated tonight - an unreadable holiday calendar
      *           stops the run rather than schedule the wrong days
       1100-SET-HORIZON-DATE.
           SET BDAY-ADD-REQ TO TRUE
           MOVE WS-BUSINESS-DATE TO BDAY-FROM-DATE
           MOVE 1 TO BDAY-DAY-COUNT
           CALL 'PORTBDAY' USING BDAY-COMMAREA
           IF BDAY-FAILED
               DISPLAY 'PORTSTND: ' BDAY-MESSAGE
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           MOVE BDAY-TO-DATE TO WS-HORIZON-DATE
           .

       1200-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO REPORT-RECORD
           STRING 'PORTSTND - STANDING INSTRUCTION SCHEDULER  '
                      DELIMITED BY SIZE
                  'BUSINESS DATE ' DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  '  DUE THROUGH ' DELIMITED BY SIZE
                  WS-HORIZON-DATE DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'PORT ID  ACCOUNT NO SQ D      AMOUNT F DUE DATE '
                      DELIMITED BY SIZE
                  'DISPOSITION  REASON'
                      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      *-- Ended instructions and those not yet due are passed over
       2000-PROCESS.
           ADD 1 TO WS-READ-COUNT
           IF STND-ACTIVE
              AND STND-NEXT-DUE-DATE NOT > WS-HORIZON-DATE
               ADD 1 TO WS-DUE-COUNT
               PERFORM 2100-SCHEDULE-INSTRUCTION
           END-IF
           PERFORM 2900-READ-NEXT-INSTRUCTION
           .

      *-- Generate (or skip) every occurrence due by the horizon -
      *           more than one only when runs were missed - then
      *           rewrite the instruction with its new due date
       2100-SCHEDULE-INSTRUCTION.
           MOVE STANDING-INSTR-RECORD TO WS-AUDIT-BEFORE
           PERFORM 2150-CHECK-PORTFOLIO

           PERFORM UNTIL STND-NEXT-DUE-DATE > WS-HORIZON-DATE
                      OR STND-ENDED
               IF STND-END-DATE NOT = ZERO
                  AND STND-NEXT-DUE-DATE > STND-END-DATE
                   PERFORM 2400-END-INSTRUCTION
               ELSE
                   MOVE STND-NEXT-DUE-DATE TO WS-OCCURRENCE-DATE
                   IF WS-SKIP-REASON = SPACES
                       PERFORM 2200-GENERATE-OCCURRENCE
                   ELSE
                       PERFORM 2250-SKIP-OCCURRENCE
                   END-IF
                   PERFORM 2300-ROLL-DUE-DATE
               END-IF
           END-PERFORM

      *-- A due date rolled past the end date ends the instruction
      *           tonight rather than at its next due date
           IF STND-ACTIVE
              AND STND-END-DATE NOT = ZERO
              AND STND-NEXT-DUE-DATE > STND-END-DATE
               PERFORM 2400-END-INSTRUCTION
           END-IF

           REWRITE STANDING-INSTR-RECORD
           IF WS-STND-SUCCESS
               MOVE STANDING-INSTR-RECORD TO WS-AUDIT-AFTER
               MOVE 'UPDATE  ' TO WS-AUDIT-ACTION-CD
               IF STND-ENDED
                   MOVE 'STANDING INSTRUCTION SCHEDULED AND ENDED'
                       TO WS-AUDIT-MESSAGE
               ELSE
                   MOVE 'STANDING INSTRUCTION DUE DATE ROLLED'
                       TO WS-AUDIT-MESSAGE
               END-IF
               PERFORM 8000-WRITE-AUDIT-RECORD
           ELSE
               DISPLAY 'PORTSTND: REWRITE failed for '
                       STND-KEY ' STATUS=' WS-STND-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
           END-IF
           .

      *-- Only an ACTIVE portfolio is generated for
       2150-CHECK-PORTFOLIO.
           MOVE SPACES TO WS-SKIP-REASON
           MOVE STND-PORTFOLIO-ID TO PORT-ID
           MOVE STND-ACCOUNT-NO TO PORT-ACCOUNT-NO
           READ PORTFOLIO-FILE
               INVALID KEY
                   MOVE 'PORTFOLIO NOT ON FILE' TO WS-SKIP-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN PORT-ACTIVE
                           CONTINUE
                       WHEN PORT-SUSPENDED
                           MOVE 'PORTFOLIO SUSPENDED'
                               TO WS-SKIP-REASON
                       WHEN PORT-CLOSED
                           MOVE 'PORTFOLIO CLOSED'
                               TO WS-SKIP-REASON
                       WHEN PORT-PENDING
                           MOVE 'PORTFOLIO PENDING APPROVAL'
                               TO WS-SKIP-REASON
                       WHEN OTHER
                           MOVE 'PORTFOLIO STATUS NOT ACTIVE'
                               TO WS-SKIP-REASON
                   END-EVALUATE
           END-READ
           .

      *-- One D/W detail per occurrence - the amount zero-filled
      *           into UPDT-NEW-VALUE and no settlement date, so the
      *           cash moves on the cycle that posts the batch
       2200-GENERATE-OCCURRENCE.
           MOVE SPACES TO UPDATE-RECORD
           MOVE STND-PORTFOLIO-ID TO UPDT-ID
           MOVE STND-ACCOUNT-NO TO UPDT-ACCT-NO
           MOVE STND-DIRECTION TO UPDT-ACTION
           MOVE ALL '0' TO UPDT-NEW-VALUE
           MOVE STND-AMOUNT TO UPDT-NEW-VALUE(40:11)
           MOVE ZERO TO UPDT-SETTLE-DATE
           WRITE UPDATE-RECORD
           IF NOT WS-BATCH-SUCCESS
               DISPLAY 'PORTSTND: batch WRITE failed for '
                       STND-KEY ' STATUS=' WS-BATCH-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
           END-IF

           ADD 1 TO WS-BATCH-COUNT
           ADD STND-AMOUNT TO WS-BATCH-VALUE-TOTAL
           IF STND-CONTRIBUTION
               ADD STND-AMOUNT TO WS-CONTRIB-TOTAL
           ELSE
               ADD STND-AMOUNT TO WS-DISTRIB-TOTAL
           END-IF

           ADD 1 TO WS-GENERATED-COUNT
           ADD 1 TO STND-GEN-COUNT
           MOVE WS-BUSINESS-DATE TO STND-LAST-GEN-DATE
           MOVE 'GENERATED   ' TO WS-DISPOSITION-TEXT
           PERFORM 2800-WRITE-DETAIL-LINE
           .

       2250-SKIP-OCCURRENCE.
           ADD 1 TO WS-SKIPPED-COUNT
           IF WS-RETURN-CODE = WS-SUCCESS
               MOVE WS-WARNING TO WS-RETURN-CODE
           END-IF
           MOVE 'SKIPPED     ' TO WS-DISPOSITION-TEXT
           PERFORM 2800-WRITE-DETAIL-LINE
           .

      *-- Move the due date on by the frequency in months, keeping
      *           to the instruction's day of the month or the last
      *           day of a shorter month
       2300-ROLL-DUE-DATE.
           EVALUATE TRUE
               WHEN STND-QUARTERLY
                   MOVE 3 TO WS-ROLL-MONTHS
               WHEN STND-SEMI-ANNUAL
                   MOVE 6 TO WS-ROLL-MONTHS
               WHEN STND-ANNUAL
                   MOVE 12 TO WS-ROLL-MONTHS
               WHEN OTHER
                   MOVE 1 TO WS-ROLL-MONTHS
           END-EVALUATE

           MOVE STND-NEXT-DUE-DATE TO WS-ROLL-DATE
           COMPUTE WS-MONTH-INDEX = WS-ROLL-MONTH - 1 + WS-ROLL-MONTHS
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-YEAR-CARRY
               REMAINDER WS-MONTH-REMAINDER
           ADD WS-YEAR-CARRY TO WS-ROLL-YEAR
           COMPUTE WS-ROLL-MONTH = WS-MONTH-REMAINDER + 1

           MOVE WS-MONTH-LENGTH (WS-ROLL-MONTH) TO WS-DAYS-IN-MONTH
           IF WS-ROLL-MONTH = 2
               DIVIDE WS-ROLL-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-ROLL-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-ROLL-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = ZERO
                  AND (WS-LEAP-REM-100 NOT = ZERO
                       OR WS-LEAP-REM-400 = ZERO)
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF

           IF STND-DUE-DAY > WS-DAYS-IN-MONTH
              OR STND-DUE-DAY = ZERO
               MOVE WS-DAYS-IN-MONTH TO WS-ROLL-DAY
           ELSE
               MOVE STND-DUE-DAY TO WS-ROLL-DAY
           END-IF
           MOVE WS-ROLL-DATE TO STND-NEXT-DUE-DATE
           .

       2400-END-INSTRUCTION.
           SET STND-ENDED TO TRUE
           ADD 1 TO WS-ENDED-COUNT
           MOVE STND-NEXT-DUE-DATE TO WS-OCCURRENCE-DATE
           MOVE SPACES TO WS-SKIP-REASON
           MOVE 'END DATE PASSED' TO WS-SKIP-REASON
           MOVE 'ENDED       ' TO WS-DISPOSITION-TEXT
           PERFORM 2800-WRITE-DETAIL-LINE
           .

       2800-WRITE-DETAIL-LINE.
           MOVE STND-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING STND-PORTFOLIO-ID  DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  STND-ACCOUNT-NO    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  STND-SEQ-NO        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  STND-DIRECTION     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-AMOUNT-EDIT     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  STND-FREQUENCY     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-OCCURRENCE-DATE DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-DISPOSITION-TEXT DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-SKIP-REASON     DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       2900-READ-NEXT-INSTRUCTION.
           READ STANDING-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ
           .

       2950-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'INSTRUCTIONS READ=' DELIMITED BY SIZE
                  WS-READ-COUNT        DELIMITED BY SIZE
                  '  DUE='             DELIMITED BY SIZE
                  WS-DUE-COUNT         DELIMITED BY SIZE
                  '  GENERATED='       DELIMITED BY SIZE
                  WS-GENERATED-COUNT   DELIMITED BY SIZE
                  '  SKIPPED='         DELIMITED BY SIZE
                  WS-SKIPPED-COUNT     DELIMITED BY SIZE
                  '  ENDED='           DELIMITED BY SIZE
                  WS-ENDED-COUNT       DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE WS-CONTRIB-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING 'CONTRIBUTIONS GENERATED=' DELIMITED BY SIZE
                  WS-TOTAL-EDIT              DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE WS-DISTRIB-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING 'DISTRIBUTIONS GENERATED=' DELIMITED BY SIZE
                  WS-TOTAL-EDIT              DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       3000-TERMINATE.
           PERFORM 3100-WRITE-CONTROL-RECORDS

           IF NOT WS-STND-NOT-LOADED
               CLOSE STANDING-FILE
           END-IF
           CLOSE PORTFOLIO-FILE
                 BATCH-FILE
                 AUDIT-FILE
                 REPORT-FILE

           DISPLAY 'Instructions read:      ' WS-READ-COUNT
           DISPLAY 'Instructions due:       ' WS-DUE-COUNT
           DISPLAY 'Occurrences generated:  ' WS-GENERATED-COUNT
           DISPLAY 'Occurrences skipped:    ' WS-SKIPPED-COUNT
           DISPLAY 'Instructions ended:     ' WS-ENDED-COUNT

           IF WS-RETURN-CODE NOT = WS-ERROR
               PERFORM 9000-STAMP-CYCLE-COMPLETE
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .

      *-- Write the batch header and trailer control records. Both
      *           are written after the detail records - the final
      *           counts are only known here, and the VALCHK sort
      *           step ahead of PORTUPDT forces the header to the
      *           front and the trailer to the back of the batch
       3100-WRITE-CONTROL-RECORDS.
           MOVE SPACES TO UPDATE-RECORD
           MOVE 'H' TO UPDT-CTL-ACTION
           MOVE WS-BATCH-COUNT TO UPDT-CTL-RECORD-COUNT
           MOVE WS-BATCH-VALUE-TOTAL TO UPDT-CTL-VALUE-TOTAL
           WRITE UPDATE-RECORD

           MOVE SPACES TO UPDATE-RECORD
           MOVE 'T' TO UPDT-CTL-ACTION
           MOVE WS-BATCH-COUNT TO UPDT-CTL-RECORD-COUNT
           MOVE WS-BATCH-VALUE-TOTAL TO UPDT-CTL-VALUE-TOTAL
           WRITE UPDATE-RECORD
           .

      *-- Build and write one audit trail record for an instruction
      *           the scheduler rolled or ended
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
           MOVE WS-AUDIT-ACTION-CD TO AUD-ACTION
           SET AUD-SUCCESS TO TRUE
           MOVE STND-PORTFOLIO-ID TO AUD-PORTFOLIO-ID
           MOVE STND-ACCOUNT-NO TO AUD-ACCOUNT-NO
           MOVE ZERO TO AUD-PRICEFEED-TIME
           MOVE WS-AUDIT-BEFORE TO AUD-BEFORE-IMAGE
           MOVE WS-AUDIT-AFTER TO AUD-AFTER-IMAGE
           MOVE SPACES TO AUD-MESSAGE
           STRING WS-AUDIT-MESSAGE DELIMITED BY '  '
                  ' - SEQ '        DELIMITED BY SIZE
                  STND-SEQ-NO      DELIMITED BY SIZE
                  INTO AUD-MESSAGE
           END-STRING

           WRITE AUDIT-RECORD

           IF NOT WS-AUDIT-SUCCESS
               DISPLAY 'Warning: audit write failed, status='
                       WS-AUDIT-STATUS ' for key=' STND-KEY
           END-IF
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
