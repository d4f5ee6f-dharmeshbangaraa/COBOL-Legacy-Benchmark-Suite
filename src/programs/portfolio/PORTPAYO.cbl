      *================================================================*
      * Program Name: PORTPAYO
      * Description: Nightly Outbound Payment File
      *             Builds the bank's batch payment file from the
      *             cash the ledger says has left client accounts:
      *             every 'W' withdrawal (PORTUPDT, the PORTSETL
      *             sweep, online maintenance folded in by ONLEXTR)
      *             and every 'U' refund of an auto-rejected
      *             account's cash (PORTPEND) posted since the
      *             previous business date, up to and including
      *             tonight's. Each is paid to the account's
      *             standing instruction on the PAYEE file, value
      *             dated the next business day; the file carries a
      *             header and a trailer with the entry count,
      *             amount total and routing hash total the bank
      *             proves it by. A debit with no instruction, or
      *             whose instruction PORTPRTN has held after a
      *             returned payment, is not sent - it is listed on
      *             the payment register for operations to pay by
      *             hand, and the run ends RC 4. The ledger window
      *             runs from one business date to the next, so a
      *             debit posted on a weekend or holiday, or after
      *             midnight under the system date, is paid by the
      *             next night's file and never twice.
      * Author: DLB
      * Date Written: 2025-01-20
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-01-20 DLB           Initial Creation
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTPAYO.

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

      *-- Standing payee / bank instructions, one per account
           SELECT PAYEE-FILE
               ASSIGN TO PAYEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAYE-KEY
               FILE STATUS IS WS-PAYE-STATUS.

      *-- Outbound payment file in the bank's batch format
           SELECT PAYMENT-FILE
               ASSIGN TO PAYOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYO-STATUS.

      *-- Payment register - every debit paid or held
           SELECT REPORT-FILE
               ASSIGN TO PAYORPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASH-LEDGER-FILE.
           COPY CLGRREC.

       FD  PAYEE-FILE.
           COPY PAYEREC.

       FD  PAYMENT-FILE.
           COPY PAYOREC.

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Constants and switches
      *----------------------------------------------------------------*
       01  WS-CONSTANTS.
           05  WS-PROGRAM-NAME     PIC X(08) VALUE 'PORTPAYO'.
           05  WS-SUCCESS          PIC S9(4) VALUE +0.
           05  WS-WARNING          PIC S9(4) VALUE +4.
           05  WS-ERROR            PIC S9(4) VALUE +8.
      *-- Originator id the bank assigned us, and the name it prints
           05  WS-ORIGINATOR-ID    PIC X(10) VALUE 'PORTFSYS01'.
           05  WS-ORIGINATOR-NAME  PIC X(23)
                                   VALUE 'PORTFOLIO CLIENT CASH'.

       01  WS-SWITCHES.
           05  WS-CLGR-STATUS      PIC X(02).
               88  WS-CLGR-SUCCESS      VALUE '00'.

           05  WS-PAYE-STATUS      PIC X(02).
               88  WS-PAYE-SUCCESS      VALUE '00'.
               88  WS-PAYE-NOT-LOADED   VALUE '35'.

           05  WS-PAYO-STATUS      PIC X(02).
               88  WS-PAYO-SUCCESS      VALUE '00'.

           05  WS-REPORT-STATUS    PIC X(02).
               88  WS-REPORT-SUCCESS    VALUE '00'.

           05  WS-END-OF-FILE-SW   PIC X VALUE 'N'.
               88  END-OF-FILE         VALUE 'Y'.
               88  NOT-END-OF-FILE     VALUE 'N'.

      *-- Set once the PAYEE KSDS opened - a never-loaded file means
      *           no account has an instruction yet
           05  WS-PAYE-FILE-SW     PIC X VALUE 'N'.
               88  PAYE-FILE-LOADED    VALUE 'Y'.

      *----------------------------------------------------------------*
      * Work areas
      *----------------------------------------------------------------*
       01  WS-WORK-AREAS.
           05  WS-RETURN-CODE      PIC S9(4) VALUE +0.
           05  WS-BUSINESS-DATE    PIC 9(8).
      *-- Ledger window - after the prior business date, up to and
      *           including tonight's
           05  WS-PRIOR-BUSINESS-DATE PIC 9(8).
           05  WS-VALUE-DATE       PIC 9(8).
           05  WS-CREATE-DATE      PIC 9(8).
           05  WS-CREATE-TIME      PIC 9(8).
           05  WS-LEDGER-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-SELECTED-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-ENTRY-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-HELD-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-PAY-AMOUNT       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-ENTRY-TOTAL      PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-HELD-TOTAL       PIC S9(15)V99 COMP-3 VALUE ZERO.
      *-- Sum of the eight-digit routing prefixes; the trailer keeps
      *           the low-order ten digits
           05  WS-HASH-TOTAL       PIC 9(15) COMP-3 VALUE ZERO.
           05  WS-TRAILER-HASH     PIC 9(10) VALUE ZERO.
           05  WS-HOLD-REASON      PIC X(40).
           05  WS-DISPOSITION-TEXT PIC X(12).
           05  WS-ROUTING-TEXT     PIC X(9).
           05  WS-TRACE-TEXT       PIC X(7).
      *-- Print-staging edit fields
           05  WS-AMOUNT-EDIT      PIC Z(12)9.99.
           05  WS-TOTAL-EDIT       PIC Z(14)9.99.

      *-- Parameter area for the PORTCYCL cycle-control subprogram
           COPY CYCLAREA.

      *-- PORTBDAY business-day parameter area
           COPY BDAYAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS
              UNTIL END-OF-FILE
           PERFORM 2700-WRITE-FILE-TRAILER
           PERFORM 2950-WRITE-REPORT-TOTALS
           PERFORM 3000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           INITIALIZE WS-WORK-AREAS

           PERFORM 1050-CHECK-CYCLE-CONTROL
           MOVE CYCL-BUSINESS-DATE TO WS-BUSINESS-DATE
           PERFORM 1100-SET-PAYMENT-DATES

           OPEN INPUT CASH-LEDGER-FILE
           OPEN INPUT PAYEE-FILE
           OPEN OUTPUT PAYMENT-FILE
           OPEN OUTPUT REPORT-FILE

           IF NOT WS-CLGR-SUCCESS
              OR NOT (WS-PAYE-SUCCESS OR WS-PAYE-NOT-LOADED)
              OR NOT WS-PAYO-SUCCESS
              OR NOT WS-REPORT-SUCCESS
               DISPLAY 'PORTPAYO: FILE OPEN ERROR - CLGR='
                       WS-CLGR-STATUS ' PAYE=' WS-PAYE-STATUS
                       ' PAYO=' WS-PAYO-STATUS
                       ' REPORT=' WS-REPORT-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-PAYE-SUCCESS
               SET PAYE-FILE-LOADED TO TRUE
           ELSE
               DISPLAY 'PORTPAYO: PAYEE file not loaded - '
                       'every debit is held for operations'
           END-IF

           ACCEPT WS-CREATE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CREATE-TIME FROM TIME

           PERFORM 1200-WRITE-REPORT-HEADINGS
           PERFORM 1300-WRITE-FILE-HEADER
           PERFORM 2900-READ-LEDGER
           .

      *-- Cycle-control start check through the shared PORTCYCL
      *           subprogram - the night's withdrawals are on the
      *           ledger once PORTUPDT has posted them
       1050-CHECK-CYCLE-CONTROL.
           SET CYCL-START-REQ TO TRUE
           MOVE WS-PROGRAM-NAME TO CYCL-JOB-NAME
           MOVE 'PORTUPDT' TO CYCL-PREDECESSOR
           CALL 'PORTCYCL' USING CYCL-COMMAREA
           IF CYCL-BLOCKED
               DISPLAY 'PORTPAYO: cycle control refused start - '
                       CYCL-MESSAGE
               MOVE WS-ERROR TO RETURN-CODE
               GOBACK
           END-IF
           .

      *-- The prior business date closes the last file's window,
      *           and the next business date is the day the bank
      *           pays this one - an unreadable holiday calendar
      *           stops the run rather than build the wrong window
       1100-SET-PAYMENT-DATES.
           SET BDAY-ADD-REQ TO TRUE
           MOVE WS-BUSINESS-DATE TO BDAY-FROM-DATE
           MOVE -1 TO BDAY-DAY-COUNT
           CALL 'PORTBDAY' USING BDAY-COMMAREA
           IF BDAY-FAILED
               DISPLAY 'PORTPAYO: ' BDAY-MESSAGE
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           MOVE BDAY-TO-DATE TO WS-PRIOR-BUSINESS-DATE

           SET BDAY-ADD-REQ TO TRUE
           MOVE WS-BUSINESS-DATE TO BDAY-FROM-DATE
           MOVE 1 TO BDAY-DAY-COUNT
           CALL 'PORTBDAY' USING BDAY-COMMAREA
           IF BDAY-FAILED
               DISPLAY 'PORTPAYO: ' BDAY-MESSAGE
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           MOVE BDAY-TO-DATE TO WS-VALUE-DATE
           .

       1200-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO REPORT-RECORD
           STRING 'PORTPAYO - OUTBOUND PAYMENT REGISTER  BUSINESS '
                      DELIMITED BY SIZE
                  'DATE ' DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  '  LEDGER AFTER ' DELIMITED BY SIZE
                  WS-PRIOR-BUSINESS-DATE DELIMITED BY SIZE
                  '  VALUE DATE ' DELIMITED BY SIZE
                  WS-VALUE-DATE DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'PORT ID  ACCOUNT NO C POSTED          AMOUNT  '
                      DELIMITED BY SIZE
                  'ROUTING   TRACE    DISPOSITION'
                      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       1300-WRITE-FILE-HEADER.
           MOVE SPACES TO PAYMENT-OUT-RECORD
           SET PAYO-FILE-HEADER TO TRUE
           MOVE WS-ORIGINATOR-ID TO PAYO-HDR-ORIGINATOR-ID
           MOVE WS-ORIGINATOR-NAME TO PAYO-HDR-ORIGINATOR-NAME
           MOVE WS-VALUE-DATE TO PAYO-HDR-VALUE-DATE
           MOVE WS-CREATE-DATE TO PAYO-HDR-CREATE-DATE
           MOVE WS-CREATE-TIME TO PAYO-HDR-CREATE-TIME
           WRITE PAYMENT-OUT-RECORD
           IF NOT WS-PAYO-SUCCESS
               DISPLAY 'PORTPAYO: payment file header WRITE failed, '
                       'status=' WS-PAYO-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
           END-IF
           .

      *-- Only money that left a client account is paid: 'W' and
      *           'U' debits posted inside the window
       2000-PROCESS.
           IF (CLGR-WITHDRAWAL OR CLGR-REFUND)
              AND CLGR-POST-DATE > WS-PRIOR-BUSINESS-DATE
              AND CLGR-POST-DATE NOT > WS-BUSINESS-DATE
               ADD 1 TO WS-SELECTED-COUNT
               PERFORM 2100-PAY-ONE-DEBIT
           END-IF
           PERFORM 2900-READ-LEDGER
           .

       2100-PAY-ONE-DEBIT.
           MOVE SPACES TO WS-HOLD-REASON
           MOVE SPACES TO WS-ROUTING-TEXT
           MOVE SPACES TO WS-TRACE-TEXT
           MOVE ZERO TO WS-PAY-AMOUNT

           IF CLGR-AMOUNT NOT NUMERIC
              OR CLGR-AMOUNT NOT < ZERO
               MOVE 'LEDGER AMOUNT IS NOT A DEBIT'
                   TO WS-HOLD-REASON
               PERFORM 2500-HOLD-PAYMENT
           ELSE
               COMPUTE WS-PAY-AMOUNT = ZERO - CLGR-AMOUNT
               PERFORM 2150-FIND-PAYEE
               IF WS-HOLD-REASON = SPACES
                   PERFORM 2200-WRITE-PAYMENT-ENTRY
               ELSE
                   PERFORM 2500-HOLD-PAYMENT
               END-IF
           END-IF
           .

      *-- The account's standing instruction, which must be on file
      *           and not held after a returned payment
       2150-FIND-PAYEE.
           IF NOT PAYE-FILE-LOADED
               MOVE 'NO PAYEE INSTRUCTION ON FILE'
                   TO WS-HOLD-REASON
           ELSE
               MOVE CLGR-KEY TO PAYE-KEY
               READ PAYEE-FILE
                   INVALID KEY
                       MOVE 'NO PAYEE INSTRUCTION ON FILE'
                           TO WS-HOLD-REASON
                   NOT INVALID KEY
                       MOVE PAYE-ROUTING-NO TO WS-ROUTING-TEXT
                       IF PAYE-HELD
                           STRING 'PAYEE HELD AFTER RETURN '
                                      DELIMITED BY SIZE
                                  PAYE-HOLD-REASON
                                      DELIMITED BY SIZE
                                  INTO WS-HOLD-REASON
                           END-STRING
                       END-IF
               END-READ
           END-IF
           .

       2200-WRITE-PAYMENT-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT
           MOVE SPACES TO PAYMENT-OUT-RECORD
           SET PAYO-ENTRY-DETAIL TO TRUE
           MOVE PAYE-ROUTING-NO TO PAYO-ROUTING-NO
           MOVE PAYE-BANK-ACCOUNT TO PAYO-BANK-ACCOUNT
           MOVE PAYE-ACCOUNT-TYPE TO PAYO-ACCOUNT-TYPE
           MOVE WS-PAY-AMOUNT TO PAYO-AMOUNT
           MOVE PAYE-PAYEE-NAME TO PAYO-PAYEE-NAME
           MOVE CLGR-PORTFOLIO-ID TO PAYO-PORTFOLIO-ID
           MOVE CLGR-ACCOUNT-NO TO PAYO-ACCOUNT-NO
           MOVE CLGR-TRANS-CODE TO PAYO-PAYMENT-TYPE
           MOVE WS-ENTRY-COUNT TO PAYO-TRACE-NO
           MOVE CLGR-POST-DATE TO PAYO-LEDGER-DATE
           WRITE PAYMENT-OUT-RECORD
           IF WS-PAYO-SUCCESS
               ADD WS-PAY-AMOUNT TO WS-ENTRY-TOTAL
               ADD PAYE-ROUTING-BANK TO WS-HASH-TOTAL
               MOVE WS-ENTRY-COUNT TO WS-TRACE-TEXT
               MOVE 'SENT        ' TO WS-DISPOSITION-TEXT
               PERFORM 2800-WRITE-REGISTER-LINE
           ELSE
               DISPLAY 'PORTPAYO: payment entry WRITE failed, '
                       'status=' WS-PAYO-STATUS ' for key=' CLGR-KEY
               MOVE WS-ERROR TO WS-RETURN-CODE
           END-IF
           .

      *-- A debit the file cannot carry - the client's money has
      *           left the ledger, so operations must pay it by hand
       2500-HOLD-PAYMENT.
           ADD 1 TO WS-HELD-COUNT
           ADD WS-PAY-AMOUNT TO WS-HELD-TOTAL
           MOVE 'NOT SENT    ' TO WS-DISPOSITION-TEXT
           PERFORM 2800-WRITE-REGISTER-LINE
           IF WS-RETURN-CODE = WS-SUCCESS
               MOVE WS-WARNING TO WS-RETURN-CODE
           END-IF
           .

      *-- Trailer control totals over the entries actually written
       2700-WRITE-FILE-TRAILER.
           MOVE SPACES TO PAYMENT-OUT-RECORD
           SET PAYO-FILE-TRAILER TO TRUE
           MOVE WS-ENTRY-COUNT TO PAYO-TRL-ENTRY-COUNT
           MOVE WS-ENTRY-TOTAL TO PAYO-TRL-AMOUNT-TOTAL
           MOVE WS-HASH-TOTAL TO WS-TRAILER-HASH
           MOVE WS-TRAILER-HASH TO PAYO-TRL-HASH-TOTAL
           COMPUTE PAYO-TRL-RECORD-COUNT = WS-ENTRY-COUNT + 2
           WRITE PAYMENT-OUT-RECORD
           IF NOT WS-PAYO-SUCCESS
               DISPLAY 'PORTPAYO: payment file trailer WRITE failed, '
                       'status=' WS-PAYO-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
           END-IF
           .

       2800-WRITE-REGISTER-LINE.
           MOVE WS-PAY-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING CLGR-PORTFOLIO-ID  DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  CLGR-ACCOUNT-NO    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  CLGR-TRANS-CODE    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  CLGR-POST-DATE     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-AMOUNT-EDIT     DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  WS-ROUTING-TEXT    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-TRACE-TEXT      DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  WS-DISPOSITION-TEXT DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-HOLD-REASON     DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       2900-READ-LEDGER.
           READ CASH-LEDGER-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-LEDGER-COUNT
           END-READ
           .

       2950-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-ENTRY-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING 'LEDGER RECORDS READ=' DELIMITED BY SIZE
                  WS-LEDGER-COUNT    DELIMITED BY SIZE
                  '  DEBITS SELECTED=' DELIMITED BY SIZE
                  WS-SELECTED-COUNT  DELIMITED BY SIZE
                  '  SENT='          DELIMITED BY SIZE
                  WS-ENTRY-COUNT     DELIMITED BY SIZE
                  '  AMOUNT '        DELIMITED BY SIZE
                  WS-TOTAL-EDIT      DELIMITED BY SIZE
                  '  HASH '          DELIMITED BY SIZE
                  WS-TRAILER-HASH    DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE WS-HELD-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING 'NOT SENT='        DELIMITED BY SIZE
                  WS-HELD-COUNT      DELIMITED BY SIZE
                  '  AMOUNT '        DELIMITED BY SIZE
                  WS-TOTAL-EDIT      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           IF WS-HELD-COUNT > ZERO
               MOVE SPACES TO REPORT-RECORD
               STRING 'DEBITS NOT SENT HAVE LEFT THE CLIENT LEDGER - '
                          DELIMITED BY SIZE
                      'PAY THEM THROUGH THE BANK PORTAL AND KEY THE '
                          DELIMITED BY SIZE
                      'INSTRUCTION THROUGH PAYMAINT'
                          DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           .

       3000-TERMINATE.
           CLOSE CASH-LEDGER-FILE
                 PAYMENT-FILE
                 REPORT-FILE
           IF PAYE-FILE-LOADED
               CLOSE PAYEE-FILE
           END-IF

           DISPLAY 'Ledger records read: ' WS-LEDGER-COUNT
           DISPLAY 'Debits selected:     ' WS-SELECTED-COUNT
           DISPLAY 'Payments sent:       ' WS-ENTRY-COUNT
           DISPLAY 'Payments not sent:   ' WS-HELD-COUNT

           IF WS-RETURN-CODE NOT = WS-ERROR
               PERFORM 9000-STAMP-CYCLE-COMPLETE
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
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
