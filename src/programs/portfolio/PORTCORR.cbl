      *================================================================*
      * Program Name: PORTCORR
      * Description: Nightly Client Correspondence Extract
      *             Turns the letter triggers the event programs
      *             appended to CORRTRIG - PORTDORM's dormancy
      *             warnings and suspensions, PORTPEND's auto-reject
      *             refunds, PORTSETL's failed settlements and the
      *             PORTSTMT/PORTRSTM statement notices - into the
      *             print vendor's correspondence file: one letter
      *             per trigger, addressed from the CONTFILE contact
      *             master, with the letter type code and the merge
      *             fields the vendor's templates print, between a
      *             header and a trailer carrying the letter and
      *             record counts. A letter that cannot go out is
      *             listed on the exception report instead and the
      *             run ends RC 4: an account with no contact row,
      *             or a paper letter for an account on returned-
      *             mail hold (an electronic letter is posted to the
      *             client's document vault, which a bad street
      *             address does not stop). PORTDORM warns an
      *             account on every run it sits in the warning band;
      *             only the first warning of each dormant spell is
      *             sent - the contact row remembers the last-
      *             activity date it was sent for - and the rest
      *             are counted as suppressed.
      * Author: DLB
      * Date Written: 2025-01-31
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-01-31 DLB           Initial Creation
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTCORR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- Letter triggers the event programs appended since the last
      *           run - emptied by the job once this run is good
           SELECT TRIGGER-FILE
               ASSIGN TO CORRTRIG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRIGGER-STATUS.

      *-- Client contact master - random reads by account, and the
      *           dormancy-warning stamp rewritten
           SELECT CONTACT-FILE
               ASSIGN TO CONTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CONT-ACCOUNT-NO
               FILE STATUS IS WS-CONT-STATUS.

      *-- The print vendor's correspondence file
           SELECT CORRESPONDENCE-FILE
               ASSIGN TO CORROUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.

      *-- Correspondence exceptions and run totals
           SELECT REPORT-FILE
               ASSIGN TO CORRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRIGGER-FILE.
           COPY LTRGREC.

       FD  CONTACT-FILE.
           COPY CONTREC.

       FD  CORRESPONDENCE-FILE.
           COPY CORRREC.

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Constants and switches
      *----------------------------------------------------------------*
       01  WS-CONSTANTS.
           05  WS-PROGRAM-NAME     PIC X(08) VALUE 'PORTCORR'.
           05  WS-SUCCESS          PIC S9(4) VALUE +0.
           05  WS-WARNING          PIC S9(4) VALUE +4.
           05  WS-ERROR            PIC S9(4) VALUE +8.
      *-- Sender id the vendor assigned us, and the name it prints
           05  WS-SENDER-ID        PIC X(10) VALUE 'PORTFSYS01'.
           05  WS-SENDER-NAME      PIC X(30)
                                   VALUE 'PORTFOLIO CLIENT SERVICES'.
           05  WS-LETTER-TYPE-COUNT PIC 9(2) VALUE 6.

      *-- The letter types the vendor holds a template for, with the
      *           name the totals print
       01  WS-LETTER-TYPE-NAMES.
           05  FILLER              PIC X(24)
                                   VALUE 'DWDORMANCY WARNING'.
           05  FILLER              PIC X(24)
                                   VALUE 'DSDORMANCY SUSPENSION'.
           05  FILLER              PIC X(24)
                                   VALUE 'ARAUTO-REJECT REFUND'.
           05  FILLER              PIC X(24)
                                   VALUE 'SFFAILED SETTLEMENT'.
           05  FILLER              PIC X(24)
                                   VALUE 'STACCOUNT STATEMENT'.
           05  FILLER              PIC X(24)
                                   VALUE 'RSHOUSEHOLD STATEMENT'.
       01  WS-LETTER-TYPE-TABLE REDEFINES WS-LETTER-TYPE-NAMES.
           05  WS-LETTER-TYPE-ENTRY OCCURS 6 TIMES.
               10  WS-LTT-CODE     PIC X(2).
               10  WS-LTT-NAME     PIC X(22).

      *-- Per letter type run counts, in WS-LETTER-TYPE-TABLE order
       01  WS-LETTER-TYPE-COUNTS.
           05  WS-LTC-ENTRY OCCURS 6 TIMES.
               10  WS-LTC-SENT     PIC 9(7).
               10  WS-LTC-HELD     PIC 9(7).
               10  WS-LTC-SUPPRESSED PIC 9(7).

       01  WS-SWITCHES.
           05  WS-TRIGGER-STATUS   PIC X(02).
               88  WS-TRIGGER-SUCCESS   VALUE '00'.

           05  WS-CONT-STATUS      PIC X(02).
               88  WS-CONT-SUCCESS      VALUE '00'.
               88  WS-CONT-NOT-LOADED   VALUE '35'.

           05  WS-CORR-STATUS      PIC X(02).
               88  WS-CORR-SUCCESS      VALUE '00'.

           05  WS-REPORT-STATUS    PIC X(02).
               88  WS-REPORT-SUCCESS    VALUE '00'.

           05  WS-END-OF-FILE-SW   PIC X VALUE 'N'.
               88  END-OF-FILE         VALUE 'Y'.
               88  NOT-END-OF-FILE     VALUE 'N'.

      *-- Set once the CONTFILE KSDS opened - a never-loaded file
      *           means no account has a contact row yet
           05  WS-CONT-FILE-SW     PIC X VALUE 'N'.
               88  CONT-FILE-LOADED    VALUE 'Y'.

      *----------------------------------------------------------------*
      * Work areas
      *----------------------------------------------------------------*
       01  WS-WORK-AREAS.
           05  WS-RETURN-CODE      PIC S9(4) VALUE +0.
           05  WS-BUSINESS-DATE    PIC 9(8).
           05  WS-CREATE-DATE      PIC 9(8).
           05  WS-CREATE-TIME      PIC 9(8).
           05  WS-TRIGGER-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-LETTER-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-PAPER-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-ELEC-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-HELD-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-SUPPRESSED-COUNT PIC 9(7) VALUE ZERO.
      *-- Slot of the current trigger's letter type, zero when the
      *           type is not one the vendor knows
           05  WS-TYPE-SUB         PIC 9(2) VALUE ZERO.
           05  WS-SCAN-SUB         PIC 9(2) VALUE ZERO.
           05  WS-EXCEPTION-REASON PIC X(40).
      *-- Print-staging edit fields
           05  WS-AMOUNT-EDIT      PIC -(13)9.99.

      *-- Parameter area for the PORTCYCL cycle-control subprogram
           COPY CYCLAREA.

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
           INITIALIZE WS-LETTER-TYPE-COUNTS

           PERFORM 1050-CHECK-CYCLE-CONTROL
           MOVE CYCL-BUSINESS-DATE TO WS-BUSINESS-DATE

           OPEN INPUT TRIGGER-FILE
           OPEN I-O   CONTACT-FILE
           OPEN OUTPUT CORRESPONDENCE-FILE
           OPEN OUTPUT REPORT-FILE

           IF NOT WS-TRIGGER-SUCCESS
              OR NOT (WS-CONT-SUCCESS OR WS-CONT-NOT-LOADED)
              OR NOT WS-CORR-SUCCESS
              OR NOT WS-REPORT-SUCCESS
               DISPLAY 'PORTCORR: FILE OPEN ERROR - TRIGGER='
                       WS-TRIGGER-STATUS ' CONT=' WS-CONT-STATUS
                       ' CORR=' WS-CORR-STATUS
                       ' REPORT=' WS-REPORT-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-CONT-SUCCESS
               SET CONT-FILE-LOADED TO TRUE
           ELSE
               DISPLAY 'PORTCORR: CONTFILE not loaded - every '
                       'letter is listed as an exception'
           END-IF

           ACCEPT WS-CREATE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CREATE-TIME FROM TIME

           PERFORM 1200-WRITE-REPORT-HEADINGS
           PERFORM 1300-WRITE-FILE-HEADER
           PERFORM 2900-READ-TRIGGER
           .

      *-- Cycle-control start check through the shared PORTCYCL
      *           subprogram - the night's event programs have
      *           written their triggers once PORTUPDT is through
       1050-CHECK-CYCLE-CONTROL.
           SET CYCL-START-REQ TO TRUE
           MOVE WS-PROGRAM-NAME TO CYCL-JOB-NAME
           MOVE 'PORTUPDT' TO CYCL-PREDECESSOR
           CALL 'PORTCYCL' USING CYCL-COMMAREA
           IF CYCL-BLOCKED
               DISPLAY 'PORTCORR: cycle control refused start - '
                       CYCL-MESSAGE
               MOVE WS-ERROR TO RETURN-CODE
               GOBACK
           END-IF
           .

       1200-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO REPORT-RECORD
           STRING 'PORTCORR - CLIENT CORRESPONDENCE EXCEPTIONS  '
                      DELIMITED BY SIZE
                  'BUSINESS DATE ' DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'PORT ID  ACCOUNT NO TY EVENT DT REF DATE '
                      DELIMITED BY SIZE
                  '          AMOUNT  REASON'
                      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       1300-WRITE-FILE-HEADER.
           MOVE SPACES TO CORRESPONDENCE-RECORD
           SET CORR-FILE-HEADER TO TRUE
           MOVE WS-BUSINESS-DATE TO CORR-HDR-RUN-DATE
           MOVE WS-SENDER-ID TO CORR-HDR-SENDER-ID
           MOVE WS-SENDER-NAME TO CORR-HDR-SENDER-NAME
           MOVE WS-CREATE-DATE TO CORR-HDR-CREATE-DATE
           MOVE WS-CREATE-TIME TO CORR-HDR-CREATE-TIME
           WRITE CORRESPONDENCE-RECORD
           IF NOT WS-CORR-SUCCESS
               DISPLAY 'PORTCORR: correspondence header WRITE '
                       'failed, status=' WS-CORR-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
           END-IF
           .

       2000-PROCESS.
           ADD 1 TO WS-TRIGGER-COUNT
           PERFORM 2100-ROUTE-ONE-TRIGGER
           PERFORM 2900-READ-TRIGGER
           .

      *-- Send the letter, suppress a repeat dormancy warning, or
      *           list it as an exception
       2100-ROUTE-ONE-TRIGGER.
           MOVE SPACES TO WS-EXCEPTION-REASON
           PERFORM 2110-FIND-LETTER-TYPE
           IF WS-TYPE-SUB = ZERO
               MOVE 'UNKNOWN LETTER TYPE' TO WS-EXCEPTION-REASON
           ELSE
               PERFORM 2150-FIND-CONTACT
           END-IF

           EVALUATE TRUE
               WHEN WS-EXCEPTION-REASON NOT = SPACES
                   PERFORM 2500-LIST-EXCEPTION
               WHEN LTRG-DORMANCY-WARNING
                AND CONT-LAST-DORM-LETTER NOT < LTRG-REF-DATE
                AND CONT-DORM-LETTER-SENT < WS-BUSINESS-DATE
                   ADD 1 TO WS-SUPPRESSED-COUNT
                   ADD 1 TO WS-LTC-SUPPRESSED (WS-TYPE-SUB)
               WHEN CONT-PAPER AND CONT-ON-MAIL-HOLD
                   STRING 'RETURNED-MAIL HOLD SINCE '
                              DELIMITED BY SIZE
                          CONT-HOLD-DATE DELIMITED BY SIZE
                          INTO WS-EXCEPTION-REASON
                   END-STRING
                   PERFORM 2500-LIST-EXCEPTION
               WHEN OTHER
                   PERFORM 2200-WRITE-LETTER
                   IF LTRG-DORMANCY-WARNING
                       PERFORM 2300-STAMP-DORMANCY-LETTER
                   END-IF
           END-EVALUATE
           .

       2110-FIND-LETTER-TYPE.
           MOVE ZERO TO WS-TYPE-SUB
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
              UNTIL WS-SCAN-SUB > WS-LETTER-TYPE-COUNT
                 OR WS-TYPE-SUB NOT = ZERO
               IF WS-LTT-CODE (WS-SCAN-SUB) = LTRG-LETTER-TYPE
                   MOVE WS-SCAN-SUB TO WS-TYPE-SUB
               END-IF
           END-PERFORM
           .

       2150-FIND-CONTACT.
           IF NOT CONT-FILE-LOADED
               MOVE 'NO CONTACT ON FILE' TO WS-EXCEPTION-REASON
           ELSE
               MOVE LTRG-ACCOUNT-NO TO CONT-ACCOUNT-NO
               READ CONTACT-FILE
                   INVALID KEY
                       MOVE 'NO CONTACT ON FILE'
                           TO WS-EXCEPTION-REASON
               END-READ
           END-IF
           .

       2200-WRITE-LETTER.
           ADD 1 TO WS-LETTER-COUNT
           MOVE SPACES TO CORRESPONDENCE-RECORD
           SET CORR-LETTER-DETAIL TO TRUE
           MOVE WS-BUSINESS-DATE TO CORR-RUN-DATE
           MOVE WS-LETTER-COUNT TO CORR-LETTER-SEQ
           MOVE LTRG-LETTER-TYPE TO CORR-LETTER-TYPE
           MOVE CONT-DELIVERY-PREF TO CORR-DELIVERY-PREF
           MOVE LTRG-ACCOUNT-NO TO CORR-ACCOUNT-NO
           MOVE LTRG-PORTFOLIO-ID TO CORR-PORTFOLIO-ID
           MOVE CONT-ADDRESSEE TO CORR-ADDRESSEE
           MOVE CONT-ADDR-LINE-1 TO CORR-ADDR-LINE-1
           MOVE CONT-ADDR-LINE-2 TO CORR-ADDR-LINE-2
           MOVE CONT-CITY TO CORR-CITY
           MOVE CONT-STATE TO CORR-STATE
           MOVE CONT-POSTAL-CODE TO CORR-POSTAL-CODE
           MOVE CONT-COUNTRY-CODE TO CORR-COUNTRY-CODE
           MOVE LTRG-EVENT-DATE TO CORR-EVENT-DATE
           MOVE LTRG-REF-DATE TO CORR-REF-DATE
           MOVE LTRG-AMOUNT-1 TO CORR-AMOUNT-1
           MOVE LTRG-AMOUNT-2 TO CORR-AMOUNT-2
           MOVE LTRG-REFERENCE TO CORR-REFERENCE
           WRITE CORRESPONDENCE-RECORD
           IF WS-CORR-SUCCESS
               ADD 1 TO WS-LTC-SENT (WS-TYPE-SUB)
               IF CONT-ELECTRONIC
                   ADD 1 TO WS-ELEC-COUNT
               ELSE
                   ADD 1 TO WS-PAPER-COUNT
               END-IF
           ELSE
               DISPLAY 'PORTCORR: correspondence WRITE failed, '
                       'status=' WS-CORR-STATUS ' for account='
                       LTRG-ACCOUNT-NO
               MOVE WS-ERROR TO WS-RETURN-CODE
           END-IF
           .

      *-- Remember which dormant spell the warning went out for, so
      *           the repeats are suppressed until the
      *           account is active again and goes dormant anew
       2300-STAMP-DORMANCY-LETTER.
           MOVE LTRG-REF-DATE TO CONT-LAST-DORM-LETTER
           MOVE WS-BUSINESS-DATE TO CONT-DORM-LETTER-SENT
           REWRITE CONTACT-RECORD
           IF NOT WS-CONT-SUCCESS
               DISPLAY 'PORTCORR: contact REWRITE failed for '
                       CONT-ACCOUNT-NO ' STATUS=' WS-CONT-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
           END-IF
           .

      *-- A letter that cannot go out tonight - client services
      *           fixes the contact row (CNTMAINT) and writes to the
      *           client by hand
       2500-LIST-EXCEPTION.
           ADD 1 TO WS-HELD-COUNT
           IF WS-TYPE-SUB NOT = ZERO
               ADD 1 TO WS-LTC-HELD (WS-TYPE-SUB)
           END-IF
           PERFORM 2800-WRITE-EXCEPTION-LINE
           IF WS-RETURN-CODE = WS-SUCCESS
               MOVE WS-WARNING TO WS-RETURN-CODE
           END-IF
           .

      *-- Trailer control totals over the letters actually written
       2700-WRITE-FILE-TRAILER.
           MOVE SPACES TO CORRESPONDENCE-RECORD
           SET CORR-FILE-TRAILER TO TRUE
           MOVE WS-BUSINESS-DATE TO CORR-TRL-RUN-DATE
           COMPUTE CORR-TRL-LETTER-COUNT =
               WS-PAPER-COUNT + WS-ELEC-COUNT
           MOVE WS-PAPER-COUNT TO CORR-TRL-PAPER-COUNT
           MOVE WS-ELEC-COUNT TO CORR-TRL-ELEC-COUNT
           COMPUTE CORR-TRL-RECORD-COUNT =
               WS-PAPER-COUNT + WS-ELEC-COUNT + 2
           WRITE CORRESPONDENCE-RECORD
           IF NOT WS-CORR-SUCCESS
               DISPLAY 'PORTCORR: correspondence trailer WRITE '
                       'failed, status=' WS-CORR-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
           END-IF
           .

       2800-WRITE-EXCEPTION-LINE.
           IF LTRG-AMOUNT-1 IS NUMERIC
               MOVE LTRG-AMOUNT-1 TO WS-AMOUNT-EDIT
           ELSE
               MOVE ZERO TO WS-AMOUNT-EDIT
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING LTRG-PORTFOLIO-ID  DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  LTRG-ACCOUNT-NO    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  LTRG-LETTER-TYPE   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  LTRG-EVENT-DATE    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  LTRG-REF-DATE      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-AMOUNT-EDIT     DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  WS-EXCEPTION-REASON DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       2900-READ-TRIGGER.
           READ TRIGGER-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ
           .

       2950-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
              UNTIL WS-SCAN-SUB > WS-LETTER-TYPE-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING WS-LTT-CODE (WS-SCAN-SUB) DELIMITED BY SIZE
                      ' '                       DELIMITED BY SIZE
                      WS-LTT-NAME (WS-SCAN-SUB) DELIMITED BY SIZE
                      '  SENT='                 DELIMITED BY SIZE
                      WS-LTC-SENT (WS-SCAN-SUB) DELIMITED BY SIZE
                      '  EXCEPTIONS='           DELIMITED BY SIZE
                      WS-LTC-HELD (WS-SCAN-SUB) DELIMITED BY SIZE
                      '  SUPPRESSED='           DELIMITED BY SIZE
                      WS-LTC-SUPPRESSED (WS-SCAN-SUB)
                                                DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'TRIGGERS READ='    DELIMITED BY SIZE
                  WS-TRIGGER-COUNT    DELIMITED BY SIZE
                  '  LETTERS SENT='   DELIMITED BY SIZE
                  WS-LETTER-COUNT     DELIMITED BY SIZE
                  '  PAPER='          DELIMITED BY SIZE
                  WS-PAPER-COUNT      DELIMITED BY SIZE
                  '  ELECTRONIC='     DELIMITED BY SIZE
                  WS-ELEC-COUNT       DELIMITED BY SIZE
                  '  EXCEPTIONS='     DELIMITED BY SIZE
                  WS-HELD-COUNT       DELIMITED BY SIZE
                  '  SUPPRESSED='     DELIMITED BY SIZE
                  WS-SUPPRESSED-COUNT DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           IF WS-HELD-COUNT > ZERO
               MOVE SPACES TO REPORT-RECORD
               STRING 'EXCEPTIONS WERE NOT SENT - CORRECT THE CONTACT '
                          DELIMITED BY SIZE
                      'THROUGH CNTMAINT AND WRITE TO THE CLIENT BY '
                          DELIMITED BY SIZE
                      'HAND'
                          DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           .

       3000-TERMINATE.
           CLOSE TRIGGER-FILE
                 CORRESPONDENCE-FILE
                 REPORT-FILE
           IF CONT-FILE-LOADED
               CLOSE CONTACT-FILE
           END-IF

           DISPLAY 'Letter triggers read: ' WS-TRIGGER-COUNT
           DISPLAY 'Letters sent:         ' WS-LETTER-COUNT
           DISPLAY 'Exceptions listed:    ' WS-HELD-COUNT
           DISPLAY 'Repeats suppressed:   ' WS-SUPPRESSED-COUNT

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
