      *================================================================*
      * Program Name: OVRMAINT
      * Description: Security Price Override Maintenance
      *             Keys the pricing desk's price overrides onto the
      *             OVRDFILE KSDS - the same row-driven shape as
      *             PAYMAINT, with the four-eyes rule ENTMAINT
      *             applies to access grants: 'A' enters a new
      *             override for a security and 'C' replaces its
      *             price, reason or expiry - either way it waits
      *             for approval; 'V' approves it, and must come
      *             from a user other than the one who entered it;
      *             'D' withdraws it. Only an approved override is
      *             applied by PORTOVRD, from that night until its
      *             expiry date. Rows failing edit checks go to a
      *             reject file with the reason, every applied row
      *             is audit-logged under the user id on the row,
      *             and a maintenance register reports the run.
      * Author: DLB
      * Date Written: 2025-02-03
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-02-03 DLB           Initial Creation
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVRMAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERRIDE-FILE
               ASSIGN TO OVRDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POVR-SECURITY-ID
               FILE STATUS IS WS-OVRD-STATUS.

      *-- Security master - an override must name a known security
           SELECT SECURITY-FILE
               ASSIGN TO SECFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-ID
               FILE STATUS IS WS-SECM-STATUS.

      *-- Maintenance rows in - one action per security per row
           SELECT MAINT-FILE
               ASSIGN TO OVRINTAK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

      *-- Maintenance rows that fail edit checks
           SELECT REJECT-FILE
               ASSIGN TO OVRREJCT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

      *-- Audit trail file - shared layout with PORTUPDT/PORTCRET
           SELECT AUDIT-FILE
               ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *-- Maintenance register report
           SELECT REPORT-FILE
               ASSIGN TO OVRMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OVERRIDE-FILE.
           COPY OVRDREC.

       FD  SECURITY-FILE.
           COPY SECMREC.

       FD  MAINT-FILE.
       01  MAINT-RECORD.
           05  OVIN-ACTION             PIC X(1).
               88  OVIN-ADD               VALUE 'A'.
               88  OVIN-CHANGE            VALUE 'C'.
               88  OVIN-DELETE            VALUE 'D'.
               88  OVIN-APPROVE           VALUE 'V'.
           05  OVIN-SECURITY-ID        PIC X(9).
           05  OVIN-OVERRIDE-TYPE      PIC X(1).
               88  OVIN-MANUAL            VALUE 'M'.
               88  OVIN-EVALUATED         VALUE 'E'.
           05  OVIN-PRICE              PIC 9(11)V99.
           05  OVIN-CURRENCY-CODE      PIC X(3).
           05  OVIN-REASON             PIC X(40).
      *-- The entering user on an add or change, the approver on a
      *           'V', the withdrawing user on a 'D'
           05  OVIN-USER-ID            PIC X(8).
           05  OVIN-EXPIRY-DATE        PIC 9(8).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  OVRJ-MAINT-ROW          PIC X(83).
           05  OVRJ-REASON             PIC X(40).

       FD  AUDIT-FILE.
           COPY AUDITLOG.

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Constants and switches
      *----------------------------------------------------------------*
       01  WS-CONSTANTS.
           05  WS-PROGRAM-NAME     PIC X(08) VALUE 'OVRMAINT'.
           05  WS-SUCCESS          PIC S9(4) VALUE +0.
           05  WS-ERROR            PIC S9(4) VALUE +8.

       01  WS-SWITCHES.
           05  WS-OVRD-STATUS      PIC X(02).
               88  WS-OVRD-SUCCESS      VALUE '00'.
               88  WS-OVRD-NOT-FND      VALUE '23'.
               88  WS-OVRD-DUPLICATE    VALUE '22'.

           05  WS-SECM-STATUS      PIC X(02).
               88  WS-SECM-SUCCESS      VALUE '00'.

           05  WS-MAINT-STATUS     PIC X(02).
               88  WS-MAINT-SUCCESS     VALUE '00'.
               88  WS-MAINT-EOF         VALUE '10'.

           05  WS-REJECT-STATUS    PIC X(02).
               88  WS-REJECT-SUCCESS    VALUE '00'.

           05  WS-AUDIT-STATUS     PIC X(02).
               88  WS-AUDIT-SUCCESS     VALUE '00'.

           05  WS-REPORT-STATUS    PIC X(02).
               88  WS-REPORT-SUCCESS    VALUE '00'.

           05  WS-END-OF-FILE-SW   PIC X VALUE 'N'.
               88  END-OF-FILE         VALUE 'Y'.
               88  NOT-END-OF-FILE     VALUE 'N'.

      *-- Switch telling whether the current maintenance row passed
      *           edit checks and may be applied to the file
           05  WS-MAINT-VALID-SW   PIC X VALUE 'Y'.
               88  MAINT-VALID         VALUE 'Y'.
               88  MAINT-INVALID       VALUE 'N'.

      *----------------------------------------------------------------*
      * Work areas
      *----------------------------------------------------------------*
       01  WS-WORK-AREAS.
           05  WS-RETURN-CODE      PIC S9(4) VALUE +0.
           05  WS-READ-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-ADDED-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-CHANGED-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-APPROVED-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-DELETED-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-REJECT-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-CURRENT-DATE     PIC 9(8).
           05  WS-MAINT-REJECT-REASON PIC X(40).
           05  WS-DISPOSITION-TEXT PIC X(12).
      *-- Calendar-date edit work - a date is real when it survives
      *           the round trip through its integer day number
           05  WS-EDIT-DATE        PIC 9(8).
           05  WS-DATE-INTEGER     PIC S9(9) COMP.
           05  WS-DATE-ROUND-TRIP  PIC 9(8).
           05  WS-DATE-VALID-SW    PIC X(1).
               88  WS-DATE-VALID       VALUE 'Y'.
               88  WS-DATE-INVALID     VALUE 'N'.
      *-- Print-staging edit fields
           05  WS-PRICE-EDIT       PIC Z(10)9.99.

      *-- Work area used to build each AUD-RECORD before write
       01  WS-AUDIT-WORK-AREA.
           05  WS-AUDIT-DATE       PIC 9(08).
           05  WS-AUDIT-TIME       PIC 9(08).
           05  WS-AUDIT-ACTION-CD  PIC X(08).
           05  WS-AUDIT-BEFORE     PIC X(170).
           05  WS-AUDIT-AFTER      PIC X(170).
           05  WS-AUDIT-MESSAGE    PIC X(100).

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
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           OPEN I-O   OVERRIDE-FILE
           OPEN INPUT SECURITY-FILE
           OPEN INPUT MAINT-FILE
           OPEN OUTPUT REJECT-FILE
           OPEN EXTEND AUDIT-FILE
           OPEN OUTPUT REPORT-FILE

           IF NOT WS-OVRD-SUCCESS
              OR NOT WS-SECM-SUCCESS
              OR NOT WS-MAINT-SUCCESS
              OR NOT WS-REJECT-SUCCESS
              OR NOT WS-AUDIT-SUCCESS
              OR NOT WS-REPORT-SUCCESS
               DISPLAY 'OVRMAINT: FILE OPEN ERROR - OVRD='
                       WS-OVRD-STATUS ' SECM=' WS-SECM-STATUS
                       ' MAINT=' WS-MAINT-STATUS
                       ' REJECT=' WS-REJECT-STATUS
                       ' AUDIT=' WS-AUDIT-STATUS
                       ' REPORT=' WS-REPORT-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1200-WRITE-REPORT-HEADINGS
           PERFORM 2900-READ-MAINT
           .

       1200-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO REPORT-RECORD
           MOVE 'OVRMAINT - PRICE OVERRIDE MAINTENANCE REGISTER'
               TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'ACT SECURITY  T          PRICE CCY EXPIRES  '
                      DELIMITED BY SIZE
                  'USER ID  DISPOSITION  REASON'
                      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       2000-PROCESS.
           ADD 1 TO WS-READ-COUNT
           PERFORM 2100-VALIDATE-MAINT-ROW
           IF MAINT-VALID
               EVALUATE TRUE
                   WHEN OVIN-ADD
                       PERFORM 2200-ADD-OVERRIDE
                   WHEN OVIN-CHANGE
                       PERFORM 2300-CHANGE-OVERRIDE
                   WHEN OVIN-DELETE
                       PERFORM 2400-DELETE-OVERRIDE
                   WHEN OVIN-APPROVE
                       PERFORM 2450-APPROVE-OVERRIDE
               END-EVALUATE
           ELSE
               PERFORM 2500-REJECT-MAINT-ROW
           END-IF
           PERFORM 2900-READ-MAINT
           .

      *-- Edit checks ahead of the keyed apply - every row names the
      *           user acting; an add or change must carry a complete
      *           override. The approver check needs the stored row,
      *           so it is made at 2450
       2100-VALIDATE-MAINT-ROW.
           SET MAINT-VALID TO TRUE
           MOVE SPACES TO WS-MAINT-REJECT-REASON

           EVALUATE TRUE
               WHEN NOT OVIN-ADD AND NOT OVIN-CHANGE
                AND NOT OVIN-DELETE AND NOT OVIN-APPROVE
                   SET MAINT-INVALID TO TRUE
                   MOVE 'INVALID MAINTENANCE ACTION CODE'
                       TO WS-MAINT-REJECT-REASON
               WHEN OVIN-SECURITY-ID = SPACES
                   SET MAINT-INVALID TO TRUE
                   MOVE 'MISSING SECURITY ID'
                       TO WS-MAINT-REJECT-REASON
               WHEN OVIN-USER-ID = SPACES
                   SET MAINT-INVALID TO TRUE
                   MOVE 'USER ID REQUIRED'
                       TO WS-MAINT-REJECT-REASON
               WHEN OVIN-DELETE OR OVIN-APPROVE
                   CONTINUE
               WHEN OTHER
                   PERFORM 2150-EDIT-OVERRIDE
           END-EVALUATE
           .

      *-- A complete override: a known security, a positive price,
      *           a reason the auditors can read, and an expiry date
      *           no earlier than today
       2150-EDIT-OVERRIDE.
           EVALUATE TRUE
               WHEN NOT OVIN-MANUAL AND NOT OVIN-EVALUATED
                   SET MAINT-INVALID TO TRUE
                   MOVE 'OVERRIDE TYPE MUST BE M OR E'
                       TO WS-MAINT-REJECT-REASON
               WHEN OVIN-PRICE NOT NUMERIC
                   SET MAINT-INVALID TO TRUE
                   MOVE 'PRICE IS NOT NUMERIC'
                       TO WS-MAINT-REJECT-REASON
               WHEN OVIN-PRICE = ZERO
                   SET MAINT-INVALID TO TRUE
                   MOVE 'PRICE NOT POSITIVE'
                       TO WS-MAINT-REJECT-REASON
               WHEN OVIN-REASON = SPACES
                   SET MAINT-INVALID TO TRUE
                   MOVE 'OVERRIDE REASON REQUIRED'
                       TO WS-MAINT-REJECT-REASON
               WHEN OTHER
                   PERFORM 2160-EDIT-EXPIRY-DATE
           END-EVALUATE

           IF MAINT-VALID
               MOVE OVIN-SECURITY-ID TO SEC-ID
               READ SECURITY-FILE
                   INVALID KEY
                       SET MAINT-INVALID TO TRUE
                       MOVE 'SECURITY NOT ON SECURITY MASTER'
                           TO WS-MAINT-REJECT-REASON
               END-READ
           END-IF
           .

       2160-EDIT-EXPIRY-DATE.
           MOVE OVIN-EXPIRY-DATE TO WS-EDIT-DATE
           PERFORM 2170-TEST-CALENDAR-DATE
           IF WS-DATE-INVALID
               SET MAINT-INVALID TO TRUE
               MOVE 'EXPIRY DATE IS NOT A VALID DATE'
                   TO WS-MAINT-REJECT-REASON
           ELSE
               IF OVIN-EXPIRY-DATE < WS-CURRENT-DATE
                   SET MAINT-INVALID TO TRUE
                   MOVE 'EXPIRY DATE IS BEFORE TODAY'
                       TO WS-MAINT-REJECT-REASON
               END-IF
           END-IF
           .

      *-- Same calendar-date test as STNMAINT's 2170
       2170-TEST-CALENDAR-DATE.
           SET WS-DATE-VALID TO TRUE
           IF WS-EDIT-DATE NOT NUMERIC
              OR WS-EDIT-DATE < 16010101
              OR WS-EDIT-DATE(5:2) < '01' OR WS-EDIT-DATE(5:2) > '12'
              OR WS-EDIT-DATE(7:2) < '01' OR WS-EDIT-DATE(7:2) > '31'
               SET WS-DATE-INVALID TO TRUE
           ELSE
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE)
               COMPUTE WS-DATE-ROUND-TRIP =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               IF WS-DATE-ROUND-TRIP NOT = WS-EDIT-DATE
                   SET WS-DATE-INVALID TO TRUE
               END-IF
           END-IF
           .

       2200-ADD-OVERRIDE.
           MOVE SPACES TO PRICE-OVERRIDE-RECORD
           MOVE OVIN-SECURITY-ID TO POVR-SECURITY-ID
           MOVE ZERO TO POVR-LAST-APPLIED-TIME
           PERFORM 2250-MOVE-OVERRIDE

           WRITE PRICE-OVERRIDE-RECORD
               INVALID KEY
                   MOVE 'OVERRIDE ALREADY ON FILE'
                       TO WS-MAINT-REJECT-REASON
                   PERFORM 2500-REJECT-MAINT-ROW
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE PRICE-OVERRIDE-RECORD TO WS-AUDIT-AFTER
                   MOVE 'CREATE  ' TO WS-AUDIT-ACTION-CD
                   MOVE 'PRICE OVERRIDE ENTERED'
                       TO WS-AUDIT-MESSAGE
                   PERFORM 8000-WRITE-AUDIT-RECORD
                   MOVE 'ENTERED     ' TO WS-DISPOSITION-TEXT
                   PERFORM 2800-WRITE-REGISTER-LINE
           END-WRITE
           .

      *-- An add or change always goes back for approval - any
      *           earlier approval was for a different price
       2250-MOVE-OVERRIDE.
           MOVE OVIN-OVERRIDE-TYPE TO POVR-OVERRIDE-TYPE
           MOVE OVIN-PRICE TO POVR-PRICE
           MOVE OVIN-CURRENCY-CODE TO POVR-CURRENCY-CODE
           MOVE OVIN-REASON TO POVR-REASON
           MOVE OVIN-USER-ID TO POVR-ENTERED-BY
           MOVE WS-CURRENT-DATE TO POVR-ENTERED-DATE
           MOVE SPACES TO POVR-APPROVED-BY
           MOVE ZERO TO POVR-APPROVED-DATE
           MOVE OVIN-EXPIRY-DATE TO POVR-EXPIRY-DATE
           SET POVR-PENDING TO TRUE
           .

       2300-CHANGE-OVERRIDE.
           MOVE OVIN-SECURITY-ID TO POVR-SECURITY-ID
           READ OVERRIDE-FILE
               INVALID KEY
                   MOVE 'OVERRIDE NOT ON FILE'
                       TO WS-MAINT-REJECT-REASON
                   PERFORM 2500-REJECT-MAINT-ROW
               NOT INVALID KEY
                   MOVE PRICE-OVERRIDE-RECORD TO WS-AUDIT-BEFORE
                   PERFORM 2250-MOVE-OVERRIDE
                   REWRITE PRICE-OVERRIDE-RECORD
                   IF WS-OVRD-SUCCESS
                       ADD 1 TO WS-CHANGED-COUNT
                       MOVE PRICE-OVERRIDE-RECORD TO WS-AUDIT-AFTER
                       MOVE 'UPDATE  ' TO WS-AUDIT-ACTION-CD
                       MOVE 'PRICE OVERRIDE CHANGED - AWAITS APPROVAL'
                           TO WS-AUDIT-MESSAGE
                       PERFORM 8000-WRITE-AUDIT-RECORD
                       MOVE 'CHANGED     ' TO WS-DISPOSITION-TEXT
                       PERFORM 2800-WRITE-REGISTER-LINE
                   ELSE
                       DISPLAY 'OVRMAINT: REWRITE failed for '
                               POVR-SECURITY-ID ' STATUS='
                               WS-OVRD-STATUS
                       MOVE WS-ERROR TO WS-RETURN-CODE
                   END-IF
           END-READ
           .

      *-- A withdrawn override comes off the file outright - the
      *           positions keep the last price it set and age from
      *           there until the feed prices them
       2400-DELETE-OVERRIDE.
           MOVE OVIN-SECURITY-ID TO POVR-SECURITY-ID
           READ OVERRIDE-FILE
               INVALID KEY
                   MOVE 'OVERRIDE NOT ON FILE'
                       TO WS-MAINT-REJECT-REASON
                   PERFORM 2500-REJECT-MAINT-ROW
               NOT INVALID KEY
                   MOVE PRICE-OVERRIDE-RECORD TO WS-AUDIT-BEFORE
                   DELETE OVERRIDE-FILE RECORD
                   IF WS-OVRD-SUCCESS
                       ADD 1 TO WS-DELETED-COUNT
                       MOVE SPACES TO WS-AUDIT-AFTER
                       MOVE 'DELETE  ' TO WS-AUDIT-ACTION-CD
                       MOVE 'PRICE OVERRIDE WITHDRAWN'
                           TO WS-AUDIT-MESSAGE
                       PERFORM 8000-WRITE-AUDIT-RECORD
                       MOVE 'WITHDRAWN   ' TO WS-DISPOSITION-TEXT
                       PERFORM 2800-WRITE-REGISTER-LINE
                   ELSE
                       DISPLAY 'OVRMAINT: DELETE failed for '
                               POVR-SECURITY-ID ' STATUS='
                               WS-OVRD-STATUS
                       MOVE WS-ERROR TO WS-RETURN-CODE
                   END-IF
           END-READ
           .

      *-- The second pair of eyes - only an override awaiting
      *           approval, only by someone other than its enterer,
      *           and not once its expiry date has gone by
       2450-APPROVE-OVERRIDE.
           MOVE OVIN-SECURITY-ID TO POVR-SECURITY-ID
           READ OVERRIDE-FILE
               INVALID KEY
                   MOVE 'OVERRIDE NOT ON FILE'
                       TO WS-MAINT-REJECT-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT POVR-PENDING
                           MOVE 'OVERRIDE NOT AWAITING APPROVAL'
                               TO WS-MAINT-REJECT-REASON
                       WHEN POVR-ENTERED-BY = OVIN-USER-ID
                           MOVE 'USER MAY NOT APPROVE OWN OVERRIDE'
                               TO WS-MAINT-REJECT-REASON
                       WHEN POVR-EXPIRY-DATE < WS-CURRENT-DATE
                           MOVE 'OVERRIDE EXPIRED BEFORE APPROVAL'
                               TO WS-MAINT-REJECT-REASON
                   END-EVALUATE
           END-READ

           IF WS-MAINT-REJECT-REASON NOT = SPACES
               PERFORM 2500-REJECT-MAINT-ROW
           ELSE
               MOVE PRICE-OVERRIDE-RECORD TO WS-AUDIT-BEFORE
               MOVE OVIN-USER-ID TO POVR-APPROVED-BY
               MOVE WS-CURRENT-DATE TO POVR-APPROVED-DATE
               SET POVR-APPROVED TO TRUE
               REWRITE PRICE-OVERRIDE-RECORD
               IF WS-OVRD-SUCCESS
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE PRICE-OVERRIDE-RECORD TO WS-AUDIT-AFTER
                   MOVE 'UPDATE  ' TO WS-AUDIT-ACTION-CD
                   MOVE 'PRICE OVERRIDE APPROVED'
                       TO WS-AUDIT-MESSAGE
                   PERFORM 8000-WRITE-AUDIT-RECORD
                   MOVE 'APPROVED    ' TO WS-DISPOSITION-TEXT
                   PERFORM 2800-WRITE-REGISTER-LINE
               ELSE
                   DISPLAY 'OVRMAINT: REWRITE failed for '
                           POVR-SECURITY-ID ' STATUS='
                           WS-OVRD-STATUS
                   MOVE WS-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF
           .

       2500-REJECT-MAINT-ROW.
           MOVE SPACES TO REJECT-RECORD
           MOVE MAINT-RECORD TO OVRJ-MAINT-ROW
           MOVE WS-MAINT-REJECT-REASON TO OVRJ-REASON
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT
           MOVE 'REJECTED    ' TO WS-DISPOSITION-TEXT
           PERFORM 2800-WRITE-REGISTER-LINE
           .

       2800-WRITE-REGISTER-LINE.
           IF OVIN-PRICE IS NUMERIC
               MOVE OVIN-PRICE TO WS-PRICE-EDIT
           ELSE
               MOVE ZERO TO WS-PRICE-EDIT
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING OVIN-ACTION        DELIMITED BY SIZE
                  '   '              DELIMITED BY SIZE
                  OVIN-SECURITY-ID   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  OVIN-OVERRIDE-TYPE DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-PRICE-EDIT      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  OVIN-CURRENCY-CODE DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  OVIN-EXPIRY-DATE   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  OVIN-USER-ID       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-DISPOSITION-TEXT DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-MAINT-REJECT-REASON DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       2900-READ-MAINT.
           READ MAINT-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ
           .

       2950-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'ROWS READ='        DELIMITED BY SIZE
                  WS-READ-COUNT       DELIMITED BY SIZE
                  '  ENTERED='        DELIMITED BY SIZE
                  WS-ADDED-COUNT      DELIMITED BY SIZE
                  '  CHANGED='        DELIMITED BY SIZE
                  WS-CHANGED-COUNT    DELIMITED BY SIZE
                  '  APPROVED='       DELIMITED BY SIZE
                  WS-APPROVED-COUNT   DELIMITED BY SIZE
                  '  WITHDRAWN='      DELIMITED BY SIZE
                  WS-DELETED-COUNT    DELIMITED BY SIZE
                  '  REJECTED='       DELIMITED BY SIZE
                  WS-REJECT-COUNT     DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       3000-TERMINATE.
           CLOSE OVERRIDE-FILE
                 SECURITY-FILE
                 MAINT-FILE
                 REJECT-FILE
                 AUDIT-FILE
                 REPORT-FILE

           DISPLAY 'Maintenance rows read: ' WS-READ-COUNT
           DISPLAY 'Overrides entered:     ' WS-ADDED-COUNT
           DISPLAY 'Overrides changed:     ' WS-CHANGED-COUNT
           DISPLAY 'Overrides approved:    ' WS-APPROVED-COUNT
           DISPLAY 'Overrides withdrawn:   ' WS-DELETED-COUNT
           DISPLAY 'Rows rejected:         ' WS-REJECT-COUNT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .

      *-- Build and write one audit trail record for a price
      *           override action - under the user id on the row, so
      *           the entering and approving users both show on the
      *           trail; the security id rides in the account
      *           position of the key info, the portfolio id is blank
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
           MOVE OVIN-USER-ID TO AUD-USER-ID
           MOVE WS-PROGRAM-NAME TO AUD-PROGRAM
           MOVE 'BATCH   ' TO AUD-TERMINAL
           SET AUD-TRANSACTION TO TRUE
           MOVE WS-AUDIT-ACTION-CD TO AUD-ACTION
           SET AUD-SUCCESS TO TRUE
           MOVE SPACES TO AUD-KEY-INFO
           MOVE OVIN-SECURITY-ID TO AUD-ACCOUNT-NO
           MOVE ZERO TO AUD-PRICEFEED-TIME
           MOVE WS-AUDIT-BEFORE TO AUD-BEFORE-IMAGE
           MOVE WS-AUDIT-AFTER TO AUD-AFTER-IMAGE
           MOVE WS-AUDIT-MESSAGE TO AUD-MESSAGE

           WRITE AUDIT-RECORD

           IF NOT WS-AUDIT-SUCCESS
               DISPLAY 'Warning: audit write failed, status='
                       WS-AUDIT-STATUS ' for security='
                       OVIN-SECURITY-ID
           END-IF
           .
