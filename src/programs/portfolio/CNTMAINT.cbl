      *================================================================*
      * Program Name: CNTMAINT
      * Description: Client Contact Maintenance
      *             Keys each client account's name and address onto
      *             the CONTFILE contact master - the same row-driven
      *             shape as PAYMAINT: 'A' adds the account's contact
      *             row, 'C' replaces the addressee, address and
      *             delivery preference and releases any returned-
      *             mail hold when the address itself changed, 'D'
      *             deletes it, and 'H' records mail
      *             the post office sent back - the account goes on
      *             returned-mail hold and PORTCORR lists its paper
      *             letters as exceptions until a corrected address
      *             is keyed. Rows failing edit checks go to a reject
      *             file with the reason, every applied row is audit-
      *             logged, and a maintenance register reports the
      *             run. The contact is used from the next PORTCORR
      *             correspondence run.
      * Author: DLB
      * Date Written: 2025-01-31
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-01-31 DLB           Initial Creation
      * 2025-02-14 DLB           A 'C' releases a returned-mail hold
      *                          only when the address differs from
      *                          the one on file - a name or delivery
      *                          preference change leaves it held
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTMAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-FILE
               ASSIGN TO CONTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CONT-ACCOUNT-NO
               FILE STATUS IS WS-CONT-STATUS.

      *-- Maintenance rows in - one action per account per row
           SELECT MAINT-FILE
               ASSIGN TO CNTINTAK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

      *-- Maintenance rows that fail edit checks
           SELECT REJECT-FILE
               ASSIGN TO CNTREJCT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

      *-- Audit trail file - shared layout with PORTUPDT/PORTCRET
           SELECT AUDIT-FILE
               ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *-- Maintenance register report
           SELECT REPORT-FILE
               ASSIGN TO CNTMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-FILE.
           COPY CONTREC.

       FD  MAINT-FILE.
       01  MAINT-RECORD.
           05  CNIN-ACTION             PIC X(1).
               88  CNIN-ADD               VALUE 'A'.
               88  CNIN-CHANGE            VALUE 'C'.
               88  CNIN-DELETE            VALUE 'D'.
               88  CNIN-RETURNED-MAIL     VALUE 'H'.
           05  CNIN-ACCOUNT-NO         PIC X(10).
           05  CNIN-ADDRESSEE          PIC X(30).
           05  CNIN-ADDRESS.
               10  CNIN-ADDR-LINE-1    PIC X(30).
               10  CNIN-ADDR-LINE-2    PIC X(30).
               10  CNIN-CITY           PIC X(20).
               10  CNIN-STATE          PIC X(2).
               10  CNIN-POSTAL-CODE    PIC X(10).
               10  CNIN-COUNTRY-CODE   PIC X(2).
           05  CNIN-DELIVERY-PREF      PIC X(1).
               88  CNIN-PAPER             VALUE 'P'.
               88  CNIN-ELECTRONIC        VALUE 'E'.

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  CNRJ-MAINT-ROW          PIC X(136).
           05  CNRJ-REASON             PIC X(40).

       FD  AUDIT-FILE.
           COPY AUDITLOG.

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Constants and switches
      *----------------------------------------------------------------*
       01  WS-CONSTANTS.
           05  WS-PROGRAM-NAME     PIC X(08) VALUE 'CNTMAINT'.
           05  WS-SUCCESS          PIC S9(4) VALUE +0.
           05  WS-ERROR            PIC S9(4) VALUE +8.
      *-- Country assumed when the row leaves it blank
           05  WS-HOME-COUNTRY     PIC X(02) VALUE 'US'.

       01  WS-SWITCHES.
           05  WS-CONT-STATUS      PIC X(02).
               88  WS-CONT-SUCCESS      VALUE '00'.
               88  WS-CONT-NOT-FND      VALUE '23'.
               88  WS-CONT-DUPLICATE    VALUE '22'.

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
           05  WS-RELEASED-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-HELD-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-DELETED-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-REJECT-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-CURRENT-DATE     PIC 9(8).
           05  WS-MAINT-REJECT-REASON PIC X(40).
           05  WS-DISPOSITION-TEXT PIC X(12).

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

           OPEN I-O   CONTACT-FILE
           OPEN INPUT MAINT-FILE
           OPEN OUTPUT REJECT-FILE
           OPEN EXTEND AUDIT-FILE
           OPEN OUTPUT REPORT-FILE

           IF NOT WS-CONT-SUCCESS
              OR NOT WS-MAINT-SUCCESS
              OR NOT WS-REJECT-SUCCESS
              OR NOT WS-AUDIT-SUCCESS
              OR NOT WS-REPORT-SUCCESS
               DISPLAY 'CNTMAINT: FILE OPEN ERROR - CONT='
                       WS-CONT-STATUS ' MAINT=' WS-MAINT-STATUS
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
           MOVE 'CNTMAINT - CLIENT CONTACT MAINTENANCE REGISTER'
               TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'ACT ACCOUNT NO ADDRESSEE                      '
                      DELIMITED BY SIZE
                  'CITY                 ST POSTAL     CC D  '
                      DELIMITED BY SIZE
                  'DISPOSITION'
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
                   WHEN CNIN-ADD
                       PERFORM 2200-ADD-CONTACT
                   WHEN CNIN-CHANGE
                       PERFORM 2300-CHANGE-CONTACT
                   WHEN CNIN-DELETE
                       PERFORM 2400-DELETE-CONTACT
                   WHEN CNIN-RETURNED-MAIL
                       PERFORM 2450-HOLD-CONTACT
               END-EVALUATE
           ELSE
               PERFORM 2500-REJECT-MAINT-ROW
           END-IF
           PERFORM 2900-READ-MAINT
           .

      *-- Edit checks ahead of the keyed apply - an add or change
      *           must carry an address the vendor can deliver to; a
      *           delete or returned-mail row needs only the account
       2100-VALIDATE-MAINT-ROW.
           SET MAINT-VALID TO TRUE
           MOVE SPACES TO WS-MAINT-REJECT-REASON

           EVALUATE TRUE
               WHEN NOT CNIN-ADD AND NOT CNIN-CHANGE
                AND NOT CNIN-DELETE AND NOT CNIN-RETURNED-MAIL
                   SET MAINT-INVALID TO TRUE
                   MOVE 'INVALID MAINTENANCE ACTION CODE'
                       TO WS-MAINT-REJECT-REASON
               WHEN CNIN-ACCOUNT-NO = SPACES
                   SET MAINT-INVALID TO TRUE
                   MOVE 'MISSING ACCOUNT NUMBER'
                       TO WS-MAINT-REJECT-REASON
               WHEN CNIN-DELETE OR CNIN-RETURNED-MAIL
                   CONTINUE
               WHEN OTHER
                   PERFORM 2150-EDIT-ADDRESS
           END-EVALUATE
           .

      *-- A blank country is the home country, which must carry a
      *           state; abroad the state is whatever the row says
       2150-EDIT-ADDRESS.
           IF CNIN-COUNTRY-CODE = SPACES
               MOVE WS-HOME-COUNTRY TO CNIN-COUNTRY-CODE
           END-IF

           EVALUATE TRUE
               WHEN CNIN-ADDRESSEE = SPACES
                   SET MAINT-INVALID TO TRUE
                   MOVE 'MISSING ADDRESSEE'
                       TO WS-MAINT-REJECT-REASON
               WHEN CNIN-ADDR-LINE-1 = SPACES
                   SET MAINT-INVALID TO TRUE
                   MOVE 'MISSING FIRST ADDRESS LINE'
                       TO WS-MAINT-REJECT-REASON
               WHEN CNIN-CITY = SPACES
                   SET MAINT-INVALID TO TRUE
                   MOVE 'MISSING CITY'
                       TO WS-MAINT-REJECT-REASON
               WHEN CNIN-POSTAL-CODE = SPACES
                   SET MAINT-INVALID TO TRUE
                   MOVE 'MISSING POSTAL CODE'
                       TO WS-MAINT-REJECT-REASON
               WHEN CNIN-COUNTRY-CODE = WS-HOME-COUNTRY
                AND CNIN-STATE = SPACES
                   SET MAINT-INVALID TO TRUE
                   MOVE 'MISSING STATE FOR A DOMESTIC ADDRESS'
                       TO WS-MAINT-REJECT-REASON
               WHEN NOT CNIN-PAPER AND NOT CNIN-ELECTRONIC
                   SET MAINT-INVALID TO TRUE
                   MOVE 'DELIVERY PREFERENCE MUST BE P OR E'
                       TO WS-MAINT-REJECT-REASON
           END-EVALUATE
           .

       2200-ADD-CONTACT.
           MOVE SPACES TO CONTACT-RECORD
           MOVE CNIN-ACCOUNT-NO TO CONT-ACCOUNT-NO
           MOVE ZERO TO CONT-LAST-DORM-LETTER
           MOVE ZERO TO CONT-DORM-LETTER-SENT
           SET CONT-NOT-ON-MAIL-HOLD TO TRUE
           MOVE ZERO TO CONT-HOLD-DATE
           PERFORM 2250-MOVE-CONTACT

           WRITE CONTACT-RECORD
               INVALID KEY
                   MOVE 'CONTACT ALREADY ON FILE'
                       TO WS-MAINT-REJECT-REASON
                   PERFORM 2500-REJECT-MAINT-ROW
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE CONTACT-RECORD TO WS-AUDIT-AFTER
                   MOVE 'CREATE  ' TO WS-AUDIT-ACTION-CD
                   MOVE 'CLIENT CONTACT ADDED'
                       TO WS-AUDIT-MESSAGE
                   PERFORM 8000-WRITE-AUDIT-RECORD
                   MOVE 'ADDED       ' TO WS-DISPOSITION-TEXT
                   PERFORM 2800-WRITE-REGISTER-LINE
           END-WRITE
           .

       2250-MOVE-CONTACT.
           MOVE CNIN-ADDRESSEE TO CONT-ADDRESSEE
           MOVE CNIN-ADDRESS TO CONT-ADDRESS
           MOVE CNIN-DELIVERY-PREF TO CONT-DELIVERY-PREF
           MOVE WS-CURRENT-DATE TO CONT-LAST-MAINT
           .

       2300-CHANGE-CONTACT.
           MOVE CNIN-ACCOUNT-NO TO CONT-ACCOUNT-NO
           READ CONTACT-FILE
               INVALID KEY
                   MOVE 'CONTACT NOT ON FILE'
                       TO WS-MAINT-REJECT-REASON
                   PERFORM 2500-REJECT-MAINT-ROW
               NOT INVALID KEY
                   MOVE CONTACT-RECORD TO WS-AUDIT-BEFORE
      *-- Keying a corrected address is how a hold is released -
      *           the same address re-keyed (a name or delivery
      *           preference change) leaves the account held
                   EVALUATE TRUE
                       WHEN CONT-ON-MAIL-HOLD
                        AND CNIN-ADDRESS NOT = CONT-ADDRESS
                           ADD 1 TO WS-RELEASED-COUNT
                           SET CONT-NOT-ON-MAIL-HOLD TO TRUE
                           MOVE ZERO TO CONT-HOLD-DATE
                           MOVE 'CHANGED/RLSE' TO WS-DISPOSITION-TEXT
                       WHEN CONT-ON-MAIL-HOLD
                           MOVE 'CHANGED/HELD' TO WS-DISPOSITION-TEXT
                       WHEN OTHER
                           MOVE 'CHANGED     ' TO WS-DISPOSITION-TEXT
                   END-EVALUATE
                   PERFORM 2250-MOVE-CONTACT
                   REWRITE CONTACT-RECORD
                   IF WS-CONT-SUCCESS
                       ADD 1 TO WS-CHANGED-COUNT
                       MOVE CONTACT-RECORD TO WS-AUDIT-AFTER
                       MOVE 'UPDATE  ' TO WS-AUDIT-ACTION-CD
                       MOVE 'CLIENT CONTACT CHANGED'
                           TO WS-AUDIT-MESSAGE
                       PERFORM 8000-WRITE-AUDIT-RECORD
                       PERFORM 2800-WRITE-REGISTER-LINE
                   ELSE
                       DISPLAY 'CNTMAINT: REWRITE failed for '
                               CONT-ACCOUNT-NO ' STATUS='
                               WS-CONT-STATUS
                       MOVE WS-ERROR TO WS-RETURN-CODE
                   END-IF
           END-READ
           .

      *-- A closed client's contact comes off the file outright -
      *           the audit before-image keeps the record of it
       2400-DELETE-CONTACT.
           MOVE CNIN-ACCOUNT-NO TO CONT-ACCOUNT-NO
           READ CONTACT-FILE
               INVALID KEY
                   MOVE 'CONTACT NOT ON FILE'
                       TO WS-MAINT-REJECT-REASON
                   PERFORM 2500-REJECT-MAINT-ROW
               NOT INVALID KEY
                   MOVE CONTACT-RECORD TO WS-AUDIT-BEFORE
                   DELETE CONTACT-FILE RECORD
                   IF WS-CONT-SUCCESS
                       ADD 1 TO WS-DELETED-COUNT
                       MOVE SPACES TO WS-AUDIT-AFTER
                       MOVE 'DELETE  ' TO WS-AUDIT-ACTION-CD
                       MOVE 'CLIENT CONTACT DELETED'
                           TO WS-AUDIT-MESSAGE
                       PERFORM 8000-WRITE-AUDIT-RECORD
                       MOVE 'DELETED     ' TO WS-DISPOSITION-TEXT
                       PERFORM 2800-WRITE-REGISTER-LINE
                   ELSE
                       DISPLAY 'CNTMAINT: DELETE failed for '
                               CONT-ACCOUNT-NO ' STATUS='
                               WS-CONT-STATUS
                       MOVE WS-ERROR TO WS-RETURN-CODE
                   END-IF
           END-READ
           .

      *-- Mail returned by the post office - the address is left as
      *           it is for the record and the account goes on hold;
      *           a contact already on hold keeps its first hold date
       2450-HOLD-CONTACT.
           MOVE CNIN-ACCOUNT-NO TO CONT-ACCOUNT-NO
           READ CONTACT-FILE
               INVALID KEY
                   MOVE 'CONTACT NOT ON FILE'
                       TO WS-MAINT-REJECT-REASON
                   PERFORM 2500-REJECT-MAINT-ROW
               NOT INVALID KEY
                   MOVE CONTACT-RECORD TO WS-AUDIT-BEFORE
                   IF NOT CONT-ON-MAIL-HOLD
                       SET CONT-ON-MAIL-HOLD TO TRUE
                       MOVE WS-CURRENT-DATE TO CONT-HOLD-DATE
                   END-IF
                   MOVE WS-CURRENT-DATE TO CONT-LAST-MAINT
                   REWRITE CONTACT-RECORD
                   IF WS-CONT-SUCCESS
                       ADD 1 TO WS-HELD-COUNT
                       MOVE CONTACT-RECORD TO WS-AUDIT-AFTER
                       MOVE 'UPDATE  ' TO WS-AUDIT-ACTION-CD
                       MOVE 'CLIENT CONTACT ON RETURNED-MAIL HOLD'
                           TO WS-AUDIT-MESSAGE
                       PERFORM 8000-WRITE-AUDIT-RECORD
                       MOVE 'MAIL HOLD   ' TO WS-DISPOSITION-TEXT
                       PERFORM 2800-WRITE-REGISTER-LINE
                   ELSE
                       DISPLAY 'CNTMAINT: REWRITE failed for '
                               CONT-ACCOUNT-NO ' STATUS='
                               WS-CONT-STATUS
                       MOVE WS-ERROR TO WS-RETURN-CODE
                   END-IF
           END-READ
           .

       2500-REJECT-MAINT-ROW.
           MOVE SPACES TO REJECT-RECORD
           MOVE MAINT-RECORD TO CNRJ-MAINT-ROW
           MOVE WS-MAINT-REJECT-REASON TO CNRJ-REASON
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT
           MOVE 'REJECTED    ' TO WS-DISPOSITION-TEXT
           PERFORM 2800-WRITE-REGISTER-LINE
           .

       2800-WRITE-REGISTER-LINE.
           MOVE SPACES TO REPORT-RECORD
           STRING CNIN-ACTION        DELIMITED BY SIZE
                  '   '              DELIMITED BY SIZE
                  CNIN-ACCOUNT-NO    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  CNIN-ADDRESSEE     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  CNIN-CITY          DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  CNIN-STATE         DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  CNIN-POSTAL-CODE   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  CNIN-COUNTRY-CODE  DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  CNIN-DELIVERY-PREF DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
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
                  '  ADDED='          DELIMITED BY SIZE
                  WS-ADDED-COUNT      DELIMITED BY SIZE
                  '  CHANGED='        DELIMITED BY SIZE
                  WS-CHANGED-COUNT    DELIMITED BY SIZE
                  '  HOLDS RELEASED=' DELIMITED BY SIZE
                  WS-RELEASED-COUNT   DELIMITED BY SIZE
                  '  MAIL HOLDS='     DELIMITED BY SIZE
                  WS-HELD-COUNT       DELIMITED BY SIZE
                  '  DELETED='        DELIMITED BY SIZE
                  WS-DELETED-COUNT    DELIMITED BY SIZE
                  '  REJECTED='       DELIMITED BY SIZE
                  WS-REJECT-COUNT     DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       3000-TERMINATE.
           CLOSE CONTACT-FILE
                 MAINT-FILE
                 REJECT-FILE
                 AUDIT-FILE
                 REPORT-FILE

           DISPLAY 'Maintenance rows read: ' WS-READ-COUNT
           DISPLAY 'Contacts added:        ' WS-ADDED-COUNT
           DISPLAY 'Contacts changed:      ' WS-CHANGED-COUNT
           DISPLAY 'Holds released:        ' WS-RELEASED-COUNT
           DISPLAY 'Mail holds set:        ' WS-HELD-COUNT
           DISPLAY 'Contacts deleted:      ' WS-DELETED-COUNT
           DISPLAY 'Rows rejected:         ' WS-REJECT-COUNT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .

      *-- Build and write one audit trail record for a client contact
      *           maintenance action - the contact is account-level,
      *           so the portfolio id is left blank
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
           MOVE SPACES TO AUD-PORTFOLIO-ID
           MOVE CONT-ACCOUNT-NO TO AUD-ACCOUNT-NO
           MOVE ZERO TO AUD-PRICEFEED-TIME
           MOVE WS-AUDIT-BEFORE TO AUD-BEFORE-IMAGE
           MOVE WS-AUDIT-AFTER TO AUD-AFTER-IMAGE
           MOVE WS-AUDIT-MESSAGE TO AUD-MESSAGE

           WRITE AUDIT-RECORD

           IF NOT WS-AUDIT-SUCCESS
               DISPLAY 'Warning: audit write failed, status='
                       WS-AUDIT-STATUS ' for key=' CONT-ACCOUNT-NO
           END-IF
           .
