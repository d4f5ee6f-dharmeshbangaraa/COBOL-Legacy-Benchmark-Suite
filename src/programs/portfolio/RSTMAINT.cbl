      *================================================================*
      * Program Name: RSTMAINT
      * Description: Investment Restriction Maintenance
      *             Keys the written investment restrictions out of
      *             the compliance binder onto the RESTRICT file -
      *             the same row-driven shape as SECMAINT/HOLMAINT:
      *             'A' adds a restriction, 'C' changes its limit and
      *             binder reference, 'D' deletes one lifted by the
      *             client. A restriction is scoped to one portfolio
      *             or to every portfolio of a client type, and is a
      *             prohibited security, a single-security cap or an
      *             asset-class cap (see RSTRREC). Rows failing edit
      *             checks go to a reject file with the reason, every
      *             applied row is audit-logged, and a maintenance
      *             register reports the run - compliance files it
      *             with the quarterly attestation.
      *             A change takes effect from the next PORTUPDT
      *             pre-trade check and PORTCMPL compliance report.
      * Author: DLB
      * Date Written: 2025-01-17
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-01-17 DLB           Initial Creation
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSTMAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESTRICTION-FILE
               ASSIGN TO RSTRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RSTR-KEY
               FILE STATUS IS WS-RSTR-STATUS.

      *-- Maintenance rows in - one action per restriction per row
           SELECT MAINT-FILE
               ASSIGN TO RSTINTAK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

      *-- Maintenance rows that fail edit checks
           SELECT REJECT-FILE
               ASSIGN TO RSTREJCT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

      *-- Audit trail file - shared layout with PORTUPDT/PORTCRET
           SELECT AUDIT-FILE
               ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *-- Maintenance register report
           SELECT REPORT-FILE
               ASSIGN TO RSTMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESTRICTION-FILE.
           COPY RSTRREC.

       FD  MAINT-FILE.
       01  MAINT-RECORD.
           05  RSIN-ACTION             PIC X(1).
               88  RSIN-ADD               VALUE 'A'.
               88  RSIN-CHANGE            VALUE 'C'.
               88  RSIN-DELETE            VALUE 'D'.
           05  RSIN-KEY.
               10  RSIN-SCOPE-TYPE     PIC X(1).
                   88  RSIN-PORTFOLIO-SCOPE   VALUE 'P'.
                   88  RSIN-CLIENT-TYPE-SCOPE VALUE 'T'.
               10  RSIN-SCOPE-ID       PIC X(8).
               10  RSIN-RULE-TYPE      PIC X(1).
                   88  RSIN-PROHIBITED        VALUE 'X'.
                   88  RSIN-SECURITY-CAP      VALUE 'S'.
                   88  RSIN-CLASS-CAP         VALUE 'C'.
               10  RSIN-RULE-OBJECT    PIC X(9).
           05  RSIN-LIMIT-PCT          PIC 9(3)V99.
           05  RSIN-REFERENCE          PIC X(30).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  RSRJ-ACTION             PIC X(1).
           05  RSRJ-KEY                PIC X(19).
           05  RSRJ-LIMIT-PCT          PIC X(5).
           05  RSRJ-REFERENCE          PIC X(30).
           05  RSRJ-REASON             PIC X(40).

       FD  AUDIT-FILE.
           COPY AUDITLOG.

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Constants and switches
      *----------------------------------------------------------------*
       01  WS-CONSTANTS.
           05  WS-PROGRAM-NAME     PIC X(08) VALUE 'RSTMAINT'.
           05  WS-SUCCESS          PIC S9(4) VALUE +0.
           05  WS-ERROR            PIC S9(4) VALUE +8.
           05  WS-MAX-LIMIT-PCT    PIC 9(3)V99 VALUE 100.00.

       01  WS-SWITCHES.
           05  WS-RSTR-STATUS      PIC X(02).
               88  WS-RSTR-SUCCESS      VALUE '00'.
               88  WS-RSTR-NOT-FND      VALUE '23'.
               88  WS-RSTR-DUPLICATE    VALUE '22'.

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
           05  WS-DELETED-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-REJECT-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-MAINT-REJECT-REASON PIC X(40).
           05  WS-DISPOSITION-TEXT PIC X(12).
           05  WS-LIMIT-DISPLAY    PIC ZZ9.99.

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

           OPEN I-O   RESTRICTION-FILE
           OPEN INPUT MAINT-FILE
           OPEN OUTPUT REJECT-FILE
           OPEN EXTEND AUDIT-FILE
           OPEN OUTPUT REPORT-FILE

           IF NOT WS-RSTR-SUCCESS
              OR NOT WS-MAINT-SUCCESS
              OR NOT WS-REJECT-SUCCESS
              OR NOT WS-AUDIT-SUCCESS
              OR NOT WS-REPORT-SUCCESS
               DISPLAY 'RSTMAINT: FILE OPEN ERROR - RSTR='
                       WS-RSTR-STATUS ' MAINT=' WS-MAINT-STATUS
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
           MOVE 'RSTMAINT - INVESTMENT RESTRICTION MAINTENANCE REGISTER'
               TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'ACT S SCOPE-ID R OBJECT    LIMIT% '
                      DELIMITED BY SIZE
                  'BINDER REFERENCE                DISPOSITION'
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
                   WHEN RSIN-ADD
                       PERFORM 2200-ADD-RESTRICTION
                   WHEN RSIN-CHANGE
                       PERFORM 2300-CHANGE-RESTRICTION
                   WHEN RSIN-DELETE
                       PERFORM 2400-DELETE-RESTRICTION
               END-EVALUATE
           ELSE
               PERFORM 2500-REJECT-MAINT-ROW
           END-IF
           PERFORM 2900-READ-MAINT
           .

      *-- Edit checks ahead of the keyed apply - the key must name a
      *           real scope and rule, and an add or change must carry
      *           a limit that makes sense for the rule and the binder
      *           reference compliance attests against
       2100-VALIDATE-MAINT-ROW.
           SET MAINT-VALID TO TRUE
           MOVE SPACES TO WS-MAINT-REJECT-REASON

           IF NOT RSIN-ADD AND NOT RSIN-CHANGE
              AND NOT RSIN-DELETE
               SET MAINT-INVALID TO TRUE
               MOVE 'INVALID MAINTENANCE ACTION CODE'
                   TO WS-MAINT-REJECT-REASON
           ELSE
               PERFORM 2150-EDIT-RESTRICTION-KEY
               IF MAINT-VALID AND NOT RSIN-DELETE
                   PERFORM 2160-EDIT-RESTRICTION-LIMIT
               END-IF
           END-IF
           .

       2150-EDIT-RESTRICTION-KEY.
           EVALUATE TRUE
               WHEN NOT RSIN-PORTFOLIO-SCOPE
                AND NOT RSIN-CLIENT-TYPE-SCOPE
                   SET MAINT-INVALID TO TRUE
                   MOVE 'SCOPE MUST BE P(ORTFOLIO) OR T(YPE)'
                       TO WS-MAINT-REJECT-REASON
               WHEN RSIN-SCOPE-ID = SPACES
                   SET MAINT-INVALID TO TRUE
                   MOVE 'MISSING PORTFOLIO ID OR CLIENT TYPE'
                       TO WS-MAINT-REJECT-REASON
               WHEN RSIN-CLIENT-TYPE-SCOPE
                AND ((RSIN-SCOPE-ID(1:1) NOT = 'I'
                      AND RSIN-SCOPE-ID(1:1) NOT = 'C'
                      AND RSIN-SCOPE-ID(1:1) NOT = 'T')
                     OR RSIN-SCOPE-ID(2:7) NOT = SPACES)
                   SET MAINT-INVALID TO TRUE
                   MOVE 'CLIENT TYPE MUST BE I, C OR T'
                       TO WS-MAINT-REJECT-REASON
               WHEN NOT RSIN-PROHIBITED
                AND NOT RSIN-SECURITY-CAP
                AND NOT RSIN-CLASS-CAP
                   SET MAINT-INVALID TO TRUE
                   MOVE 'RULE TYPE MUST BE X, S OR C'
                       TO WS-MAINT-REJECT-REASON
               WHEN RSIN-PROHIBITED
                AND RSIN-RULE-OBJECT = SPACES
                   SET MAINT-INVALID TO TRUE
                   MOVE 'PROHIBITED SECURITY ID REQUIRED'
                       TO WS-MAINT-REJECT-REASON
               WHEN RSIN-CLASS-CAP
                AND ((RSIN-RULE-OBJECT(1:2) NOT = 'EQ'
                      AND RSIN-RULE-OBJECT(1:2) NOT = 'FI'
                      AND RSIN-RULE-OBJECT(1:2) NOT = 'MM'
                      AND RSIN-RULE-OBJECT(1:2) NOT = 'FD')
                     OR RSIN-RULE-OBJECT(3:7) NOT = SPACES)
                   SET MAINT-INVALID TO TRUE
                   MOVE 'ASSET CLASS MUST BE EQ, FI, MM OR FD'
                       TO WS-MAINT-REJECT-REASON
           END-EVALUATE
           .

      *-- A cap is a percentage of portfolio value greater than zero
      *           and no more than 100; a prohibition carries no
      *           limit at all
       2160-EDIT-RESTRICTION-LIMIT.
           EVALUATE TRUE
               WHEN RSIN-LIMIT-PCT NOT NUMERIC
                   SET MAINT-INVALID TO TRUE
                   MOVE 'NON-NUMERIC LIMIT PERCENTAGE'
                       TO WS-MAINT-REJECT-REASON
               WHEN RSIN-PROHIBITED
                AND RSIN-LIMIT-PCT NOT = ZERO
                   SET MAINT-INVALID TO TRUE
                   MOVE 'PROHIBITION TAKES NO LIMIT PERCENTAGE'
                       TO WS-MAINT-REJECT-REASON
               WHEN NOT RSIN-PROHIBITED
                AND (RSIN-LIMIT-PCT NOT > ZERO
                     OR RSIN-LIMIT-PCT > WS-MAX-LIMIT-PCT)
                   SET MAINT-INVALID TO TRUE
                   MOVE 'LIMIT PERCENTAGE NOT 0.01 TO 100.00'
                       TO WS-MAINT-REJECT-REASON
               WHEN RSIN-REFERENCE = SPACES
                   SET MAINT-INVALID TO TRUE
                   MOVE 'MISSING BINDER REFERENCE'
                       TO WS-MAINT-REJECT-REASON
           END-EVALUATE
           .

       2200-ADD-RESTRICTION.
           MOVE SPACES TO RESTRICTION-RECORD
           MOVE RSIN-KEY TO RSTR-KEY
           MOVE RSIN-LIMIT-PCT TO RSTR-LIMIT-PCT
           MOVE RSIN-REFERENCE TO RSTR-REFERENCE

           WRITE RESTRICTION-RECORD
               INVALID KEY
                   MOVE 'RESTRICTION ALREADY ON FILE'
                       TO WS-MAINT-REJECT-REASON
                   PERFORM 2500-REJECT-MAINT-ROW
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE RESTRICTION-RECORD TO WS-AUDIT-AFTER
                   MOVE 'CREATE  ' TO WS-AUDIT-ACTION-CD
                   MOVE 'INVESTMENT RESTRICTION ADDED'
                       TO WS-AUDIT-MESSAGE
                   PERFORM 8000-WRITE-AUDIT-RECORD
                   MOVE 'ADDED       ' TO WS-DISPOSITION-TEXT
                   PERFORM 2800-WRITE-REGISTER-LINE
           END-WRITE
           .

       2300-CHANGE-RESTRICTION.
           MOVE RSIN-KEY TO RSTR-KEY
           READ RESTRICTION-FILE
               INVALID KEY
                   MOVE 'RESTRICTION NOT ON FILE'
                       TO WS-MAINT-REJECT-REASON
                   PERFORM 2500-REJECT-MAINT-ROW
               NOT INVALID KEY
                   MOVE RESTRICTION-RECORD TO WS-AUDIT-BEFORE
                   MOVE RSIN-LIMIT-PCT TO RSTR-LIMIT-PCT
                   MOVE RSIN-REFERENCE TO RSTR-REFERENCE
                   REWRITE RESTRICTION-RECORD
                   IF WS-RSTR-SUCCESS
                       ADD 1 TO WS-CHANGED-COUNT
                       MOVE RESTRICTION-RECORD TO WS-AUDIT-AFTER
                       MOVE 'UPDATE  ' TO WS-AUDIT-ACTION-CD
                       MOVE 'INVESTMENT RESTRICTION CHANGED'
                           TO WS-AUDIT-MESSAGE
                       PERFORM 8000-WRITE-AUDIT-RECORD
                       MOVE 'CHANGED     ' TO WS-DISPOSITION-TEXT
                       PERFORM 2800-WRITE-REGISTER-LINE
                   ELSE
                       DISPLAY 'RSTMAINT: REWRITE failed for '
                               RSTR-KEY ' STATUS=' WS-RSTR-STATUS
                       MOVE WS-ERROR TO WS-RETURN-CODE
                   END-IF
           END-READ
           .

      *-- A restriction the client lifts comes off the file outright
      *           - the audit before-image keeps the record of it
       2400-DELETE-RESTRICTION.
           MOVE RSIN-KEY TO RSTR-KEY
           READ RESTRICTION-FILE
               INVALID KEY
                   MOVE 'RESTRICTION NOT ON FILE'
                       TO WS-MAINT-REJECT-REASON
                   PERFORM 2500-REJECT-MAINT-ROW
               NOT INVALID KEY
                   MOVE RESTRICTION-RECORD TO WS-AUDIT-BEFORE
                   DELETE RESTRICTION-FILE RECORD
                   IF WS-RSTR-SUCCESS
                       ADD 1 TO WS-DELETED-COUNT
                       MOVE SPACES TO WS-AUDIT-AFTER
                       MOVE 'DELETE  ' TO WS-AUDIT-ACTION-CD
                       MOVE 'INVESTMENT RESTRICTION DELETED'
                           TO WS-AUDIT-MESSAGE
                       PERFORM 8000-WRITE-AUDIT-RECORD
                       MOVE 'DELETED     ' TO WS-DISPOSITION-TEXT
                       PERFORM 2800-WRITE-REGISTER-LINE
                   ELSE
                       DISPLAY 'RSTMAINT: DELETE failed for '
                               RSTR-KEY ' STATUS=' WS-RSTR-STATUS
                       MOVE WS-ERROR TO WS-RETURN-CODE
                   END-IF
           END-READ
           .

       2500-REJECT-MAINT-ROW.
           MOVE SPACES TO REJECT-RECORD
           MOVE RSIN-ACTION TO RSRJ-ACTION
           MOVE RSIN-KEY TO RSRJ-KEY
           MOVE MAINT-RECORD(21:5) TO RSRJ-LIMIT-PCT
           MOVE RSIN-REFERENCE TO RSRJ-REFERENCE
           MOVE WS-MAINT-REJECT-REASON TO RSRJ-REASON
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT
           MOVE 'REJECTED    ' TO WS-DISPOSITION-TEXT
           PERFORM 2800-WRITE-REGISTER-LINE
           .

       2800-WRITE-REGISTER-LINE.
           IF RSIN-LIMIT-PCT IS NUMERIC
               MOVE RSIN-LIMIT-PCT TO WS-LIMIT-DISPLAY
           ELSE
               MOVE ZERO TO WS-LIMIT-DISPLAY
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING RSIN-ACTION        DELIMITED BY SIZE
                  '   '              DELIMITED BY SIZE
                  RSIN-SCOPE-TYPE    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  RSIN-SCOPE-ID      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  RSIN-RULE-TYPE     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  RSIN-RULE-OBJECT   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-LIMIT-DISPLAY   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  RSIN-REFERENCE     DELIMITED BY SIZE
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
                  '  DELETED='        DELIMITED BY SIZE
                  WS-DELETED-COUNT    DELIMITED BY SIZE
                  '  REJECTED='       DELIMITED BY SIZE
                  WS-REJECT-COUNT     DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       3000-TERMINATE.
           CLOSE RESTRICTION-FILE
                 MAINT-FILE
                 REJECT-FILE
                 AUDIT-FILE
                 REPORT-FILE

           DISPLAY 'Maintenance rows read: ' WS-READ-COUNT
           DISPLAY 'Restrictions added:    ' WS-ADDED-COUNT
           DISPLAY 'Restrictions changed:  ' WS-CHANGED-COUNT
           DISPLAY 'Restrictions deleted:  ' WS-DELETED-COUNT
           DISPLAY 'Rows rejected:         ' WS-REJECT-COUNT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .

      *-- Build and write one audit trail record for a restriction
      *           maintenance action - the scope id rides in
      *           AUD-PORTFOLIO-ID, so a portfolio's restrictions
      *           audit under its own id, and the rule type and
      *           object in the account-number columns; the scope
      *           type is in the before/after images
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
           MOVE SPACES TO AUD-KEY-INFO
           MOVE RSTR-SCOPE-ID TO AUD-PORTFOLIO-ID
           MOVE RSTR-RULE-TYPE TO AUD-ACCOUNT-NO(1:1)
           MOVE RSTR-RULE-OBJECT TO AUD-ACCOUNT-NO(2:9)
           MOVE ZERO TO AUD-PRICEFEED-TIME
           MOVE WS-AUDIT-BEFORE TO AUD-BEFORE-IMAGE
           MOVE WS-AUDIT-AFTER TO AUD-AFTER-IMAGE
           MOVE WS-AUDIT-MESSAGE TO AUD-MESSAGE

           WRITE AUDIT-RECORD

           IF NOT WS-AUDIT-SUCCESS
               DISPLAY 'Warning: audit write failed, status='
                       WS-AUDIT-STATUS ' for key=' RSTR-KEY
           END-IF
           .
