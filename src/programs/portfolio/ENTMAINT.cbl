      *================================================================*
      * Program Name: ENTMAINT
      * Description: Online Maintenance Entitlement Maintenance
      *             Keys security administration's access grants
      *             onto the ENTLFILE the PINQ transaction checks -
      *             the same row-driven shape as STNMAINT/RSTMAINT:
      *             'A' adds a CICS user id with the maintenance
      *             field codes it may apply and its cash limit, 'C'
      *             replaces the grant (and suspends or reactivates
      *             it), 'D' removes the user's maintenance access
      *             altogether. Every row names the administrator who
      *             authorized it, who may not be the user granted.
      *             Rows failing edit checks go to a reject file with
      *             the reason, every applied row is audit-logged
      *             under the authorizing id, and a maintenance
      *             register reports the run. PORTINQ reads the file
      *             on every maintenance action, so a change takes
      *             effect as soon as the file is back open in CICS.
      * Author: DLB
      * Date Written: 2025-01-27
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-01-27 DLB           Initial Creation
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTMAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITLEMENT-FILE
               ASSIGN TO ENTLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ENTL-USER-ID
               FILE STATUS IS WS-ENTL-STATUS.

      *-- Maintenance rows in - one action per user per row
           SELECT MAINT-FILE
               ASSIGN TO ENTINTAK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

      *-- Maintenance rows that fail edit checks
           SELECT REJECT-FILE
               ASSIGN TO ENTREJCT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

      *-- Audit trail file - shared layout with PORTUPDT/PORTCRET
           SELECT AUDIT-FILE
               ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *-- Maintenance register report
           SELECT REPORT-FILE
               ASSIGN TO ENTMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTITLEMENT-FILE.
           COPY ENTLREC.

       FD  MAINT-FILE.
       01  MAINT-RECORD.
           05  ENIN-ACTION             PIC X(1).
               88  ENIN-ADD               VALUE 'A'.
               88  ENIN-CHANGE            VALUE 'C'.
               88  ENIN-DELETE            VALUE 'D'.
           05  ENIN-USER-ID            PIC X(8).
           05  ENIN-USER-NAME          PIC X(30).
           05  ENIN-STATUS             PIC X(1).
               88  ENIN-VALID-STATUS      VALUE 'A' 'S'.
      *-- Y/N per field code, in the order S N D W F R A
           05  ENIN-ACTIONS            PIC X(7).
           05  ENIN-CASH-LIMIT         PIC 9(11)V99.
           05  ENIN-GRANTED-BY         PIC X(8).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  ENRJ-ROW                PIC X(68).
           05  ENRJ-REASON             PIC X(40).

       FD  AUDIT-FILE.
           COPY AUDITLOG.

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Constants and switches
      *----------------------------------------------------------------*
       01  WS-CONSTANTS.
           05  WS-PROGRAM-NAME     PIC X(08) VALUE 'ENTMAINT'.
           05  WS-SUCCESS          PIC S9(4) VALUE +0.
           05  WS-ERROR            PIC S9(4) VALUE +8.

       01  WS-SWITCHES.
           05  WS-ENTL-STATUS      PIC X(02).
               88  WS-ENTL-SUCCESS      VALUE '00'.
               88  WS-ENTL-NOT-FND      VALUE '23'.
               88  WS-ENTL-DUPLICATE    VALUE '22'.

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
           05  WS-CURRENT-DATE     PIC 9(8).
           05  WS-MAINT-REJECT-REASON PIC X(40).
           05  WS-DISPOSITION-TEXT PIC X(12).
      *-- Flag counts for the Y/N edit and the cash-limit rule
           05  WS-FLAG-YES-COUNT   PIC 9(2).
           05  WS-FLAG-NO-COUNT    PIC 9(2).
           05  WS-CASH-FLAG-COUNT  PIC 9(2).

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

           OPEN I-O   ENTITLEMENT-FILE
           OPEN INPUT MAINT-FILE
           OPEN OUTPUT REJECT-FILE
           OPEN EXTEND AUDIT-FILE
           OPEN OUTPUT REPORT-FILE

           IF NOT WS-ENTL-SUCCESS
              OR NOT WS-MAINT-SUCCESS
              OR NOT WS-REJECT-SUCCESS
              OR NOT WS-AUDIT-SUCCESS
              OR NOT WS-REPORT-SUCCESS
               DISPLAY 'ENTMAINT: FILE OPEN ERROR - ENTL='
                       WS-ENTL-STATUS ' MAINT=' WS-MAINT-STATUS
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
           MOVE 'ENTMAINT - ONLINE ENTITLEMENT MAINTENANCE REGISTER'
               TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'ACT USER ID  USER NAME                      S '
                      DELIMITED BY SIZE
                  'SNDWFRA    CASH LIMIT   GRANTED  DISPOSITION'
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
                   WHEN ENIN-ADD
                       PERFORM 2200-ADD-ENTITLEMENT
                   WHEN ENIN-CHANGE
                       PERFORM 2300-CHANGE-ENTITLEMENT
                   WHEN ENIN-DELETE
                       PERFORM 2400-DELETE-ENTITLEMENT
               END-EVALUATE
           ELSE
               PERFORM 2500-REJECT-MAINT-ROW
           END-IF
           PERFORM 2900-READ-MAINT
           .

      *-- Edit checks ahead of the keyed apply - every row names an
      *           authorizer other than the user; an add or change
      *           must carry a complete grant
       2100-VALIDATE-MAINT-ROW.
           SET MAINT-VALID TO TRUE
           MOVE SPACES TO WS-MAINT-REJECT-REASON

           EVALUATE TRUE
               WHEN NOT ENIN-ADD AND NOT ENIN-CHANGE
                AND NOT ENIN-DELETE
                   SET MAINT-INVALID TO TRUE
                   MOVE 'INVALID MAINTENANCE ACTION CODE'
                       TO WS-MAINT-REJECT-REASON
               WHEN ENIN-USER-ID = SPACES
                   SET MAINT-INVALID TO TRUE
                   MOVE 'MISSING CICS USER ID'
                       TO WS-MAINT-REJECT-REASON
               WHEN ENIN-GRANTED-BY = SPACES
                   SET MAINT-INVALID TO TRUE
                   MOVE 'AUTHORIZING USER ID REQUIRED'
                       TO WS-MAINT-REJECT-REASON
               WHEN ENIN-GRANTED-BY = ENIN-USER-ID
                   SET MAINT-INVALID TO TRUE
                   MOVE 'USER MAY NOT AUTHORIZE OWN ACCESS'
                       TO WS-MAINT-REJECT-REASON
               WHEN ENIN-DELETE
                   CONTINUE
               WHEN OTHER
                   PERFORM 2150-EDIT-GRANT
           END-EVALUATE
           .

      *-- Every flag Y or N; a grant holding any cash code needs a
      *           limit above zero, or every cash action would be
      *           refused anyway
       2150-EDIT-GRANT.
           MOVE ZERO TO WS-FLAG-YES-COUNT
           MOVE ZERO TO WS-FLAG-NO-COUNT
           MOVE ZERO TO WS-CASH-FLAG-COUNT
           INSPECT ENIN-ACTIONS TALLYING WS-FLAG-YES-COUNT
               FOR ALL 'Y'
           INSPECT ENIN-ACTIONS TALLYING WS-FLAG-NO-COUNT
               FOR ALL 'N'
           INSPECT ENIN-ACTIONS(3:3) TALLYING WS-CASH-FLAG-COUNT
               FOR ALL 'Y'

           EVALUATE TRUE
               WHEN ENIN-USER-NAME = SPACES
                   SET MAINT-INVALID TO TRUE
                   MOVE 'MISSING USER NAME'
                       TO WS-MAINT-REJECT-REASON
               WHEN NOT ENIN-VALID-STATUS
                   SET MAINT-INVALID TO TRUE
                   MOVE 'STATUS MUST BE A OR S'
                       TO WS-MAINT-REJECT-REASON
               WHEN WS-FLAG-YES-COUNT + WS-FLAG-NO-COUNT NOT = 7
                   SET MAINT-INVALID TO TRUE
                   MOVE 'ACTION FLAGS MUST ALL BE Y OR N'
                       TO WS-MAINT-REJECT-REASON
               WHEN ENIN-CASH-LIMIT NOT NUMERIC
                   SET MAINT-INVALID TO TRUE
                   MOVE 'CASH LIMIT NOT NUMERIC'
                       TO WS-MAINT-REJECT-REASON
               WHEN WS-CASH-FLAG-COUNT > ZERO
                AND ENIN-CASH-LIMIT = ZERO
                   SET MAINT-INVALID TO TRUE
                   MOVE 'CASH ACTION GRANTED WITH ZERO LIMIT'
                       TO WS-MAINT-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       2200-ADD-ENTITLEMENT.
           MOVE SPACES TO ENTITLEMENT-RECORD
           MOVE ENIN-USER-ID TO ENTL-USER-ID
           PERFORM 2250-MOVE-GRANT

           WRITE ENTITLEMENT-RECORD
               INVALID KEY
                   MOVE 'USER ALREADY ON ENTITLEMENT FILE'
                       TO WS-MAINT-REJECT-REASON
                   PERFORM 2500-REJECT-MAINT-ROW
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE ENTITLEMENT-RECORD TO WS-AUDIT-AFTER
                   MOVE 'CREATE  ' TO WS-AUDIT-ACTION-CD
                   MOVE 'ONLINE ENTITLEMENT GRANTED'
                       TO WS-AUDIT-MESSAGE
                   PERFORM 8000-WRITE-AUDIT-RECORD
                   MOVE 'ADDED       ' TO WS-DISPOSITION-TEXT
                   PERFORM 2800-WRITE-REGISTER-LINE
           END-WRITE
           .

       2250-MOVE-GRANT.
           MOVE ENIN-USER-NAME TO ENTL-USER-NAME
           MOVE ENIN-STATUS TO ENTL-STATUS
           MOVE ENIN-ACTIONS TO ENTL-ACTIONS
           MOVE ENIN-CASH-LIMIT TO ENTL-CASH-LIMIT
           MOVE ENIN-GRANTED-BY TO ENTL-GRANTED-BY
           MOVE WS-CURRENT-DATE TO ENTL-LAST-MAINT
           .

       2300-CHANGE-ENTITLEMENT.
           MOVE ENIN-USER-ID TO ENTL-USER-ID
           READ ENTITLEMENT-FILE
               INVALID KEY
                   MOVE 'USER NOT ON ENTITLEMENT FILE'
                       TO WS-MAINT-REJECT-REASON
                   PERFORM 2500-REJECT-MAINT-ROW
               NOT INVALID KEY
                   MOVE ENTITLEMENT-RECORD TO WS-AUDIT-BEFORE
                   PERFORM 2250-MOVE-GRANT
                   REWRITE ENTITLEMENT-RECORD
                   IF WS-ENTL-SUCCESS
                       ADD 1 TO WS-CHANGED-COUNT
                       MOVE ENTITLEMENT-RECORD TO WS-AUDIT-AFTER
                       MOVE 'UPDATE  ' TO WS-AUDIT-ACTION-CD
                       MOVE 'ONLINE ENTITLEMENT CHANGED'
                           TO WS-AUDIT-MESSAGE
                       PERFORM 8000-WRITE-AUDIT-RECORD
                       MOVE 'CHANGED     ' TO WS-DISPOSITION-TEXT
                       PERFORM 2800-WRITE-REGISTER-LINE
                   ELSE
                       DISPLAY 'ENTMAINT: REWRITE failed for '
                               ENTL-USER-ID ' STATUS=' WS-ENTL-STATUS
                       MOVE WS-ERROR TO WS-RETURN-CODE
                   END-IF
           END-READ
           .

      *-- A leaver's access comes off the file outright - the audit
      *           before-image keeps the record of what was held
       2400-DELETE-ENTITLEMENT.
           MOVE ENIN-USER-ID TO ENTL-USER-ID
           READ ENTITLEMENT-FILE
               INVALID KEY
                   MOVE 'USER NOT ON ENTITLEMENT FILE'
                       TO WS-MAINT-REJECT-REASON
                   PERFORM 2500-REJECT-MAINT-ROW
               NOT INVALID KEY
                   MOVE ENTITLEMENT-RECORD TO WS-AUDIT-BEFORE
                   DELETE ENTITLEMENT-FILE RECORD
                   IF WS-ENTL-SUCCESS
                       ADD 1 TO WS-DELETED-COUNT
                       MOVE SPACES TO WS-AUDIT-AFTER
                       MOVE 'DELETE  ' TO WS-AUDIT-ACTION-CD
                       MOVE 'ONLINE ENTITLEMENT REMOVED'
                           TO WS-AUDIT-MESSAGE
                       PERFORM 8000-WRITE-AUDIT-RECORD
                       MOVE 'DELETED     ' TO WS-DISPOSITION-TEXT
                       PERFORM 2800-WRITE-REGISTER-LINE
                   ELSE
                       DISPLAY 'ENTMAINT: DELETE failed for '
                               ENTL-USER-ID ' STATUS=' WS-ENTL-STATUS
                       MOVE WS-ERROR TO WS-RETURN-CODE
                   END-IF
           END-READ
           .

       2500-REJECT-MAINT-ROW.
           MOVE SPACES TO REJECT-RECORD
           MOVE MAINT-RECORD TO ENRJ-ROW
           MOVE WS-MAINT-REJECT-REASON TO ENRJ-REASON
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT
           MOVE 'REJECTED    ' TO WS-DISPOSITION-TEXT
           PERFORM 2800-WRITE-REGISTER-LINE
           .

       2800-WRITE-REGISTER-LINE.
           MOVE SPACES TO REPORT-RECORD
           STRING ENIN-ACTION        DELIMITED BY SIZE
                  '   '              DELIMITED BY SIZE
                  ENIN-USER-ID       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  ENIN-USER-NAME     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  ENIN-STATUS        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  ENIN-ACTIONS       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  MAINT-RECORD(48:13) DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  ENIN-GRANTED-BY    DELIMITED BY SIZE
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
           CLOSE ENTITLEMENT-FILE
                 MAINT-FILE
                 REJECT-FILE
                 AUDIT-FILE
                 REPORT-FILE

           DISPLAY 'Maintenance rows read: ' WS-READ-COUNT
           DISPLAY 'Users added:           ' WS-ADDED-COUNT
           DISPLAY 'Users changed:         ' WS-CHANGED-COUNT
           DISPLAY 'Users removed:         ' WS-DELETED-COUNT
           DISPLAY 'Rows rejected:         ' WS-REJECT-COUNT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .

      *-- Build and write one audit trail record for an access
      *           change - under the authorizing administrator's id;
      *           the key info carries the user id changed in the
      *           AUD-PORTFOLIO-ID position, the same way RSTMAINT
      *           files its scope id there
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
           MOVE ENIN-GRANTED-BY TO AUD-USER-ID
           MOVE WS-PROGRAM-NAME TO AUD-PROGRAM
           MOVE 'BATCH   ' TO AUD-TERMINAL
           SET AUD-TRANSACTION TO TRUE
           MOVE WS-AUDIT-ACTION-CD TO AUD-ACTION
           SET AUD-SUCCESS TO TRUE
           MOVE SPACES TO AUD-KEY-INFO
           MOVE ENIN-USER-ID TO AUD-PORTFOLIO-ID
           MOVE ZERO TO AUD-PRICEFEED-TIME
           MOVE WS-AUDIT-BEFORE TO AUD-BEFORE-IMAGE
           MOVE WS-AUDIT-AFTER TO AUD-AFTER-IMAGE
           MOVE SPACES TO AUD-MESSAGE
           STRING WS-AUDIT-MESSAGE DELIMITED BY '  '
                  ' - USER '       DELIMITED BY SIZE
                  ENIN-USER-ID     DELIMITED BY SIZE
                  INTO AUD-MESSAGE
           END-STRING

           WRITE AUDIT-RECORD

           IF NOT WS-AUDIT-SUCCESS
               DISPLAY 'Warning: audit write failed, status='
                       WS-AUDIT-STATUS ' for user=' ENIN-USER-ID
           END-IF
           .
