      *================================================================*
      * Program Name: PCHMAINT
      * Description: Price Challenge Maintenance
      *             Records the valuation desk's resolution of the
      *             price challenges PORTPVAL raises - the same
      *             row-driven shape as AMLMAINT: 'R' resolves an
      *             open challenge as PC (primary price confirmed -
      *             the desk's evidence is required in the note), PO
      *             (primary price replaced - an approved OVRMAINT
      *             override must already be in force for the
      *             security) or SV (secondary vendor in error), with
      *             the resolver's user id; 'O' reopens a resolved
      *             challenge, clearing the resolution. Challenges
      *             are never added or deleted here. Rows failing
      *             edit checks go to a reject file with the reason,
      *             every applied row is audit-logged under the
      *             resolver's user id, and a maintenance register
      *             reports the run.
      * Author: DLB
      * Date Written: 2025-02-05
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-02-05 DLB           Initial Creation
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCHMAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHALLENGE-FILE
               ASSIGN TO PCHLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCHL-KEY
               FILE STATUS IS WS-PCHL-STATUS.

      *-- Price overrides - a PO resolution needs one approved for
      *           the security
           SELECT OVERRIDE-FILE
               ASSIGN TO OVRDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POVR-SECURITY-ID
               FILE STATUS IS WS-OVRD-STATUS.

      *-- Maintenance rows in - one action per challenge per row
           SELECT MAINT-FILE
               ASSIGN TO PCHINTAK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

      *-- Maintenance rows that fail edit checks
           SELECT REJECT-FILE
               ASSIGN TO PCHREJCT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

      *-- Audit trail file - shared layout with PORTUPDT/PORTCRET
           SELECT AUDIT-FILE
               ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *-- Maintenance register report
           SELECT REPORT-FILE
               ASSIGN TO PCHMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHALLENGE-FILE.
           COPY PCHLREC.

       FD  OVERRIDE-FILE.
           COPY OVRDREC.

       FD  MAINT-FILE.
       01  MAINT-RECORD.
           05  PCIN-ACTION             PIC X(1).
               88  PCIN-RESOLVE           VALUE 'R'.
               88  PCIN-REOPEN            VALUE 'O'.
      *-- Challenge as printed on the PORTPVAL report
           05  PCIN-CHALLENGE-ID.
               10  PCIN-SECURITY-ID    PIC X(9).
               10  PCIN-RAISED-DATE    PIC 9(8).
           05  PCIN-RESOLUTION         PIC X(2).
           05  PCIN-USER-ID            PIC X(8).
           05  PCIN-NOTE               PIC X(40).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  PCRJ-ACTION             PIC X(1).
           05  PCRJ-CHALLENGE-ID       PIC X(17).
           05  PCRJ-RESOLUTION         PIC X(2).
           05  PCRJ-USER-ID            PIC X(8).
           05  PCRJ-NOTE               PIC X(40).
           05  PCRJ-REASON             PIC X(40).

       FD  AUDIT-FILE.
           COPY AUDITLOG.

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Constants and switches
      *----------------------------------------------------------------*
       01  WS-CONSTANTS.
           05  WS-PROGRAM-NAME     PIC X(08) VALUE 'PCHMAINT'.
           05  WS-SUCCESS          PIC S9(4) VALUE +0.
           05  WS-ERROR            PIC S9(4) VALUE +8.

       01  WS-SWITCHES.
           05  WS-PCHL-STATUS      PIC X(02).
               88  WS-PCHL-SUCCESS      VALUE '00'.
               88  WS-PCHL-NOT-FND      VALUE '23'.

      *-- A never-loaded OVRDFILE means no overrides yet
           05  WS-OVRD-STATUS      PIC X(02).
               88  WS-OVRD-SUCCESS      VALUE '00'.
               88  WS-OVRD-NOT-LOADED   VALUE '35'.

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

           05  WS-OVRD-LOADED-SW   PIC X VALUE 'N'.
               88  OVRD-FILE-LOADED    VALUE 'Y'.

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
           05  WS-RESOLVED-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-REOPENED-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-REJECT-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-CURRENT-DATE     PIC 9(8).
           05  WS-MAINT-REJECT-REASON PIC X(40).
           05  WS-OUTCOME-TEXT     PIC X(12).
      *-- Resolution keyed on the row, tested against the challenge
      *           record's own list of valid codes
           05  WS-RESOLUTION-EDIT  PIC X(2).
               88  WS-VALID-RESOLUTION    VALUE 'PC' 'PO' 'SV'.
               88  WS-PRIMARY-CONFIRMED   VALUE 'PC'.
               88  WS-PRIMARY-OVERRIDDEN  VALUE 'PO'.

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

           OPEN I-O   CHALLENGE-FILE
           OPEN INPUT OVERRIDE-FILE
           OPEN INPUT MAINT-FILE
           OPEN OUTPUT REJECT-FILE
           OPEN EXTEND AUDIT-FILE
           OPEN OUTPUT REPORT-FILE

           IF NOT WS-PCHL-SUCCESS
              OR NOT (WS-OVRD-SUCCESS OR WS-OVRD-NOT-LOADED)
              OR NOT WS-MAINT-SUCCESS
              OR NOT WS-REJECT-SUCCESS
              OR NOT WS-AUDIT-SUCCESS
              OR NOT WS-REPORT-SUCCESS
               DISPLAY 'PCHMAINT: FILE OPEN ERROR - PCHL='
                       WS-PCHL-STATUS ' OVRD=' WS-OVRD-STATUS
                       ' MAINT=' WS-MAINT-STATUS
                       ' REJECT=' WS-REJECT-STATUS
                       ' AUDIT=' WS-AUDIT-STATUS
                       ' REPORT=' WS-REPORT-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-OVRD-SUCCESS
               SET OVRD-FILE-LOADED TO TRUE
           END-IF

           PERFORM 1200-WRITE-REPORT-HEADINGS
           PERFORM 2900-READ-MAINT
           .

       1200-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO REPORT-RECORD
           MOVE 'PCHMAINT - PRICE CHALLENGE MAINTENANCE REGISTER'
               TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'ACT SECURITY  RAISED   RS USER ID  NOTE'
                      DELIMITED BY SIZE
                  '                                     OUTCOME'
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
                   WHEN PCIN-RESOLVE
                       PERFORM 2200-RESOLVE-CHALLENGE
                   WHEN PCIN-REOPEN
                       PERFORM 2300-REOPEN-CHALLENGE
               END-EVALUATE
           ELSE
               PERFORM 2500-REJECT-MAINT-ROW
           END-IF
           PERFORM 2900-READ-MAINT
           .

      *-- Edit checks ahead of the keyed apply - every row names
      *           the resolver; a resolution must carry its code, a
      *           confirmed primary its evidence in the note, and a
      *           replaced primary an approved override in force
       2100-VALIDATE-MAINT-ROW.
           SET MAINT-VALID TO TRUE
           MOVE SPACES TO WS-MAINT-REJECT-REASON
           MOVE PCIN-RESOLUTION TO WS-RESOLUTION-EDIT

           EVALUATE TRUE
               WHEN NOT PCIN-RESOLVE AND NOT PCIN-REOPEN
                   SET MAINT-INVALID TO TRUE
                   MOVE 'INVALID MAINTENANCE ACTION CODE'
                       TO WS-MAINT-REJECT-REASON
               WHEN PCIN-SECURITY-ID = SPACES
                 OR PCIN-RAISED-DATE NOT NUMERIC
                   SET MAINT-INVALID TO TRUE
                   MOVE 'SECURITY AND RAISED DATE REQUIRED'
                       TO WS-MAINT-REJECT-REASON
               WHEN PCIN-USER-ID = SPACES
                   SET MAINT-INVALID TO TRUE
                   MOVE 'RESOLVER USER ID REQUIRED'
                       TO WS-MAINT-REJECT-REASON
               WHEN PCIN-REOPEN
                   CONTINUE
               WHEN NOT WS-VALID-RESOLUTION
                   SET MAINT-INVALID TO TRUE
                   MOVE 'RESOLUTION MUST BE PC, PO OR SV'
                       TO WS-MAINT-REJECT-REASON
               WHEN WS-PRIMARY-CONFIRMED
                AND PCIN-NOTE = SPACES
                   SET MAINT-INVALID TO TRUE
                   MOVE 'PRIMARY CONFIRMED - EVIDENCE REQUIRED'
                       TO WS-MAINT-REJECT-REASON
               WHEN WS-PRIMARY-OVERRIDDEN
                   PERFORM 2150-CHECK-OVERRIDE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       2150-CHECK-OVERRIDE.
           IF OVRD-FILE-LOADED
               MOVE PCIN-SECURITY-ID TO POVR-SECURITY-ID
               READ OVERRIDE-FILE
                   INVALID KEY
                       SET MAINT-INVALID TO TRUE
                       MOVE 'PRIMARY REPLACED - NO OVERRIDE ON FILE'
                           TO WS-MAINT-REJECT-REASON
                   NOT INVALID KEY
                       IF NOT POVR-APPROVED
                           SET MAINT-INVALID TO TRUE
                           MOVE 'PRIMARY REPLACED - OVERRIDE UNAPPROVED'
                             TO WS-MAINT-REJECT-REASON
                       END-IF
               END-READ
           ELSE
               SET MAINT-INVALID TO TRUE
               MOVE 'PRIMARY REPLACED - NO OVERRIDE ON FILE'
                   TO WS-MAINT-REJECT-REASON
           END-IF
           .

       2200-RESOLVE-CHALLENGE.
           MOVE PCIN-CHALLENGE-ID TO PCHL-KEY
           READ CHALLENGE-FILE
               INVALID KEY
                   MOVE 'CHALLENGE NOT ON FILE'
                       TO WS-MAINT-REJECT-REASON
                   PERFORM 2500-REJECT-MAINT-ROW
               NOT INVALID KEY
                   IF PCHL-RESOLVED
                       MOVE 'CHALLENGE ALREADY RESOLVED'
                           TO WS-MAINT-REJECT-REASON
                       PERFORM 2500-REJECT-MAINT-ROW
                   ELSE
                       MOVE PRICE-CHALLENGE-RECORD TO WS-AUDIT-BEFORE
                       SET PCHL-RESOLVED TO TRUE
                       MOVE PCIN-RESOLUTION TO PCHL-RESOLUTION
                       MOVE WS-CURRENT-DATE TO PCHL-RESOLVED-DATE
                       MOVE PCIN-USER-ID TO PCHL-RESOLVED-BY
                       MOVE PCIN-NOTE TO PCHL-NOTE
                       MOVE 'RESOLVED    ' TO WS-OUTCOME-TEXT
                       MOVE 'PRICE CHALLENGE RESOLVED'
                           TO WS-AUDIT-MESSAGE
                       PERFORM 2400-REWRITE-CHALLENGE
                   END-IF
           END-READ
           .

      *-- A reopened challenge goes back on the open list and the
      *           digest's age clock, which runs from the raise date
       2300-REOPEN-CHALLENGE.
           MOVE PCIN-CHALLENGE-ID TO PCHL-KEY
           READ CHALLENGE-FILE
               INVALID KEY
                   MOVE 'CHALLENGE NOT ON FILE'
                       TO WS-MAINT-REJECT-REASON
                   PERFORM 2500-REJECT-MAINT-ROW
               NOT INVALID KEY
                   IF PCHL-OPEN
                       MOVE 'CHALLENGE IS ALREADY OPEN'
                           TO WS-MAINT-REJECT-REASON
                       PERFORM 2500-REJECT-MAINT-ROW
                   ELSE
                       MOVE PRICE-CHALLENGE-RECORD TO WS-AUDIT-BEFORE
                       SET PCHL-OPEN TO TRUE
                       MOVE SPACES TO PCHL-RESOLUTION
                       MOVE ZERO TO PCHL-RESOLVED-DATE
                       MOVE SPACES TO PCHL-RESOLVED-BY
                       IF PCIN-NOTE NOT = SPACES
                           MOVE PCIN-NOTE TO PCHL-NOTE
                       END-IF
                       MOVE 'REOPENED    ' TO WS-OUTCOME-TEXT
                       MOVE 'PRICE CHALLENGE REOPENED'
                           TO WS-AUDIT-MESSAGE
                       PERFORM 2400-REWRITE-CHALLENGE
                   END-IF
           END-READ
           .

       2400-REWRITE-CHALLENGE.
           REWRITE PRICE-CHALLENGE-RECORD
           IF WS-PCHL-SUCCESS
               IF PCIN-RESOLVE
                   ADD 1 TO WS-RESOLVED-COUNT
               ELSE
                   ADD 1 TO WS-REOPENED-COUNT
               END-IF
               MOVE PRICE-CHALLENGE-RECORD TO WS-AUDIT-AFTER
               MOVE 'UPDATE  ' TO WS-AUDIT-ACTION-CD
               PERFORM 8000-WRITE-AUDIT-RECORD
               PERFORM 2800-WRITE-REGISTER-LINE
           ELSE
               DISPLAY 'PCHMAINT: REWRITE failed for '
                       PCHL-KEY ' STATUS=' WS-PCHL-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
           END-IF
           .

       2500-REJECT-MAINT-ROW.
           MOVE SPACES TO REJECT-RECORD
           MOVE PCIN-ACTION TO PCRJ-ACTION
           MOVE MAINT-RECORD(2:17) TO PCRJ-CHALLENGE-ID
           MOVE PCIN-RESOLUTION TO PCRJ-RESOLUTION
           MOVE PCIN-USER-ID TO PCRJ-USER-ID
           MOVE PCIN-NOTE TO PCRJ-NOTE
           MOVE WS-MAINT-REJECT-REASON TO PCRJ-REASON
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT
           MOVE 'REJECTED    ' TO WS-OUTCOME-TEXT
           PERFORM 2800-WRITE-REGISTER-LINE
           .

       2800-WRITE-REGISTER-LINE.
           MOVE SPACES TO REPORT-RECORD
           STRING PCIN-ACTION        DELIMITED BY SIZE
                  '   '              DELIMITED BY SIZE
                  MAINT-RECORD(2:9)  DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  MAINT-RECORD(11:8) DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  PCIN-RESOLUTION    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  PCIN-USER-ID       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  PCIN-NOTE          DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-OUTCOME-TEXT    DELIMITED BY SIZE
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
                  '  RESOLVED='       DELIMITED BY SIZE
                  WS-RESOLVED-COUNT   DELIMITED BY SIZE
                  '  REOPENED='       DELIMITED BY SIZE
                  WS-REOPENED-COUNT   DELIMITED BY SIZE
                  '  REJECTED='       DELIMITED BY SIZE
                  WS-REJECT-COUNT     DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       3000-TERMINATE.
           CLOSE CHALLENGE-FILE
                 MAINT-FILE
                 REJECT-FILE
                 AUDIT-FILE
                 REPORT-FILE
           IF OVRD-FILE-LOADED
               CLOSE OVERRIDE-FILE
           END-IF

           DISPLAY 'Maintenance rows read: ' WS-READ-COUNT
           DISPLAY 'Challenges resolved:   ' WS-RESOLVED-COUNT
           DISPLAY 'Challenges reopened:   ' WS-REOPENED-COUNT
           DISPLAY 'Rows rejected:         ' WS-REJECT-COUNT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .

      *-- Build and write one audit trail record for a challenge
      *           action - under the resolver's user id; the
      *           security id rides in the account position of the
      *           key info, the portfolio id is blank
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
           MOVE PCIN-USER-ID TO AUD-USER-ID
           MOVE WS-PROGRAM-NAME TO AUD-PROGRAM
           MOVE 'BATCH   ' TO AUD-TERMINAL
           SET AUD-TRANSACTION TO TRUE
           MOVE WS-AUDIT-ACTION-CD TO AUD-ACTION
           SET AUD-SUCCESS TO TRUE
           MOVE SPACES TO AUD-KEY-INFO
           MOVE PCHL-SECURITY-ID TO AUD-ACCOUNT-NO
           MOVE ZERO TO AUD-PRICEFEED-TIME
           MOVE WS-AUDIT-BEFORE TO AUD-BEFORE-IMAGE
           MOVE WS-AUDIT-AFTER TO AUD-AFTER-IMAGE
           MOVE SPACES TO AUD-MESSAGE
           STRING WS-AUDIT-MESSAGE DELIMITED BY '  '
                  ' - RAISED '     DELIMITED BY SIZE
                  PCHL-RAISED-DATE DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  PCHL-RESOLUTION  DELIMITED BY SIZE
                  INTO AUD-MESSAGE
           END-STRING

           WRITE AUDIT-RECORD

           IF NOT WS-AUDIT-SUCCESS
               DISPLAY 'Warning: audit write failed, status='
                       WS-AUDIT-STATUS ' for challenge=' PCHL-KEY
           END-IF
           .
