      *================================================================*
      * Program Name: PORTENTL
      * Description: Online Entitlement Listing (Recertification)
      *             Lists every CICS user id on the ENTLFILE with
      *             the PINQ maintenance field codes it holds, its
      *             single cash-adjustment limit, its status, who
      *             authorized it and when it was last changed, for
      *             the business owners' periodic access
      *             recertification. A grant not changed for more
      *             than a year is marked REVIEW, and the report
      *             closes with a sign-off block for the certifier.
      *             Run on request - it is not part of the nightly
      *             cycle - against the file as it stands.
      * Author: DLB
      * Date Written: 2025-01-27
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-01-27 DLB           Initial Creation
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTENTL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITLEMENT-FILE
               ASSIGN TO ENTLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENTL-USER-ID
               FILE STATUS IS WS-ENTL-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO ENTLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTITLEMENT-FILE.
           COPY ENTLREC.

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Constants and switches
      *----------------------------------------------------------------*
       01  WS-CONSTANTS.
           05  WS-PROGRAM-NAME     PIC X(08) VALUE 'PORTENTL'.
           05  WS-SUCCESS          PIC S9(4) VALUE +0.
           05  WS-ERROR            PIC S9(4) VALUE +8.
      *-- A grant unchanged for longer than this many calendar days
      *           is marked for the certifier's particular attention
           05  WS-REVIEW-DAYS      PIC 9(3) VALUE 365.

      *-- Printable names of the seven field codes, in ENTL-ACTIONS
      *           order
       01  WS-ACTION-NAMES.
           05  FILLER              PIC X(10) VALUE 'STATUS    '.
           05  FILLER              PIC X(10) VALUE 'NAME      '.
           05  FILLER              PIC X(10) VALUE 'DEPOSIT   '.
           05  FILLER              PIC X(10) VALUE 'WITHDRAW  '.
           05  FILLER              PIC X(10) VALUE 'FEE       '.
           05  FILLER              PIC X(10) VALUE 'REINSTATE '.
           05  FILLER              PIC X(10) VALUE 'APPROVE   '.
       01  WS-ACTION-NAME-TABLE REDEFINES WS-ACTION-NAMES.
           05  WS-ACTION-NAME      PIC X(10) OCCURS 7 TIMES.

       01  WS-SWITCHES.
           05  WS-ENTL-STATUS      PIC X(02).
               88  WS-ENTL-SUCCESS      VALUE '00'.
               88  WS-ENTL-NOT-LOADED   VALUE '35'.

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
           05  WS-CURRENT-DATE     PIC 9(8).
           05  WS-USER-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-ACTIVE-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-SUSPENDED-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-REVIEW-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-ACTION-SUB       PIC 9(1).
           05  WS-DAYS-UNCHANGED   PIC S9(7) COMP.
           05  WS-REVIEW-TEXT      PIC X(6).
           05  WS-STATUS-TEXT      PIC X(9).
           05  WS-LIMIT-EDIT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-GRANTED-TEXT     PIC X(72).
           05  WS-GRANTED-PTR      PIC 9(3).

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

           OPEN INPUT ENTITLEMENT-FILE
           OPEN OUTPUT REPORT-FILE

           IF NOT (WS-ENTL-SUCCESS OR WS-ENTL-NOT-LOADED)
              OR NOT WS-REPORT-SUCCESS
               DISPLAY 'PORTENTL: FILE OPEN ERROR - ENTL='
                       WS-ENTL-STATUS ' REPORT=' WS-REPORT-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1200-WRITE-REPORT-HEADINGS
      *-- A file never yet loaded lists nobody - no user holds any
      *           maintenance access
           IF WS-ENTL-NOT-LOADED
               SET END-OF-FILE TO TRUE
           ELSE
               PERFORM 2900-READ-ENTITLEMENT
           END-IF
           .

       1200-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO REPORT-RECORD
           STRING 'PORTENTL - PINQ MAINTENANCE ENTITLEMENT LISTING AS '
                      DELIMITED BY SIZE
                  'OF ' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'USER ID  USER NAME                      STATUS    '
                      DELIMITED BY SIZE
                  '       CASH LIMIT GRANTED  CHANGED  '
                      DELIMITED BY SIZE
                  'REVIEW GRANTED ACTIONS'
                      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       2000-PROCESS.
           ADD 1 TO WS-USER-COUNT
           IF ENTL-ACTIVE
               ADD 1 TO WS-ACTIVE-COUNT
               MOVE 'ACTIVE   ' TO WS-STATUS-TEXT
           ELSE
               ADD 1 TO WS-SUSPENDED-COUNT
               MOVE 'SUSPENDED' TO WS-STATUS-TEXT
           END-IF

           PERFORM 2100-AGE-GRANT
           PERFORM 2200-LIST-ACTIONS
           PERFORM 2800-WRITE-USER-LINE
           PERFORM 2900-READ-ENTITLEMENT
           .

      *-- Calendar days since the grant was last changed - an
      *           unreadable date is put in front of the certifier
      *           the same as an old one
       2100-AGE-GRANT.
           MOVE SPACES TO WS-REVIEW-TEXT
           IF ENTL-LAST-MAINT NOT NUMERIC
              OR ENTL-LAST-MAINT < 16010101
               MOVE 'REVIEW' TO WS-REVIEW-TEXT
           ELSE
               COMPUTE WS-DAYS-UNCHANGED =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                 - FUNCTION INTEGER-OF-DATE(ENTL-LAST-MAINT)
               IF WS-DAYS-UNCHANGED > WS-REVIEW-DAYS
                   MOVE 'REVIEW' TO WS-REVIEW-TEXT
               END-IF
           END-IF
           IF WS-REVIEW-TEXT NOT = SPACES
               ADD 1 TO WS-REVIEW-COUNT
           END-IF
           .

      *-- The granted field codes by name, space separated
       2200-LIST-ACTIONS.
           MOVE SPACES TO WS-GRANTED-TEXT
           MOVE 1 TO WS-GRANTED-PTR
           PERFORM VARYING WS-ACTION-SUB FROM 1 BY 1
              UNTIL WS-ACTION-SUB > 7
               IF ENTL-ACTION-FLAG (WS-ACTION-SUB) = 'Y'
                   STRING WS-ACTION-NAME (WS-ACTION-SUB)
                              DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          INTO WS-GRANTED-TEXT
                          WITH POINTER WS-GRANTED-PTR
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-GRANTED-TEXT = SPACES
               MOVE 'NONE - INQUIRY ONLY' TO WS-GRANTED-TEXT
           END-IF
           .

       2800-WRITE-USER-LINE.
           MOVE ENTL-CASH-LIMIT TO WS-LIMIT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING ENTL-USER-ID       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  ENTL-USER-NAME     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-STATUS-TEXT     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-LIMIT-EDIT      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  ENTL-GRANTED-BY    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  ENTL-LAST-MAINT    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-REVIEW-TEXT     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-GRANTED-TEXT    DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       2900-READ-ENTITLEMENT.
           READ ENTITLEMENT-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ
           .

      *-- Totals, then the certifier's sign-off block
       2950-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'USERS LISTED='      DELIMITED BY SIZE
                  WS-USER-COUNT        DELIMITED BY SIZE
                  '  ACTIVE='          DELIMITED BY SIZE
                  WS-ACTIVE-COUNT      DELIMITED BY SIZE
                  '  SUSPENDED='       DELIMITED BY SIZE
                  WS-SUSPENDED-COUNT   DELIMITED BY SIZE
                  '  MARKED REVIEW='   DELIMITED BY SIZE
                  WS-REVIEW-COUNT      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'ACCESS ABOVE REVIEWED AND CONFIRMED AS REQUIRED - '
               TO REPORT-RECORD
           MOVE 'CHANGES TO BE KEYED THROUGH ENTMAINT'
               TO REPORT-RECORD(51:36)
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'CERTIFIED BY: ____________________  DATE: ________'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       3000-TERMINATE.
           IF NOT WS-ENTL-NOT-LOADED
               CLOSE ENTITLEMENT-FILE
           END-IF
           CLOSE REPORT-FILE

           DISPLAY 'Users listed:          ' WS-USER-COUNT
           DISPLAY 'Marked for review:     ' WS-REVIEW-COUNT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
