      *                          action is issuer activity, not
      *                          client activity, and the stamp
      *                          was resetting the dormancy clock
      * 2025-02-10 DLB           Every position split, re-keyed or
      *                          merged appends a HOLDJRNL movement
      *                          journal record (shared HJNLREC
      *                          layout) dated to the run date, the
      *                          old id's record closing and the
      *                          successor's opening or growing
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTCACT.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *-- Holdings movement journal - one record per position the
      *           action changes, accumulating across runs
           SELECT HOLD-JOURNAL-FILE
               ASSIGN TO HOLDJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HJNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PORTFOLIO-FILE.
       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(132).

       FD  HOLD-JOURNAL-FILE.
           COPY HJNLREC.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Constants and switches
           05  WS-REPORT-STATUS    PIC X(02).
               88  WS-REPORT-SUCCESS    VALUE '00'.

           05  WS-HJNL-STATUS      PIC X(02).
               88  WS-HJNL-SUCCESS      VALUE '00'.

           05  WS-END-OF-FILE-SW   PIC X VALUE 'N'.
               88  END-OF-FILE         VALUE 'Y'.
               88  NOT-END-OF-FILE     VALUE 'N'.
           OPEN INPUT ACTION-FILE
           OPEN EXTEND AUDIT-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND HOLD-JOURNAL-FILE

           IF NOT WS-SUCCESS-STATUS
              OR NOT WS-HOLD-SUCCESS
              OR NOT WS-ACTION-SUCCESS
              OR NOT WS-AUDIT-SUCCESS
              OR NOT WS-REPORT-SUCCESS
              OR NOT WS-HJNL-SUCCESS
               DISPLAY 'PORTCACT: FILE OPEN ERROR - PORT='
                       WS-FILE-STATUS ' HOLD=' WS-HOLD-STATUS
                       ' LOT=' WS-LOT-STATUS
                       ' ACTION=' WS-ACTION-STATUS
                       ' AUDIT=' WS-AUDIT-STATUS
                       ' REPORT=' WS-REPORT-STATUS
                       ' HJNL=' WS-HJNL-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
      *           unchanged by the action itself - then give its
      *           tax lots the same treatment
       2300-SPLIT-POSITION.
           PERFORM 8300-STAGE-JOURNAL-BEFORE
           SET HJNL-SPLIT TO TRUE
           COMPUTE HOLD-QTY ROUNDED =
               HOLD-QTY * CAC-SPLIT-RATIO
           COMPUTE HOLD-LAST-PRICE ROUNDED =
               HOLD-LAST-PRICE / CAC-SPLIT-RATIO
           PERFORM 8310-STAGE-JOURNAL-AFTER
           REWRITE HOLDINGS-RECORD
           IF NOT WS-HOLD-SUCCESS
               DISPLAY 'PORTCACT: split REWRITE failed for '
                       ' STATUS=' WS-HOLD-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
           ELSE
               PERFORM 8320-WRITE-HOLD-JOURNAL
               MOVE HOLD-PORTFOLIO-ID TO WS-REKEY-PORT-ID
               PERFORM 2350-SPLIT-POSITION-LOTS
           END-IF
           MOVE HOLD-LAST-PRICE TO WS-REKEY-PRICE
           MOVE HOLD-LAST-PRICE-TIME TO WS-REKEY-TIME

      *-- The old id's position closes in the journal, and the
      *           successor's opens (or grows, on a merge) below
           PERFORM 8300-STAGE-JOURNAL-BEFORE
           SET HJNL-ID-CHANGE TO TRUE
           SET HJNL-DELETED TO TRUE
           DELETE HOLDINGS-FILE RECORD
           IF NOT WS-HOLD-SUCCESS
               DISPLAY 'PORTCACT: re-key DELETE failed for '
                       ' STATUS=' WS-HOLD-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
           ELSE
               PERFORM 8320-WRITE-HOLD-JOURNAL
               MOVE WS-REKEY-PORT-ID TO HOLD-PORTFOLIO-ID
               MOVE CAC-SUCCESSOR-ID TO HOLD-SECURITY-ID
               MOVE WS-REKEY-QTY TO HOLD-QTY
               MOVE WS-REKEY-PRICE TO HOLD-LAST-PRICE
               MOVE WS-REKEY-TIME TO HOLD-LAST-PRICE-TIME
               PERFORM 8305-STAGE-JOURNAL-ADDED
               SET HJNL-ID-CHANGE TO TRUE
               WRITE HOLDINGS-RECORD
               IF WS-HOLD-DUPLICATE
                   PERFORM 2450-MERGE-INTO-SUCCESSOR
                               CAC-SUCCESSOR-ID
                               ' STATUS=' WS-HOLD-STATUS
                       MOVE WS-ERROR TO WS-RETURN-CODE
                   ELSE
                       PERFORM 8320-WRITE-HOLD-JOURNAL
                   END-IF
               END-IF
               PERFORM 2500-REKEY-POSITION-LOTS
                           WS-REKEY-PORT-ID ' ' CAC-SUCCESSOR-ID
                   MOVE WS-ERROR TO WS-RETURN-CODE
               NOT INVALID KEY
                   PERFORM 8300-STAGE-JOURNAL-BEFORE
                   SET HJNL-ID-CHANGE TO TRUE
                   ADD WS-REKEY-QTY TO HOLD-QTY
                   PERFORM 8310-STAGE-JOURNAL-AFTER
                   REWRITE HOLDINGS-RECORD
                   IF NOT WS-HOLD-SUCCESS
                       DISPLAY 'PORTCACT: merge REWRITE failed for '
                               CAC-SUCCESSOR-ID
                               ' STATUS=' WS-HOLD-STATUS
                       MOVE WS-ERROR TO WS-RETURN-CODE
                   ELSE
                       PERFORM 8320-WRITE-HOLD-JOURNAL
                   END-IF
           END-READ
           .
                 ACTION-FILE
                 AUDIT-FILE
                 REPORT-FILE
                 HOLD-JOURNAL-FILE

           DISPLAY 'Actions read:       ' WS-ACTION-COUNT
           DISPLAY 'Actions applied:    ' WS-APPLIED-COUNT
                       WS-AUDIT-STATUS ' for key=' PORT-ID
           END-IF
           .

      *-- Stage a movement journal record from the position as it
      *           stands before the action: key, quantity and price
      *           as the before image, after image zero (a delete
      *           leaves it so)
       8300-STAGE-JOURNAL-BEFORE.
           MOVE SPACES TO HOLD-JOURNAL-RECORD
           INITIALIZE HOLD-JOURNAL-RECORD
           MOVE HOLD-PORTFOLIO-ID TO HJNL-PORTFOLIO-ID
           MOVE HOLD-SECURITY-ID TO HJNL-SECURITY-ID
           MOVE HOLD-QTY TO HJNL-BEFORE-QTY
           MOVE HOLD-LAST-PRICE TO HJNL-BEFORE-PRICE
           SET HJNL-CHANGED TO TRUE
           .

      *-- Stage a journal record for a position about to be written
      *           new: zero before image
       8305-STAGE-JOURNAL-ADDED.
           PERFORM 8300-STAGE-JOURNAL-BEFORE
           PERFORM 8310-STAGE-JOURNAL-AFTER
           MOVE ZERO TO HJNL-BEFORE-QTY
           MOVE ZERO TO HJNL-BEFORE-PRICE
           SET HJNL-ADDED TO TRUE
           .

       8310-STAGE-JOURNAL-AFTER.
           MOVE HOLD-QTY TO HJNL-AFTER-QTY
           MOVE HOLD-LAST-PRICE TO HJNL-AFTER-PRICE
           .

      *-- Append the staged journal record. Corporate actions run
      *           between cycles, off cycle control, so the run date
      *           stands as the business date
       8320-WRITE-HOLD-JOURNAL.
           MOVE WS-CURRENT-DATE TO HJNL-BUSINESS-DATE
           ACCEPT HJNL-POST-DATE FROM DATE YYYYMMDD
           ACCEPT HJNL-POST-TIME FROM TIME
           MOVE WS-PROGRAM-NAME TO HJNL-PROGRAM
           WRITE HOLD-JOURNAL-RECORD
           IF NOT WS-HJNL-SUCCESS
               DISPLAY 'PORTCACT: journal WRITE failed, status='
                       WS-HJNL-STATUS ' for '
                       HJNL-PORTFOLIO-ID ' ' HJNL-SECURITY-ID
               MOVE WS-ERROR TO WS-RETURN-CODE
           END-IF
           .
