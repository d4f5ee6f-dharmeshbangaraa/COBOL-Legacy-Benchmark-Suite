      *                          SUSPESD  - suspense ESDS copy (read)
      *                          CASHESD  - cash ledger ESDS copy
      *                                     (update)
      *                          ENTLFILE - user entitlement KSDS
      *                                     (read)
      *             The ESDS datasets are refreshed nightly by the
      *             ONLEXTR job from the batch QSAM originals.
      * Author: DLB
      *                          is what the PORTDORM dormancy
      *                          review ages now that price ticks
      *                          no longer touch it
      * 2025-01-17 DLB           VALD-RESTRICT-SW cleared ahead of
      *                          the PORTVALD call - the online path
      *                          never adds to a position, so the
      *                          restriction check never applies here
      * 2025-01-27 DLB           Maintenance now checked against the
      *                          signed-on user's ENTLFILE row before
      *                          the master is read for update - the
      *                          field code must be granted and a
      *                          cash amount within the user's limit;
      *                          a refusal is audit-logged as a FAIL
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTINQ.
           05  WS-LIST-DONE-SW     PIC X VALUE 'N'.
               88  LIST-DONE           VALUE 'Y'.
               88  LIST-NOT-DONE       VALUE 'N'.
      *-- Change: Outcome of the entitlement check on the signed-on
      *           user for the maintenance action keyed
           05  WS-ENTL-SW          PIC X VALUE 'N'.
               88  ENTL-PERMITTED      VALUE 'Y'.
               88  ENTL-REFUSED        VALUE 'N'.

      *----------------------------------------------------------------*
      * Work areas
           05  WS-IN-NEWVAL        PIC X(50).
           05  WS-LIST-LINES OCCURS 8 TIMES
                                   PIC X(78).
      *-- Change: Entitlement flag position of the field code keyed,
      *           and why the action was refused
           05  WS-ENTL-SUB         PIC 9(1).
           05  WS-ENTL-REFUSAL     PIC X(50).

      *-- Pseudo-conversational state carried between tasks
       01  WS-COMMAREA.
      *           for each online cash maintenance action
           COPY CLGRREC.

      *-- Change: Signed-on user's maintenance entitlements
           COPY ENTLREC.

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(26).

               MOVE 'USE THE BATCH FEEDS FOR VALUE/QTY UPDATES'
                   TO MSGO
           ELSE
      *-- Change: Who may do what is settled first - before the
      *           master is held for update or PORTVALD is asked
               PERFORM 2410-CHECK-ENTITLEMENT
               IF ENTL-REFUSED
                   PERFORM 2485-WRITE-REFUSAL-AUDIT
                   MOVE WS-ENTL-REFUSAL TO MSGO
               ELSE
                   MOVE SPACES TO WS-PORT-KEY
                   MOVE WS-IN-PORTID TO WS-PORT-KEY(1:8)
                   MOVE WS-IN-ACCTNO TO WS-PORT-KEY(9:10)
                   EXEC CICS READ
                       FILE('PORTMAST')
                       INTO(PORT-RECORD)
                       RIDFLD(WS-PORT-KEY)
                       UPDATE
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'PORTFOLIO NOT FOUND FOR MAINTENANCE'
                           TO MSGO
                   ELSE
                       PERFORM 2450-VALIDATE-AND-APPLY
                   END-IF
               END-IF
           END-IF
           .

      *-- Change: New paragraph - the signed-on user must have an
      *           active ENTLFILE row granting the field code keyed;
      *           no row means inquiry only
       2410-CHECK-ENTITLEMENT.
           SET ENTL-PERMITTED TO TRUE
           MOVE SPACES TO WS-ENTL-REFUSAL
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC
           EXEC CICS READ
               FILE('ENTLFILE')
               INTO(ENTITLEMENT-RECORD)
               RIDFLD(WS-USERID)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET ENTL-REFUSED TO TRUE
               IF WS-RESP = DFHRESP(NOTFND)
                   MOVE 'NOT ENTITLED - USER HAS NO MAINTENANCE ACCESS'
                       TO WS-ENTL-REFUSAL
               ELSE
                   MOVE 'ENTITLEMENT FILE READ ERROR - NOT APPLIED'
                       TO WS-ENTL-REFUSAL
               END-IF
           ELSE
               IF NOT ENTL-ACTIVE
                   SET ENTL-REFUSED TO TRUE
                   MOVE 'NOT ENTITLED - MAINTENANCE ACCESS SUSPENDED'
                       TO WS-ENTL-REFUSAL
               ELSE
                   PERFORM 2420-CHECK-ACTION-GRANT
               END-IF
           END-IF
           .

      *-- Change: New paragraph - the field code's own flag, then
      *           for cash the amount against the user's limit (read
      *           off the screen exactly as 2450 applies it)
       2420-CHECK-ACTION-GRANT.
           MOVE ZERO TO WS-ENTL-SUB
           EVALUATE WS-IN-FLDCD
               WHEN 'S'
                   MOVE 1 TO WS-ENTL-SUB
               WHEN 'N'
                   MOVE 2 TO WS-ENTL-SUB
               WHEN 'D'
                   MOVE 3 TO WS-ENTL-SUB
               WHEN 'W'
                   MOVE 4 TO WS-ENTL-SUB
               WHEN 'F'
                   MOVE 5 TO WS-ENTL-SUB
               WHEN 'R'
                   MOVE 6 TO WS-ENTL-SUB
               WHEN 'A'
                   MOVE 7 TO WS-ENTL-SUB
           END-EVALUATE

           IF WS-ENTL-SUB = ZERO
               SET ENTL-REFUSED TO TRUE
               MOVE 'NOT ENTITLED - FIELD CODE NOT GRANTABLE'
                   TO WS-ENTL-REFUSAL
           ELSE
               IF ENTL-ACTION-FLAG (WS-ENTL-SUB) NOT = 'Y'
                   SET ENTL-REFUSED TO TRUE
                   MOVE 'NOT ENTITLED TO THIS MAINTENANCE ACTION'
                       TO WS-ENTL-REFUSAL
               ELSE
                   IF WS-IN-FLDCD = 'D' OR WS-IN-FLDCD = 'W'
                      OR WS-IN-FLDCD = 'F'
                       MOVE WS-IN-NEWVAL TO WS-NUMERIC-WORK
                       IF WS-NUMERIC-WORK > ENTL-CASH-LIMIT
                           SET ENTL-REFUSED TO TRUE
                           MOVE 'OVER USER CASH LIMIT - NOT APPLIED'
                               TO WS-ENTL-REFUSAL
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
           END-IF
           MOVE ZERO TO VALD-POSITION-COUNT
           SET VALD-SEC-NOT-APPLIC TO TRUE
           SET VALD-RSTR-NOT-APPLIC TO TRUE
           CALL 'PORTVALD' USING VALD-COMMAREA PORT-RECORD

           IF VALD-INVALID
           END-IF
           .

      *-- Change: New paragraph - a refused maintenance attempt is
      *           audit-logged as a failure against the key keyed,
      *           with the field code, value and refusal reason; no
      *           master image, since the master was never read
       2485-WRITE-REFUSAL-AUDIT.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-DATE-OUT)
               TIME(WS-TIME-OUT)
           END-EXEC

           MOVE SPACES TO AUDIT-RECORD
           STRING WS-DATE-OUT DELIMITED BY SIZE
                  '-'         DELIMITED BY SIZE
                  WS-TIME-OUT DELIMITED BY SIZE
                  INTO AUD-TIMESTAMP
           END-STRING
           MOVE 'PORTFSYS' TO AUD-SYSTEM-ID
           MOVE WS-USERID TO AUD-USER-ID
           MOVE WS-PROGRAM-NAME TO AUD-PROGRAM
           MOVE EIBTRMID TO AUD-TERMINAL
           SET AUD-USER-ACTION TO TRUE
           SET AUD-UPDATE TO TRUE
           SET AUD-FAILURE TO TRUE
           MOVE WS-IN-PORTID TO AUD-PORTFOLIO-ID
           MOVE WS-IN-ACCTNO TO AUD-ACCOUNT-NO
           MOVE ZERO TO AUD-PRICEFEED-TIME
           MOVE SPACES TO AUD-BEFORE-IMAGE
           MOVE SPACES TO AUD-AFTER-IMAGE
           STRING 'FIELD CODE ' DELIMITED BY SIZE
                  WS-IN-FLDCD   DELIMITED BY SIZE
                  ' VALUE '     DELIMITED BY SIZE
                  WS-IN-NEWVAL  DELIMITED BY SIZE
                  INTO AUD-AFTER-IMAGE
           END-STRING
           STRING 'ONLINE MAINTENANCE REFUSED - ' DELIMITED BY SIZE
                  WS-ENTL-REFUSAL DELIMITED BY SIZE
                  INTO AUD-MESSAGE
           END-STRING

           MOVE ZERO TO WS-RBA
           EXEC CICS WRITE
               FILE('AUDITESD')
               FROM(AUDIT-RECORD)
               RIDFLD(WS-RBA)
               RBA
               RESP(WS-RESP)
           END-EXEC
           .

      *-- One cash ledger record per online cash action, written
      *           to the online ESDS copy - WS-NUMERIC-WORK still
      *           holds the amount 2450 applied, and the 2480 audit
