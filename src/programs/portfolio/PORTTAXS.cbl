      *================================================================*
      * Program Name: PORTTAXS
      * Description: Year-End Client Tax Information Statement
      *             Annual run, per account number, for the tax
      *             year on the TAXSPARM card. Every realized
      *             gain/loss PORTUPDT registered on GAINREG with a
      *             relief date in the year is split short-term or
      *             long-term by comparing the lot's open date with
      *             the relief date (a lot relieved more than one
      *             year after it opened is long-term), and totalled
      *             as proceeds, cost basis, gains and losses; the
      *             account's 'I' interest credits, 'N' dividend and
      *             coupon income, 'X' tax withheld and 'F' fees
      *             paid posted to CASHLDGR in the year are added
      *             alongside. The statements are printed in three
      *             sections - individual, trust and corporate
      *             accounts, by the client type on the account's
      *             master - each closed with its section totals,
      *             and the same figures go out as the fixed-format
      *             TAXXREC extract for the regulatory filing, with
      *             header and a trailer of control totals. An
      *             account number on the card reruns the one
      *             account as a corrected statement and corrected
      *             extract; otherwise every account with reportable
      *             activity in the year gets a statement. Register
      *             and ledger rows for an account no longer on the
      *             master are listed on the control report and
      *             left out (RC=4).
      * Author: DLB
      * Date Written: 2025-02-07
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-02-07 DLB           Initial Creation
      * 2025-02-14 DLB           Statement and section-totals pages
      *                          open with a numbered heading block
      *                          in place of printer page control
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTTAXS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- Browsed by PORT-ACCOUNT-NO via the alternate record key,
      *           the same way PORTSTMT reads it
           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PORT-KEY
               ALTERNATE RECORD KEY IS PORT-ACCOUNT-NO WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

      *-- Realized gain/loss register PORTUPDT appends to
           SELECT GAIN-REGISTER-FILE
               ASSIGN TO GAINREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GAIN-STATUS.

           SELECT CASH-LEDGER-FILE
               ASSIGN TO CASHLDGR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLGR-STATUS.

      *-- Run card - tax year, and the one account to correct
           SELECT PARM-FILE
               ASSIGN TO TAXSPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT STATEMENT-FILE
               ASSIGN TO TAXSTMT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.

      *-- Tax reporting extract for the regulatory filing
           SELECT EXTRACT-FILE
               ASSIGN TO TAXEXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTR-STATUS.

      *-- Control report - exceptions, section and run totals
           SELECT REPORT-FILE
               ASSIGN TO TAXSRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PORTFOLIO-FILE.
           COPY PORTFLIO.

      *-- Same layout PORTUPDT writes
       FD  GAIN-REGISTER-FILE.
       01  GAIN-REGISTER-RECORD.
           05  GAIN-PORTFOLIO-ID  PIC X(8).
           05  GAIN-ACCOUNT-NO    PIC X(10).
           05  GAIN-SECURITY-ID   PIC X(9).
           05  GAIN-LOT-SEQ-NO    PIC 9(5).
           05  GAIN-RELIEF-DATE   PIC 9(8).
           05  GAIN-LOT-OPEN-DATE PIC 9(8).
           05  GAIN-QTY-RELIEVED  PIC S9(9)V999.
           05  GAIN-UNIT-COST     PIC S9(13)V99.
           05  GAIN-RELIEF-PRICE  PIC S9(13)V99.
           05  GAIN-AMOUNT        PIC S9(13)V99.

       FD  CASH-LEDGER-FILE.
           COPY CLGRREC.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  TXP-TAX-YEAR            PIC 9(4).
      *-- Blank for the annual run; an account number reruns that
      *           account alone as a corrected statement
           05  TXP-ACCOUNT-NO          PIC X(10).

       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD            PIC X(132).

       FD  EXTRACT-FILE.
           COPY TAXXREC.

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Constants and switches
      *----------------------------------------------------------------*
       01  WS-CONSTANTS.
           05  WS-PROGRAM-NAME     PIC X(08) VALUE 'PORTTAXS'.
           05  WS-SUCCESS          PIC S9(4) VALUE +0.
           05  WS-WARNING          PIC S9(4) VALUE +4.
           05  WS-ERROR            PIC S9(4) VALUE +8.
      *-- Filer id and name on the extract header
           05  WS-SENDER-ID        PIC X(10) VALUE 'PORTFSYS01'.
           05  WS-SENDER-NAME      PIC X(30)
                                   VALUE 'PORTFOLIO CLIENT SERVICES'.
      *-- Ceiling on distinct accounts carried in the tax table
           05  WS-MAX-ACCOUNTS     PIC 9(4) VALUE 5000.

      *-- One entry per account number, loaded in account order off
      *           the master and accumulated off the register and
      *           the ledger
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCOUNT-COUNT    PIC 9(4) VALUE ZERO.
           05  WS-ACCOUNT-ENTRY OCCURS 5000 TIMES
                                  INDEXED BY WS-ACT-IDX.
               10  WS-ACT-ACCOUNT-NO PIC X(10).
               10  WS-ACT-CLIENT-TYPE PIC X(1).
               10  WS-ACT-CLIENT-NAME PIC X(30).
               10  WS-ACT-ACTIVITY PIC 9(7).
               10  WS-ACT-ST-PROCEEDS PIC S9(13)V99 COMP-3.
               10  WS-ACT-ST-COST  PIC S9(13)V99 COMP-3.
               10  WS-ACT-ST-GAINS PIC S9(13)V99 COMP-3.
               10  WS-ACT-ST-LOSSES PIC S9(13)V99 COMP-3.
               10  WS-ACT-LT-PROCEEDS PIC S9(13)V99 COMP-3.
               10  WS-ACT-LT-COST  PIC S9(13)V99 COMP-3.
               10  WS-ACT-LT-GAINS PIC S9(13)V99 COMP-3.
               10  WS-ACT-LT-LOSSES PIC S9(13)V99 COMP-3.
               10  WS-ACT-INTEREST PIC S9(13)V99 COMP-3.
               10  WS-ACT-INCOME   PIC S9(13)V99 COMP-3.
               10  WS-ACT-WITHHELD PIC S9(13)V99 COMP-3.
               10  WS-ACT-FEES     PIC S9(13)V99 COMP-3.

       01  WS-SWITCHES.
           05  WS-FILE-STATUS      PIC X(02).
               88  WS-SUCCESS-STATUS    VALUE '00'.

           05  WS-GAIN-STATUS      PIC X(02).
               88  WS-GAIN-SUCCESS      VALUE '00'.

           05  WS-CLGR-STATUS      PIC X(02).
               88  WS-CLGR-SUCCESS      VALUE '00'.

           05  WS-PARM-STATUS      PIC X(02).
               88  WS-PARM-SUCCESS      VALUE '00'.

           05  WS-STMT-STATUS      PIC X(02).
               88  WS-STMT-SUCCESS      VALUE '00'.

           05  WS-EXTR-STATUS      PIC X(02).
               88  WS-EXTR-SUCCESS      VALUE '00'.

           05  WS-REPORT-STATUS    PIC X(02).
               88  WS-REPORT-SUCCESS    VALUE '00'.

           05  WS-BROWSE-EOF-SW    PIC X VALUE 'N'.
               88  BROWSE-AT-EOF       VALUE 'Y'.
               88  NOT-BROWSE-AT-EOF   VALUE 'N'.

           05  WS-FOUND-SW         PIC X VALUE 'N'.
               88  ACCOUNT-FOUND       VALUE 'Y'.
               88  ACCOUNT-NOT-FOUND   VALUE 'N'.

           05  WS-RUN-TYPE-SW      PIC X VALUE 'O'.
               88  ORIGINAL-RUN        VALUE 'O'.
               88  CORRECTED-RUN       VALUE 'C'.

           05  WS-TABLE-FULL-SW    PIC X VALUE 'N'.
               88  ACCOUNT-TABLE-FULL  VALUE 'Y'.

      *----------------------------------------------------------------*
      * Work areas
      *----------------------------------------------------------------*
       01  WS-WORK-AREAS.
           05  WS-RETURN-CODE      PIC S9(4) VALUE +0.
           05  WS-TAX-YEAR         PIC 9(4).
           05  WS-PARM-ACCOUNT     PIC X(10).
           05  WS-YEAR-START       PIC 9(8).
           05  WS-YEAR-END         PIC 9(8).
           05  WS-CREATE-DATE      PIC 9(8).
           05  WS-CREATE-TIME      PIC 9(8).
      *-- A lot relieved after this date is long-term - one year on
      *           from the date it opened
           05  WS-ONE-YEAR-ON      PIC 9(9).
           05  WS-LOOKUP-ACCOUNT   PIC X(10).
           05  WS-GAIN-READ        PIC 9(7) VALUE ZERO.
           05  WS-GAIN-IN-YEAR     PIC 9(7) VALUE ZERO.
           05  WS-CLGR-READ        PIC 9(7) VALUE ZERO.
           05  WS-CLGR-IN-YEAR     PIC 9(7) VALUE ZERO.
           05  WS-UNMATCHED-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-NO-OPEN-DATE-COUNT PIC 9(7) VALUE ZERO.
           05  WS-NO-ACTIVITY-COUNT PIC 9(7) VALUE ZERO.
           05  WS-STATEMENT-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-DETAIL-COUNT     PIC 9(7) VALUE ZERO.
      *-- Per-row staging
           05  WS-ROW-PROCEEDS     PIC S9(13)V99 COMP-3.
           05  WS-ROW-COST         PIC S9(13)V99 COMP-3.
           05  WS-EXCEPTION-REASON PIC X(40).
      *-- Section being printed - client type, its name, and its
      *           totals
           05  WS-SECTION-TYPE     PIC X(1).
               88  WS-SECTION-INDIVIDUAL  VALUE 'I'.
               88  WS-SECTION-TRUST       VALUE 'T'.
               88  WS-SECTION-CORPORATE   VALUE 'C'.
           05  WS-SECTION-NAME     PIC X(20).
           05  WS-SECTION-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-SEC-ST-NET       PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-SEC-LT-NET       PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-SEC-INTEREST     PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-SEC-INCOME       PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-SEC-WITHHELD     PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-SEC-FEES         PIC S9(15)V99 COMP-3 VALUE ZERO.
      *-- Run totals - the extract trailer's control totals
           05  WS-TOT-ST-NET       PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-LT-NET       PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-INTEREST     PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-INCOME       PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-WITHHELD     PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-FEES         PIC S9(15)V99 COMP-3 VALUE ZERO.
      *-- One statement line's figures
           05  WS-LINE-LABEL       PIC X(36).
           05  WS-LINE-PROCEEDS    PIC S9(15)V99 COMP-3.
           05  WS-LINE-COST        PIC S9(15)V99 COMP-3.
           05  WS-LINE-GAINS       PIC S9(15)V99 COMP-3.
           05  WS-LINE-LOSSES      PIC S9(15)V99 COMP-3.
           05  WS-LINE-NET         PIC S9(15)V99 COMP-3.
      *-- Print-staging edit fields
           05  WS-AMOUNT-EDIT-1    PIC -(13)9.99.
           05  WS-AMOUNT-EDIT-2    PIC -(13)9.99.
           05  WS-AMOUNT-EDIT-3    PIC -(13)9.99.
           05  WS-AMOUNT-EDIT-4    PIC -(13)9.99.
           05  WS-AMOUNT-EDIT-5    PIC -(13)9.99.
           05  WS-AMOUNT-EDIT-6    PIC -(13)9.99.
           05  WS-COUNT-EDIT       PIC Z(6)9.
      *-- Statement-file page heading
           05  WS-PAGE-TITLE       PIC X(50).
           05  WS-PAGE-NO          PIC 9(5) VALUE ZERO.
           05  WS-PAGE-EDIT        PIC Z(4)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-POST-ONE-GAIN
              UNTIL BROWSE-AT-EOF
           PERFORM 2200-READ-LEDGER
           PERFORM 2300-POST-ONE-MOVEMENT
              UNTIL BROWSE-AT-EOF

           MOVE 'I' TO WS-SECTION-TYPE
           MOVE 'INDIVIDUAL ACCOUNTS ' TO WS-SECTION-NAME
           PERFORM 2500-WRITE-ONE-SECTION
           MOVE 'T' TO WS-SECTION-TYPE
           MOVE 'TRUST ACCOUNTS      ' TO WS-SECTION-NAME
           PERFORM 2500-WRITE-ONE-SECTION
           MOVE 'C' TO WS-SECTION-TYPE
           MOVE 'CORPORATE ACCOUNTS  ' TO WS-SECTION-NAME
           PERFORM 2500-WRITE-ONE-SECTION

           PERFORM 2800-WRITE-EXTRACT-TRAILER
           PERFORM 2950-WRITE-REPORT-TOTALS
           PERFORM 3000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           INITIALIZE WS-WORK-AREAS
           ACCEPT WS-CREATE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CREATE-TIME FROM TIME

           OPEN INPUT PORTFOLIO-FILE
           OPEN INPUT GAIN-REGISTER-FILE
           OPEN INPUT CASH-LEDGER-FILE
           OPEN INPUT PARM-FILE
           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT EXTRACT-FILE
           OPEN OUTPUT REPORT-FILE

           IF NOT WS-SUCCESS-STATUS
              OR NOT WS-GAIN-SUCCESS
              OR NOT WS-CLGR-SUCCESS
              OR NOT WS-PARM-SUCCESS
              OR NOT WS-STMT-SUCCESS
              OR NOT WS-EXTR-SUCCESS
              OR NOT WS-REPORT-SUCCESS
               DISPLAY 'PORTTAXS: FILE OPEN ERROR - PORT='
                       WS-FILE-STATUS ' GAIN=' WS-GAIN-STATUS
                       ' CLGR=' WS-CLGR-STATUS
                       ' PARM=' WS-PARM-STATUS
                       ' STMT=' WS-STMT-STATUS
                       ' EXTR=' WS-EXTR-STATUS
                       ' REPORT=' WS-REPORT-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1100-READ-PARM-CARD
           PERFORM 1200-WRITE-REPORT-HEADINGS
           PERFORM 1300-LOAD-ACCOUNTS
           PERFORM 1400-WRITE-EXTRACT-HEADER

           SET NOT-BROWSE-AT-EOF TO TRUE
           PERFORM 2100-READ-GAIN
           .

       1100-READ-PARM-CARD.
           READ PARM-FILE
               AT END
                   DISPLAY 'PORTTAXS: TAXSPARM is empty - tax year '
                           'card required'
                   MOVE WS-ERROR TO WS-RETURN-CODE
                   MOVE WS-RETURN-CODE TO RETURN-CODE
                   GOBACK
           END-READ

           IF TXP-TAX-YEAR NOT NUMERIC
              OR TXP-TAX-YEAR = ZERO
               DISPLAY 'PORTTAXS: invalid tax year on TAXSPARM - '
                       PARM-RECORD
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           MOVE TXP-TAX-YEAR TO WS-TAX-YEAR
           MOVE TXP-ACCOUNT-NO TO WS-PARM-ACCOUNT
           IF WS-PARM-ACCOUNT = SPACES
               SET ORIGINAL-RUN TO TRUE
           ELSE
               SET CORRECTED-RUN TO TRUE
           END-IF
           COMPUTE WS-YEAR-START = WS-TAX-YEAR * 10000 + 0101
           COMPUTE WS-YEAR-END = WS-TAX-YEAR * 10000 + 1231
           CLOSE PARM-FILE
           .

       1200-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO REPORT-RECORD
           STRING 'PORTTAXS - TAX STATEMENT CONTROL REPORT  TAX YEAR '
                      DELIMITED BY SIZE
                  WS-TAX-YEAR DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           IF CORRECTED-RUN
               MOVE 'CORRECTED STATEMENT FOR ACCOUNT '
                   TO REPORT-RECORD(60:32)
               MOVE WS-PARM-ACCOUNT TO REPORT-RECORD(92:10)
           END-IF
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'SOURCE   ACCOUNT    PORTFOLIO SECURITY  DATE     '
                      DELIMITED BY SIZE
                  '           AMOUNT  EXCEPTION'
                      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      *-- One table entry per account number, in account order off
      *           the alternate index - the client type and name off
      *           the account's first portfolio. A corrected run
      *           loads the one account it names
       1300-LOAD-ACCOUNTS.
           SET NOT-BROWSE-AT-EOF TO TRUE
           IF CORRECTED-RUN
               MOVE WS-PARM-ACCOUNT TO PORT-ACCOUNT-NO
           ELSE
               MOVE LOW-VALUES TO PORT-ACCOUNT-NO
           END-IF
           START PORTFOLIO-FILE
               KEY IS NOT LESS THAN PORT-ACCOUNT-NO
               INVALID KEY
                   SET BROWSE-AT-EOF TO TRUE
           END-START

           PERFORM 1350-LOAD-ONE-PORTFOLIO
              UNTIL BROWSE-AT-EOF

           IF CORRECTED-RUN AND WS-ACCOUNT-COUNT = ZERO
               DISPLAY 'PORTTAXS: account ' WS-PARM-ACCOUNT
                       ' on TAXSPARM is not on the master'
               MOVE WS-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           .

       1350-LOAD-ONE-PORTFOLIO.
           READ PORTFOLIO-FILE NEXT RECORD
               AT END
                   SET BROWSE-AT-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN CORRECTED-RUN
                        AND PORT-ACCOUNT-NO NOT = WS-PARM-ACCOUNT
                           SET BROWSE-AT-EOF TO TRUE
                       WHEN WS-ACCOUNT-COUNT > ZERO
                        AND PORT-ACCOUNT-NO =
                            WS-ACT-ACCOUNT-NO (WS-ACCOUNT-COUNT)
                           CONTINUE
                       WHEN OTHER
                           PERFORM 1380-ADD-ACCOUNT
                   END-EVALUATE
           END-READ
           .

       1380-ADD-ACCOUNT.
           IF WS-ACCOUNT-COUNT < WS-MAX-ACCOUNTS
               ADD 1 TO WS-ACCOUNT-COUNT
               SET WS-ACT-IDX TO WS-ACCOUNT-COUNT
               MOVE PORT-ACCOUNT-NO TO WS-ACT-ACCOUNT-NO (WS-ACT-IDX)
               MOVE PORT-CLIENT-NAME
                   TO WS-ACT-CLIENT-NAME (WS-ACT-IDX)
      *-- An unrecognized client type is reported as individual
               EVALUATE TRUE
                   WHEN PORT-TRUST
                       MOVE 'T' TO WS-ACT-CLIENT-TYPE (WS-ACT-IDX)
                   WHEN PORT-CORPORATE
                       MOVE 'C' TO WS-ACT-CLIENT-TYPE (WS-ACT-IDX)
                   WHEN OTHER
                       MOVE 'I' TO WS-ACT-CLIENT-TYPE (WS-ACT-IDX)
               END-EVALUATE
               MOVE ZERO TO WS-ACT-ACTIVITY (WS-ACT-IDX)
                            WS-ACT-ST-PROCEEDS (WS-ACT-IDX)
                            WS-ACT-ST-COST (WS-ACT-IDX)
                            WS-ACT-ST-GAINS (WS-ACT-IDX)
                            WS-ACT-ST-LOSSES (WS-ACT-IDX)
                            WS-ACT-LT-PROCEEDS (WS-ACT-IDX)
                            WS-ACT-LT-COST (WS-ACT-IDX)
                            WS-ACT-LT-GAINS (WS-ACT-IDX)
                            WS-ACT-LT-LOSSES (WS-ACT-IDX)
                            WS-ACT-INTEREST (WS-ACT-IDX)
                            WS-ACT-INCOME (WS-ACT-IDX)
                            WS-ACT-WITHHELD (WS-ACT-IDX)
                            WS-ACT-FEES (WS-ACT-IDX)
           ELSE
               IF NOT ACCOUNT-TABLE-FULL
                   SET ACCOUNT-TABLE-FULL TO TRUE
                   DISPLAY 'PORTTAXS: account table full at '
                           WS-MAX-ACCOUNTS ' - accounts beyond it '
                           'get no statement'
                   MOVE WS-ERROR TO WS-RETURN-CODE
               END-IF
           END-IF
           .

       1400-WRITE-EXTRACT-HEADER.
           MOVE SPACES TO TAX-EXTRACT-RECORD
           SET TAXX-FILE-HEADER TO TRUE
           MOVE WS-TAX-YEAR TO TAXX-HDR-TAX-YEAR
           MOVE WS-SENDER-ID TO TAXX-HDR-SENDER-ID
           MOVE WS-SENDER-NAME TO TAXX-HDR-SENDER-NAME
           MOVE WS-CREATE-DATE TO TAXX-HDR-CREATE-DATE
           MOVE WS-CREATE-TIME TO TAXX-HDR-CREATE-TIME
           IF CORRECTED-RUN
               SET TAXX-CORRECTED-RUN TO TRUE
               MOVE WS-PARM-ACCOUNT TO TAXX-HDR-CORRECTED-ACCT
           ELSE
               SET TAXX-ORIGINAL-RUN TO TRUE
           END-IF
           WRITE TAX-EXTRACT-RECORD
           IF NOT WS-EXTR-SUCCESS
               DISPLAY 'PORTTAXS: extract header WRITE failed, '
                       'status=' WS-EXTR-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
           END-IF
           .

      *-- One lot relief per iteration - those relieved in the tax
      *           year go to the account's short- or long-term
      *           figures
       2000-POST-ONE-GAIN.
           ADD 1 TO WS-GAIN-READ
           IF GAIN-RELIEF-DATE NOT < WS-YEAR-START
              AND GAIN-RELIEF-DATE NOT > WS-YEAR-END
               MOVE GAIN-ACCOUNT-NO TO WS-LOOKUP-ACCOUNT
               PERFORM 2400-FIND-ACCOUNT
               EVALUATE TRUE
                   WHEN ACCOUNT-FOUND
                       ADD 1 TO WS-GAIN-IN-YEAR
                       PERFORM 2050-CLASSIFY-GAIN
                   WHEN ORIGINAL-RUN
                       MOVE 'ACCOUNT NOT ON MASTER - NOT REPORTED'
                           TO WS-EXCEPTION-REASON
                       PERFORM 2060-WRITE-GAIN-EXCEPTION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM 2100-READ-GAIN
           .

      *-- Long-term when relieved more than one year after the lot
      *           opened; a lot with no open date cannot be aged and
      *           is reported short-term and listed
       2050-CLASSIFY-GAIN.
           ADD 1 TO WS-ACT-ACTIVITY (WS-ACT-IDX)
           COMPUTE WS-ROW-PROCEEDS ROUNDED =
               GAIN-QTY-RELIEVED * GAIN-RELIEF-PRICE
           COMPUTE WS-ROW-COST ROUNDED =
               GAIN-QTY-RELIEVED * GAIN-UNIT-COST

           IF GAIN-LOT-OPEN-DATE NOT NUMERIC
              OR GAIN-LOT-OPEN-DATE = ZERO
               MOVE ZERO TO WS-ONE-YEAR-ON
               ADD 1 TO WS-NO-OPEN-DATE-COUNT
               MOVE 'LOT OPEN DATE MISSING - REPORTED SHORT'
                   TO WS-EXCEPTION-REASON
               PERFORM 2060-WRITE-GAIN-EXCEPTION
           ELSE
               COMPUTE WS-ONE-YEAR-ON = GAIN-LOT-OPEN-DATE + 10000
           END-IF

           IF WS-ONE-YEAR-ON > ZERO
              AND GAIN-RELIEF-DATE > WS-ONE-YEAR-ON
               ADD WS-ROW-PROCEEDS TO WS-ACT-LT-PROCEEDS (WS-ACT-IDX)
               ADD WS-ROW-COST TO WS-ACT-LT-COST (WS-ACT-IDX)
               IF GAIN-AMOUNT < ZERO
                   ADD GAIN-AMOUNT TO WS-ACT-LT-LOSSES (WS-ACT-IDX)
               ELSE
                   ADD GAIN-AMOUNT TO WS-ACT-LT-GAINS (WS-ACT-IDX)
               END-IF
           ELSE
               ADD WS-ROW-PROCEEDS TO WS-ACT-ST-PROCEEDS (WS-ACT-IDX)
               ADD WS-ROW-COST TO WS-ACT-ST-COST (WS-ACT-IDX)
               IF GAIN-AMOUNT < ZERO
                   ADD GAIN-AMOUNT TO WS-ACT-ST-LOSSES (WS-ACT-IDX)
               ELSE
                   ADD GAIN-AMOUNT TO WS-ACT-ST-GAINS (WS-ACT-IDX)
               END-IF
           END-IF
           .

       2060-WRITE-GAIN-EXCEPTION.
           MOVE GAIN-AMOUNT TO WS-AMOUNT-EDIT-1
           MOVE SPACES TO REPORT-RECORD
           STRING 'GAINREG  '         DELIMITED BY SIZE
                  GAIN-ACCOUNT-NO     DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  GAIN-PORTFOLIO-ID   DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  GAIN-SECURITY-ID    DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  GAIN-RELIEF-DATE    DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-1    DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WS-EXCEPTION-REASON DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           ADD 1 TO WS-UNMATCHED-COUNT
           IF WS-RETURN-CODE = WS-SUCCESS
               MOVE WS-WARNING TO WS-RETURN-CODE
           END-IF
           .

       2100-READ-GAIN.
           READ GAIN-REGISTER-FILE
               AT END
                   SET BROWSE-AT-EOF TO TRUE
           END-READ
           .

       2200-READ-LEDGER.
           SET NOT-BROWSE-AT-EOF TO TRUE
           PERFORM 2350-READ-NEXT-MOVEMENT
           .

      *-- One ledger movement per iteration - interest, income,
      *           withholding and fees posted in the tax year; tax
      *           withheld and fees are debits on the ledger and are
      *           shown as the positive amounts paid
       2300-POST-ONE-MOVEMENT.
           ADD 1 TO WS-CLGR-READ
           IF CLGR-POST-DATE NOT < WS-YEAR-START
              AND CLGR-POST-DATE NOT > WS-YEAR-END
              AND (CLGR-INTEREST OR CLGR-INCOME
                   OR CLGR-WITHHOLDING OR CLGR-FEE-DEBIT)
               MOVE CLGR-ACCOUNT-NO TO WS-LOOKUP-ACCOUNT
               PERFORM 2400-FIND-ACCOUNT
               EVALUATE TRUE
                   WHEN ACCOUNT-FOUND
                       ADD 1 TO WS-CLGR-IN-YEAR
                       PERFORM 2320-POST-MOVEMENT
                   WHEN ORIGINAL-RUN
                       PERFORM 2330-WRITE-LEDGER-EXCEPTION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM 2350-READ-NEXT-MOVEMENT
           .

       2320-POST-MOVEMENT.
           ADD 1 TO WS-ACT-ACTIVITY (WS-ACT-IDX)
           EVALUATE TRUE
               WHEN CLGR-INTEREST
                   ADD CLGR-AMOUNT TO WS-ACT-INTEREST (WS-ACT-IDX)
               WHEN CLGR-INCOME
                   ADD CLGR-AMOUNT TO WS-ACT-INCOME (WS-ACT-IDX)
               WHEN CLGR-WITHHOLDING
                   SUBTRACT CLGR-AMOUNT
                       FROM WS-ACT-WITHHELD (WS-ACT-IDX)
               WHEN CLGR-FEE-DEBIT
                   SUBTRACT CLGR-AMOUNT FROM WS-ACT-FEES (WS-ACT-IDX)
           END-EVALUATE
           .

       2330-WRITE-LEDGER-EXCEPTION.
           MOVE CLGR-AMOUNT TO WS-AMOUNT-EDIT-1
           MOVE SPACES TO REPORT-RECORD
           STRING 'CASHLDGR '         DELIMITED BY SIZE
                  CLGR-ACCOUNT-NO     DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  CLGR-PORTFOLIO-ID   DELIMITED BY SIZE
                  '  CODE '           DELIMITED BY SIZE
                  CLGR-TRANS-CODE     DELIMITED BY SIZE
                  '    '              DELIMITED BY SIZE
                  CLGR-POST-DATE      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-1    DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  'ACCOUNT NOT ON MASTER - NOT REPORTED'
                                      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           ADD 1 TO WS-UNMATCHED-COUNT
           IF WS-RETURN-CODE = WS-SUCCESS
               MOVE WS-WARNING TO WS-RETURN-CODE
           END-IF
           .

       2350-READ-NEXT-MOVEMENT.
           READ CASH-LEDGER-FILE
               AT END
                   SET BROWSE-AT-EOF TO TRUE
           END-READ
           .

       2400-FIND-ACCOUNT.
           SET ACCOUNT-NOT-FOUND TO TRUE
           SET WS-ACT-IDX TO 1
           PERFORM UNTIL WS-ACT-IDX > WS-ACCOUNT-COUNT
              OR ACCOUNT-FOUND
               IF WS-ACT-ACCOUNT-NO (WS-ACT-IDX) = WS-LOOKUP-ACCOUNT
                   SET ACCOUNT-FOUND TO TRUE
               ELSE
                   SET WS-ACT-IDX UP BY 1
               END-IF
           END-PERFORM
           .

      *-- One client-type section: a statement and an extract
      *           detail per account of the type with activity in
      *           the year (every account named on a corrected run),
      *           then the section's totals
       2500-WRITE-ONE-SECTION.
           MOVE ZERO TO WS-SECTION-COUNT
                        WS-SEC-ST-NET
                        WS-SEC-LT-NET
                        WS-SEC-INTEREST
                        WS-SEC-INCOME
                        WS-SEC-WITHHELD
                        WS-SEC-FEES

           SET WS-ACT-IDX TO 1
           PERFORM 2510-SELECT-ONE-ACCOUNT
              UNTIL WS-ACT-IDX > WS-ACCOUNT-COUNT

           PERFORM 2590-WRITE-SECTION-TOTALS
           .

       2510-SELECT-ONE-ACCOUNT.
           IF WS-ACT-CLIENT-TYPE (WS-ACT-IDX) = WS-SECTION-TYPE
               IF WS-ACT-ACTIVITY (WS-ACT-IDX) > ZERO
                  OR CORRECTED-RUN
                   ADD 1 TO WS-SECTION-COUNT
                   ADD 1 TO WS-STATEMENT-COUNT
                   PERFORM 2600-WRITE-STATEMENT
                   PERFORM 2700-WRITE-EXTRACT-DETAIL
               ELSE
                   ADD 1 TO WS-NO-ACTIVITY-COUNT
               END-IF
           END-IF
           SET WS-ACT-IDX UP BY 1
           .

       2590-WRITE-SECTION-TOTALS.
           MOVE WS-SECTION-COUNT TO WS-COUNT-EDIT
           MOVE WS-SEC-ST-NET TO WS-AMOUNT-EDIT-1
           MOVE WS-SEC-LT-NET TO WS-AMOUNT-EDIT-2
           MOVE WS-SEC-INTEREST TO WS-AMOUNT-EDIT-3
           MOVE WS-SEC-INCOME TO WS-AMOUNT-EDIT-4
           MOVE WS-SEC-WITHHELD TO WS-AMOUNT-EDIT-5
           MOVE WS-SEC-FEES TO WS-AMOUNT-EDIT-6

      *-- Closing page of the section in the statement file
           MOVE SPACES TO WS-PAGE-TITLE
           STRING 'PORTTAXS - SECTION TOTALS - '
                      DELIMITED BY SIZE
                  WS-SECTION-NAME DELIMITED BY SIZE
                  INTO WS-PAGE-TITLE
           END-STRING
           PERFORM 2550-START-NEW-PAGE
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'STATEMENTS=' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD
           PERFORM 2595-WRITE-SECTION-AMOUNTS

      *-- And the same on the control report
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'SECTION '      DELIMITED BY SIZE
                  WS-SECTION-NAME DELIMITED BY SIZE
                  ' STATEMENTS='  DELIMITED BY SIZE
                  WS-COUNT-EDIT   DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING '  SHORT-TERM NET=' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-1    DELIMITED BY SIZE
                  '  LONG-TERM NET='  DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-2    DELIMITED BY SIZE
                  '  INTEREST='       DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-3    DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING '  INCOME='         DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-4    DELIMITED BY SIZE
                  '  TAX WITHHELD='   DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-5    DELIMITED BY SIZE
                  '  FEES PAID='      DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-6    DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       2595-WRITE-SECTION-AMOUNTS.
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'SHORT-TERM NET GAIN/LOSS  ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-1             DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'LONG-TERM NET GAIN/LOSS   ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-2             DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'INTEREST CREDITED         ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-3             DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'DIVIDEND/COUPON INCOME    ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-4             DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'TAX WITHHELD              ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-5             DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'FEES PAID                 ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-6             DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD
           .

      *-- Heading block that opens each statement-file page: the
      *           title in WS-PAGE-TITLE, tax year and page number,
      *           then a blank line. The same heading-line approach
      *           PORTSTMT takes in 2700-START-NEW-PAGE - the file
      *           carries no carriage-control byte
       2550-START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO WS-PAGE-EDIT

           MOVE SPACES TO STATEMENT-RECORD
           STRING WS-PAGE-TITLE DELIMITED BY SIZE
                  '  TAX YEAR ' DELIMITED BY SIZE
                  WS-TAX-YEAR   DELIMITED BY SIZE
                  '  PAGE '     DELIMITED BY SIZE
                  WS-PAGE-EDIT  DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           END-STRING
           IF CORRECTED-RUN
               MOVE '*** CORRECTED STATEMENT ***'
                   TO STATEMENT-RECORD(80:27)
           END-IF
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           .

      *-- One account's statement on a page of its own
       2600-WRITE-STATEMENT.
           MOVE 'PORTTAXS - CLIENT TAX INFORMATION STATEMENT'
               TO WS-PAGE-TITLE
           PERFORM 2550-START-NEW-PAGE

           MOVE SPACES TO STATEMENT-RECORD
           STRING 'ACCOUNT '    DELIMITED BY SIZE
                  WS-ACT-ACCOUNT-NO (WS-ACT-IDX)
                                DELIMITED BY SIZE
                  '  CLIENT '   DELIMITED BY SIZE
                  WS-ACT-CLIENT-NAME (WS-ACT-IDX)
                                DELIMITED BY SIZE
                  '  '          DELIMITED BY SIZE
                  WS-SECTION-NAME DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           STRING 'REALIZED GAINS AND LOSSES         '
                      DELIMITED BY SIZE
                  '          PROCEEDS        COST BASIS'
                      DELIMITED BY SIZE
                  '             GAINS            LOSSES'
                      DELIMITED BY SIZE
                  '     NET GAIN/LOSS'
                      DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD

           MOVE 'SHORT-TERM - HELD ONE YEAR OR LESS' TO WS-LINE-LABEL
           MOVE WS-ACT-ST-PROCEEDS (WS-ACT-IDX) TO WS-LINE-PROCEEDS
           MOVE WS-ACT-ST-COST (WS-ACT-IDX) TO WS-LINE-COST
           MOVE WS-ACT-ST-GAINS (WS-ACT-IDX) TO WS-LINE-GAINS
           MOVE WS-ACT-ST-LOSSES (WS-ACT-IDX) TO WS-LINE-LOSSES
           PERFORM 2650-WRITE-GAIN-LINE

           MOVE 'LONG-TERM - HELD OVER ONE YEAR' TO WS-LINE-LABEL
           MOVE WS-ACT-LT-PROCEEDS (WS-ACT-IDX) TO WS-LINE-PROCEEDS
           MOVE WS-ACT-LT-COST (WS-ACT-IDX) TO WS-LINE-COST
           MOVE WS-ACT-LT-GAINS (WS-ACT-IDX) TO WS-LINE-GAINS
           MOVE WS-ACT-LT-LOSSES (WS-ACT-IDX) TO WS-LINE-LOSSES
           PERFORM 2650-WRITE-GAIN-LINE

           MOVE 'TOTAL REALIZED' TO WS-LINE-LABEL
           COMPUTE WS-LINE-PROCEEDS =
               WS-ACT-ST-PROCEEDS (WS-ACT-IDX)
               + WS-ACT-LT-PROCEEDS (WS-ACT-IDX)
           COMPUTE WS-LINE-COST =
               WS-ACT-ST-COST (WS-ACT-IDX)
               + WS-ACT-LT-COST (WS-ACT-IDX)
           COMPUTE WS-LINE-GAINS =
               WS-ACT-ST-GAINS (WS-ACT-IDX)
               + WS-ACT-LT-GAINS (WS-ACT-IDX)
           COMPUTE WS-LINE-LOSSES =
               WS-ACT-ST-LOSSES (WS-ACT-IDX)
               + WS-ACT-LT-LOSSES (WS-ACT-IDX)
           PERFORM 2650-WRITE-GAIN-LINE

           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE 'INCOME AND EXPENSES' TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE 'INTEREST CREDITED' TO WS-LINE-LABEL
           MOVE WS-ACT-INTEREST (WS-ACT-IDX) TO WS-LINE-NET
           PERFORM 2660-WRITE-AMOUNT-LINE
           MOVE 'DIVIDEND AND COUPON INCOME' TO WS-LINE-LABEL
           MOVE WS-ACT-INCOME (WS-ACT-IDX) TO WS-LINE-NET
           PERFORM 2660-WRITE-AMOUNT-LINE
           MOVE 'TAX WITHHELD' TO WS-LINE-LABEL
           MOVE WS-ACT-WITHHELD (WS-ACT-IDX) TO WS-LINE-NET
           PERFORM 2660-WRITE-AMOUNT-LINE
           MOVE 'FEES PAID' TO WS-LINE-LABEL
           MOVE WS-ACT-FEES (WS-ACT-IDX) TO WS-LINE-NET
           PERFORM 2660-WRITE-AMOUNT-LINE

      *-- Whose return the figures belong on, by section
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           EVALUATE TRUE
               WHEN WS-SECTION-TRUST
                   MOVE 'TRUST ACCOUNT - FIGURES ARE FOR THE TRUST FIDU
      -                 'CIARY RETURN, NOT THE BENEFICIARIES'
                       TO STATEMENT-RECORD
               WHEN WS-SECTION-CORPORATE
                   MOVE 'CORPORATE ACCOUNT - FIGURES ARE FOR THE CORPOR
      -                 'ATION TAX RETURN'
                       TO STATEMENT-RECORD
               WHEN OTHER
                   MOVE 'INDIVIDUAL ACCOUNT - FIGURES ARE FOR THE ACCOU
      -                 'NT HOLDER PERSONAL RETURN'
                       TO STATEMENT-RECORD
           END-EVALUATE
           WRITE STATEMENT-RECORD
           IF NOT WS-STMT-SUCCESS
               DISPLAY 'PORTTAXS: statement WRITE failed, status='
                       WS-STMT-STATUS ' for account='
                       WS-ACT-ACCOUNT-NO (WS-ACT-IDX)
               MOVE WS-ERROR TO WS-RETURN-CODE
           END-IF
           .

       2650-WRITE-GAIN-LINE.
           COMPUTE WS-LINE-NET = WS-LINE-GAINS + WS-LINE-LOSSES
           MOVE WS-LINE-PROCEEDS TO WS-AMOUNT-EDIT-1
           MOVE WS-LINE-COST TO WS-AMOUNT-EDIT-2
           MOVE WS-LINE-GAINS TO WS-AMOUNT-EDIT-3
           MOVE WS-LINE-LOSSES TO WS-AMOUNT-EDIT-4
           MOVE WS-LINE-NET TO WS-AMOUNT-EDIT-5
           MOVE SPACES TO STATEMENT-RECORD
           STRING WS-LINE-LABEL      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-1   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-2   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-3   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-4   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-5   DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD
           .

       2660-WRITE-AMOUNT-LINE.
           MOVE WS-LINE-NET TO WS-AMOUNT-EDIT-1
           MOVE SPACES TO STATEMENT-RECORD
           STRING WS-LINE-LABEL      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-1   DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD
           .

      *-- The account's extract detail, and its share of the
      *           section and run control totals
       2700-WRITE-EXTRACT-DETAIL.
           MOVE SPACES TO TAX-EXTRACT-RECORD
           SET TAXX-ACCOUNT-DETAIL TO TRUE
           MOVE WS-TAX-YEAR TO TAXX-TAX-YEAR
           MOVE WS-ACT-ACCOUNT-NO (WS-ACT-IDX) TO TAXX-ACCOUNT-NO
           MOVE WS-ACT-CLIENT-TYPE (WS-ACT-IDX) TO TAXX-CLIENT-TYPE
           MOVE WS-ACT-CLIENT-NAME (WS-ACT-IDX) TO TAXX-CLIENT-NAME
           IF CORRECTED-RUN
               SET TAXX-CORRECTED TO TRUE
           END-IF
           MOVE WS-ACT-ST-PROCEEDS (WS-ACT-IDX) TO TAXX-ST-PROCEEDS
           MOVE WS-ACT-ST-COST (WS-ACT-IDX) TO TAXX-ST-COST
           COMPUTE TAXX-ST-GAIN-LOSS =
               WS-ACT-ST-GAINS (WS-ACT-IDX)
               + WS-ACT-ST-LOSSES (WS-ACT-IDX)
           MOVE WS-ACT-LT-PROCEEDS (WS-ACT-IDX) TO TAXX-LT-PROCEEDS
           MOVE WS-ACT-LT-COST (WS-ACT-IDX) TO TAXX-LT-COST
           COMPUTE TAXX-LT-GAIN-LOSS =
               WS-ACT-LT-GAINS (WS-ACT-IDX)
               + WS-ACT-LT-LOSSES (WS-ACT-IDX)
           MOVE WS-ACT-INTEREST (WS-ACT-IDX) TO TAXX-INTEREST
           MOVE WS-ACT-INCOME (WS-ACT-IDX) TO TAXX-INCOME
           MOVE WS-ACT-WITHHELD (WS-ACT-IDX) TO TAXX-TAX-WITHHELD
           MOVE WS-ACT-FEES (WS-ACT-IDX) TO TAXX-FEES-PAID

           ADD TAXX-ST-GAIN-LOSS TO WS-SEC-ST-NET WS-TOT-ST-NET
           ADD TAXX-LT-GAIN-LOSS TO WS-SEC-LT-NET WS-TOT-LT-NET
           ADD TAXX-INTEREST TO WS-SEC-INTEREST WS-TOT-INTEREST
           ADD TAXX-INCOME TO WS-SEC-INCOME WS-TOT-INCOME
           ADD TAXX-TAX-WITHHELD TO WS-SEC-WITHHELD WS-TOT-WITHHELD
           ADD TAXX-FEES-PAID TO WS-SEC-FEES WS-TOT-FEES

           WRITE TAX-EXTRACT-RECORD
           IF WS-EXTR-SUCCESS
               ADD 1 TO WS-DETAIL-COUNT
           ELSE
               DISPLAY 'PORTTAXS: extract detail WRITE failed, '
                       'status=' WS-EXTR-STATUS ' for account='
                       WS-ACT-ACCOUNT-NO (WS-ACT-IDX)
               MOVE WS-ERROR TO WS-RETURN-CODE
           END-IF
           .

      *-- Trailer control totals over the details written
       2800-WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO TAX-EXTRACT-RECORD
           SET TAXX-FILE-TRAILER TO TRUE
           MOVE WS-TAX-YEAR TO TAXX-TRL-TAX-YEAR
           MOVE WS-DETAIL-COUNT TO TAXX-TRL-DETAIL-COUNT
           COMPUTE TAXX-TRL-RECORD-COUNT = WS-DETAIL-COUNT + 2
           MOVE WS-TOT-ST-NET TO TAXX-TRL-ST-GAIN-LOSS
           MOVE WS-TOT-LT-NET TO TAXX-TRL-LT-GAIN-LOSS
           MOVE WS-TOT-INTEREST TO TAXX-TRL-INTEREST
           MOVE WS-TOT-INCOME TO TAXX-TRL-INCOME
           MOVE WS-TOT-WITHHELD TO TAXX-TRL-TAX-WITHHELD
           MOVE WS-TOT-FEES TO TAXX-TRL-FEES-PAID
           WRITE TAX-EXTRACT-RECORD
           IF NOT WS-EXTR-SUCCESS
               DISPLAY 'PORTTAXS: extract trailer WRITE failed, '
                       'status=' WS-EXTR-STATUS
               MOVE WS-ERROR TO WS-RETURN-CODE
           END-IF
           .

       2950-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'GAINREG READ='      DELIMITED BY SIZE
                  WS-GAIN-READ         DELIMITED BY SIZE
                  '  IN YEAR='         DELIMITED BY SIZE
                  WS-GAIN-IN-YEAR      DELIMITED BY SIZE
                  '  CASHLDGR READ='   DELIMITED BY SIZE
                  WS-CLGR-READ         DELIMITED BY SIZE
                  '  IN YEAR='         DELIMITED BY SIZE
                  WS-CLGR-IN-YEAR      DELIMITED BY SIZE
                  '  EXCEPTIONS='      DELIMITED BY SIZE
                  WS-UNMATCHED-COUNT   DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'ACCOUNTS='          DELIMITED BY SIZE
                  WS-ACCOUNT-COUNT     DELIMITED BY SIZE
                  '  STATEMENTS='      DELIMITED BY SIZE
                  WS-STATEMENT-COUNT   DELIMITED BY SIZE
                  '  NO ACTIVITY='     DELIMITED BY SIZE
                  WS-NO-ACTIVITY-COUNT DELIMITED BY SIZE
                  '  EXTRACT DETAILS=' DELIMITED BY SIZE
                  WS-DETAIL-COUNT      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE WS-TOT-ST-NET TO WS-AMOUNT-EDIT-1
           MOVE WS-TOT-LT-NET TO WS-AMOUNT-EDIT-2
           MOVE WS-TOT-INTEREST TO WS-AMOUNT-EDIT-3
           MOVE WS-TOT-INCOME TO WS-AMOUNT-EDIT-4
           MOVE WS-TOT-WITHHELD TO WS-AMOUNT-EDIT-5
           MOVE WS-TOT-FEES TO WS-AMOUNT-EDIT-6
           MOVE SPACES TO REPORT-RECORD
           STRING 'RUN  SHORT-TERM NET=' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-1       DELIMITED BY SIZE
                  '  LONG-TERM NET='     DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-2       DELIMITED BY SIZE
                  '  INTEREST='          DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-3       DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING '     INCOME='         DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-4       DELIMITED BY SIZE
                  '  TAX WITHHELD='      DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-5       DELIMITED BY SIZE
                  '  FEES PAID='         DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-6       DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       3000-TERMINATE.
           CLOSE PORTFOLIO-FILE
                 GAIN-REGISTER-FILE
                 CASH-LEDGER-FILE
                 STATEMENT-FILE
                 EXTRACT-FILE
                 REPORT-FILE

           DISPLAY 'Tax year:               ' WS-TAX-YEAR
           DISPLAY 'Statements produced:    ' WS-STATEMENT-COUNT
           DISPLAY 'Extract details:        ' WS-DETAIL-COUNT
           DISPLAY 'Exceptions listed:      ' WS-UNMATCHED-COUNT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
