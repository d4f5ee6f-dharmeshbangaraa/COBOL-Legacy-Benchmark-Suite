      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2024-12-05 DLB           Initial Creation
      * 2025-01-08 DLB           SETL-TRADE-LEG view - the net cash
      *                          leg of a 'B'/'L' trade defers here
      *                          too, its unsigned net amount in
      *                          fixed columns with two decimals
      *================================================================*
       01  SETTLEMENT-RECORD.
           05  SETL-KEY.
               10  SETL-ACCT-NO   PIC X(10).
           05  SETL-ACTION        PIC X(1).
           05  SETL-NEW-VALUE     PIC X(50).
      *-- Trade cash leg view of SETL-NEW-VALUE for SETL-ACTION
      *           'B'/'L' - the security and quantity are carried for
      *           the sweep report; the net amount is what moves
           05  SETL-TRADE-LEG REDEFINES SETL-NEW-VALUE.
               10  SETL-TRD-SECURITY-ID PIC X(9).
               10  SETL-TRD-QTY         PIC 9(9)V999.
               10  SETL-TRD-NET-AMOUNT  PIC 9(13)V99.
               10  FILLER               PIC X(14).
           05  SETL-SETTLE-DATE   PIC 9(8).
      *-- Business date the trade itself landed on - the sweep
      *           report shows both, so a failed item's age is
