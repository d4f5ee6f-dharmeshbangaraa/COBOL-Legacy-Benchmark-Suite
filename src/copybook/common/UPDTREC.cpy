      *                          trade date; zero/blank keeps the
      *                          same-day behavior. Record is now
      *                          77 bytes
      * 2025-01-08 DLB           Added the 'B' buy and 'L' sell trade
      *                          codes with the UPDT-TRADE-DETAIL
      *                          redefinition - security, quantity,
      *                          execution price, commission and
      *                          trade date; the cash leg settles on
      *                          UPDT-SETTLE-DATE
      *================================================================*
       01  UPDATE-RECORD.
           05  UPDT-KEY.
      *           cols 1-8 carry the approver's id, which must differ
      *           from the submitter recorded in PORT-LAST-USER
               88  UPDT-APPROVE   VALUE 'A'.
      *-- Change: Trade codes - a buy or sell executed at a real
      *           price. The position moves by the traded quantity on
      *           trade date, tax lots open and relieve at the fill
      *           net of commission, and the net cash leg posts to
      *           PORT-CASH-BALANCE on UPDT-SETTLE-DATE (deferred to
      *           the pending-settlement file when that is after the
      *           run date)
               88  UPDT-BUY       VALUE 'B'.
               88  UPDT-SELL      VALUE 'L'.
      *-- Change: Batch header/trailer record codes, same action byte
      *           used by the detail transaction codes above
               88  UPDT-HEADER-REC VALUE 'H'.
               10  UPDT-QTY-SECURITY-ID PIC X(9).
               10  UPDT-QTY-AMOUNT      PIC 9(9)V999.
               10  FILLER               PIC X(29).
      *-- Change: Detail view of UPDT-NEW-VALUE for UPDT-BUY/UPDT-
      *           SELL trades - security and quantity sit in the same
      *           columns as the 'Q' detail, so the tax-lot paragraphs
      *           read either form. A zero or blank trade date means
      *           the trade was done on the run date
           05  UPDT-TRADE-DETAIL REDEFINES UPDT-NEW-VALUE.
               10  UPDT-TRD-SECURITY-ID PIC X(9).
               10  UPDT-TRD-QTY         PIC 9(9)V999.
               10  UPDT-TRD-PRICE       PIC 9(9)V99.
               10  UPDT-TRD-COMMISSION  PIC 9(8)V99.
               10  UPDT-TRD-TRADE-DATE  PIC 9(8).
      *-- Change: Settlement date for cash transactions (D/W/F)
      *           and for the net cash leg of a B/L trade -
      *           a date after the run's business date defers the
      *           cash leg to the pending-settlement file, released
      *           by the PORTSETL daily sweep on that date; zero or
