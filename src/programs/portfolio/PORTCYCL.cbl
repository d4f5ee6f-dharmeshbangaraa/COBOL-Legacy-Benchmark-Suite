      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2024-12-09 DLB           Initial Creation
      * 2025-01-13 DLB           Start requests refused when the
      *                          BUSNDATE card is a weekend or a
      *                          HOLCAL holiday - asked of PORTBDAY
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTCYCL.
       01  WS-WORK-AREAS.
           05  WS-TIME-NOW         PIC 9(8).

      *-- Change: PORTBDAY business-day parameter area
           COPY BDAYAREA.

       LINKAGE SECTION.
           COPY CYCLAREA.

                   MOVE BSN-BUSINESS-DATE TO CYCL-BUSINESS-DATE
               END-IF
           END-IF
      *-- Change: A start is refused on a date the cycle never runs
      *           for - a weekend or holiday card is a keying slip
      *           that would otherwise age and accrue off the wrong
      *           day all night. The completion stamp is left alone
      *           so a run already under way can still finish
           IF CYCL-OK AND NOT CYCL-COMPLETE-REQ
               PERFORM 1100-CHECK-BUSINESS-DAY
           END-IF
           .

      *-- Change: New paragraph - ask PORTBDAY whether the card date
      *           is a business day
       1100-CHECK-BUSINESS-DAY.
           SET BDAY-CHECK-REQ TO TRUE
           MOVE CYCL-BUSINESS-DATE TO BDAY-FROM-DATE
           CALL 'PORTBDAY' USING BDAY-COMMAREA
           EVALUATE TRUE
               WHEN BDAY-FAILED
                   SET CYCL-BLOCKED TO TRUE
                   MOVE BDAY-MESSAGE TO CYCL-MESSAGE
               WHEN BDAY-NOT-BUSINESS-DAY
                   SET CYCL-BLOCKED TO TRUE
                   MOVE 'BUSNDATE IS NOT A BUSINESS DAY'
                       TO CYCL-MESSAGE
           END-EVALUATE
           .

      *-- The start check: predecessor complete for the business
