      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2024-12-16 DLB           Initial Creation
      * 2025-02-03 DLB           A desk override price (PHIST-
      *                          OVERRIDE) closes off like an applied
      *                          tick - PORTOVRD stamps it last in
      *                          the day, so it is the close
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTCLOS.
      *           intraday ticks landed)
       2000-CLOSE-OFF-ONE-TICK.
           ADD 1 TO WS-READ-COUNT
      *-- Change: Desk override prices are closes too
           IF PHIST-APPLIED OR PHIST-OVERRIDE
               MOVE PHIST-TIMESTAMP(1:8) TO WS-TICK-DATE
               IF WS-TICK-DATE = WS-BUSINESS-DATE
                   PERFORM 2100-STORE-ONE-CLOSE
