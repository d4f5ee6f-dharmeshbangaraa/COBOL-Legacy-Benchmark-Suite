      *                          the same layout
      * 2024-11-24 DLB           Added PHIST-SECURITY-ID for the
      *                          multi-position price feed
      * 2025-02-03 DLB           Added the PHIST-OVERRIDE result code
      *                          for prices PORTOVRD applies off the
      *                          desk's approved price overrides
      *================================================================*
       01  PRICE-HISTORY-RECORD.
           05  PHIST-PORTFOLIO-ID     PIC X(8).
               88  PHIST-REJECTED         VALUE 'R'.
               88  PHIST-SKIPPED          VALUE 'S'.
               88  PHIST-NOT-FOUND        VALUE 'N'.
      *-- Change: Applied from an approved desk price override, not
      *           a vendor tick - a price in force like 'A', but no
      *           proof that the vendor covers the security
               88  PHIST-OVERRIDE         VALUE 'O'.
      *-- Change: Currency the archived PHIST-PRICE is actually
      *           expressed in - the portfolio's own base currency
      *           once a tick has gone through FX conversion, so this
