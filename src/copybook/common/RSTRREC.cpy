      *================================================================*
      * Copybook Name: RSTRREC
      * Description: Investment Restriction Record Layout
      *             One written investment restriction per row on the
      *             RESTRICT KSDS, keyed by the scope it applies to -
      *             a single portfolio, or every portfolio of a
      *             client type - then the rule and what it names:
      *               X  prohibited security (object = security id)
      *               S  single-security cap, percent of portfolio
      *                  value (object = security id, or blank for
      *                  any one security)
      *               C  asset-class cap, percent of portfolio value
      *                  (object = SEC-ASSET-CLASS in columns 1-2)
      *             Portfolio value is positions at last price plus
      *             PORT-CASH-BALANCE. Where a portfolio row and its
      *             client-type row both cap the same thing, the
      *             tighter limit governs.
      *             Maintained by the RSTMAINT program; read by
      *             PORTUPDT for the PORTVALD pre-trade check and by
      *             the PORTCMPL post-trade compliance report.
      * Author: DLB
      * Date Written: 2025-01-17
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-01-17 DLB           Initial Creation
      *================================================================*
       01  RESTRICTION-RECORD.
           05  RSTR-KEY.
               10  RSTR-SCOPE-TYPE     PIC X(1).
                   88  RSTR-PORTFOLIO-SCOPE   VALUE 'P'.
                   88  RSTR-CLIENT-TYPE-SCOPE VALUE 'T'.
      *-- PORT-ID for a portfolio row; PORT-CLIENT-TYPE in column 1,
      *           blank after, for a client-type row
               10  RSTR-SCOPE-ID       PIC X(8).
               10  RSTR-RULE-TYPE      PIC X(1).
                   88  RSTR-PROHIBITED        VALUE 'X'.
                   88  RSTR-SECURITY-CAP      VALUE 'S'.
                   88  RSTR-CLASS-CAP         VALUE 'C'.
               10  RSTR-RULE-OBJECT    PIC X(9).
      *-- Cap as a percentage of portfolio value, 999V99; zero on a
      *           prohibited-security row
           05  RSTR-LIMIT-PCT          PIC 9(3)V99.
      *-- Where the restriction comes from - the agreement or letter
      *           the compliance binder files it under
           05  RSTR-REFERENCE          PIC X(30).
