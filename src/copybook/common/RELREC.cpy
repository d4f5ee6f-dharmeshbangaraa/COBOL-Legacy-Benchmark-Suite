      *             account-level consolidation up one more level,
      *             and by PORTFEES, which tiers its rate lookup
      *             on the relationship's combined month-end
      *             value, and by PORTDRFT, which applies an
      *             allocation model assigned to a relationship to
      *             each of its accounts. An account with no row
      *             here stands alone - it is treated as a
      *             relationship of one.
      * Author: DLB
      * Date Written: 2024-12-15
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2024-12-15 DLB           Initial Creation
      * 2025-01-15 DLB           Noted PORTDRFT as a reader
      *================================================================*
       01  RELATIONSHIP-RECORD.
           05  REL-ACCOUNT-NO          PIC X(10).
