      *================================================================*
      * Copybook Name: HOLCREC
      * Description: Business Holiday Calendar Record Layout
      *             One row per market holiday on the HOLCAL KSDS,
      *             keyed by the date. Saturdays and Sundays are
      *             never business days and are not carried here -
      *             the calendar holds only the weekday closures.
      *             Maintained by the HOLMAINT program; read by the
      *             PORTBDAY business-day subprogram, which every
      *             aging and settle-date rule in the suite goes
      *             through.
      * Author: DLB
      * Date Written: 2025-01-13
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-01-13 DLB           Initial Creation
      *================================================================*
       01  HOLIDAY-RECORD.
           05  HOL-DATE                PIC 9(8).
           05  HOL-DESCRIPTION         PIC X(30).
