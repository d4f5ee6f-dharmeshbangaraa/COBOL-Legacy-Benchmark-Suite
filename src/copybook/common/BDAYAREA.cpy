      *================================================================*
      * Copybook Name: BDAYAREA
      * Description: PORTBDAY Business-Day Parameter Area
      *             Passed to the PORTBDAY subprogram by every
      *             program that ages, schedules or validates a
      *             date in business days. The caller asks one of
      *             three questions about BDAY-FROM-DATE:
      *               'C' - is it a business day (answer in
      *                     BDAY-BUSINESS-DAY-SW, which every
      *                     request fills for BDAY-FROM-DATE);
      *               'A' - add BDAY-DAY-COUNT business days
      *                     (negative counts back), answer in
      *                     BDAY-TO-DATE;
      *               'B' - business days after BDAY-FROM-DATE up
      *                     to and including BDAY-TO-DATE, answer in
      *                     BDAY-DAY-COUNT (negative when TO-DATE is
      *                     the earlier date).
      *             'A' and 'B' also return the calendar days
      *             between the two dates. A date that is not a
      *             real calendar date fails the call with a
      *             message the caller can surface.
      * Author: DLB
      * Date Written: 2025-01-13
      * Maintenance Log:
      * Date       Author        Description
      * ---------- ------------- -------------------------------------
      * 2025-01-13 DLB           Initial Creation
      *================================================================*
       01  BDAY-COMMAREA.
           05  BDAY-REQUEST         PIC X(1).
               88  BDAY-CHECK-REQ      VALUE 'C'.
               88  BDAY-ADD-REQ        VALUE 'A'.
               88  BDAY-BETWEEN-REQ    VALUE 'B'.
           05  BDAY-FROM-DATE       PIC 9(8).
      *-- Input on a 'B' request, returned on an 'A' request
           05  BDAY-TO-DATE         PIC 9(8).
      *-- Input on an 'A' request, returned on a 'B' request
           05  BDAY-DAY-COUNT       PIC S9(5).
      *-- Returned on 'A' and 'B': TO-DATE less FROM-DATE in
      *           calendar days
           05  BDAY-CALENDAR-DAYS   PIC S9(5).
           05  BDAY-BUSINESS-DAY-SW PIC X(1).
               88  BDAY-IS-BUSINESS-DAY  VALUE 'Y'.
               88  BDAY-NOT-BUSINESS-DAY VALUE 'N'.
           05  BDAY-RESULT-SW       PIC X(1).
               88  BDAY-OK             VALUE 'Y'.
               88  BDAY-FAILED         VALUE 'N'.
           05  BDAY-MESSAGE         PIC X(60).
