      ******************************************************************
      *  CALREC - business-day calendar record, CALENDAR
      *  Maintained by operations, one record per exception to the
      *  ordinary week. Monday to Friday are business days and
      *  Saturday and Sunday are not unless a record here says
      *  otherwise. Read by every program that counts in business
      *  days -- suspense aging, rate staleness, the run register
      *  gap check and the month-end expected-day count.
      ******************************************************************
       01  CALENDAR-RECORD.
           05  CAL-DATE                    PIC 9(8).
           05  CAL-DAY-TYPE                PIC X(1).
               88  CAL-HOLIDAY             VALUE "H".
               88  CAL-BUSINESS-DAY        VALUE "B".
      *        "H" = a weekday the bank is closed (public holiday),
      *        "B" = a weekend day the bank is open
           05  CAL-DESCRIPTION             PIC X(30).
           05  FILLER                      PIC X(1).
