      ******************************************************************
      * Copybook:   DATE_CALC_PARAMS
      * Purpose:    Request area passed to the DATE-CALC routine, the
      *             one place the system does calendar arithmetic.
      *             Action 'N' turns dcq-date (YYYYMMDD) into a day
      *             number - a plain count of days, so the days
      *             between two dates is one day number less the
      *             other. Action 'D' turns dcq-day-number back into a
      *             date. Action 'A' adds dcq-add-days (which may be
      *             negative) to dcq-date and returns the new date.
      *             Every action also returns the day of the week of
      *             the resulting date, 1 Monday through 7 Sunday. A
      *             date that is not a real calendar date comes back
      *             with dcq-date-invalid set and nothing else filled.
      ******************************************************************
       01  date-calc-request.
           05  dcq-action          PIC X(01) VALUE 'N'.
               88  dcq-date-to-days    VALUE 'N'.
               88  dcq-days-to-date    VALUE 'D'.
               88  dcq-add-to-date     VALUE 'A'.
           05  dcq-date            PIC 9(08) VALUE ZERO.
           05  dcq-day-number      PIC 9(07) VALUE ZERO.
           05  dcq-add-days        PIC S9(05) VALUE ZERO.
           05  dcq-day-of-week     PIC 9(01) VALUE ZERO.
           05  dcq-result          PIC X(01) VALUE 'Y'.
               88  dcq-date-valid      VALUE 'Y'.
               88  dcq-date-invalid    VALUE 'N'.
