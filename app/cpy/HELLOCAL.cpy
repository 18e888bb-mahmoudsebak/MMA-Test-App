      *******************************************************************
      * COPYBOOK: hellocal.cpy
      *
      * Business calendar record, one per calendar date, on the
      * finance-maintained PROD.APP.BUSCAL sequential file.  Finance
      * publishes the calendar a year or more ahead, every date in
      * ascending order with no gaps - weekends and holidays are
      * listed too, marked as such, so a date missing from the file
      * is an error and never quietly a business day.  HELLODTE
      * refuses a calendar that is out of sequence, has a gap or
      * carries an unknown day type, and warns when it is about to
      * run out.
      *
      * The calendar decides the nightly processing date (see
      * hellopdt.cpy) and is how HELLOEDT rolls an effective date
      * that falls on a weekend or holiday forward to the next
      * business day.
      *******************************************************************

        01  CALENDAR-RECORD.
            05  CAL-DATE         PIC 9(8).
            05  CAL-DAY-TYPE     PIC X.
                88  CAL-BUSINESS-DAY       VALUE 'B'.
                88  CAL-WEEKEND            VALUE 'W'.
                88  CAL-HOLIDAY            VALUE 'H'.
                88  CAL-DAY-TYPE-VALID     VALUE 'B' 'W' 'H'.
            05  CAL-DESC         PIC X(20).
            05  FILLER           PIC X(11).
