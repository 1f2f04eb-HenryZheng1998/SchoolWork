      *-----------------------------------------------------------
      * FISCAL - Retail 4-5-4 fiscal calendar, one record per
      * calendar date, keyed by the date. Finance closes on this
      * calendar, not the calendar month: each fiscal quarter is
      * three periods of 4, 5 and 4 weeks, a fiscal year is 52
      * weeks, and the 53rd week of a long year falls in period
      * 12. Cut a fiscal year at a time through MSTMAINT's 'FC'
      * transactions; every period report maps a business date
      * to its fiscal week, period, quarter and year here.
      *-----------------------------------------------------------
       01  FISCAL-CALENDAR-RECORD.
           05  FC-CALENDAR-DATE             PIC 9(8).
           05  FC-FISCAL-YEAR               PIC 9(4).
           05  FC-FISCAL-QUARTER            PIC 9.
           05  FC-FISCAL-PERIOD             PIC 99.
      * week of the fiscal year, 1 through 52 (53 in a long year)
           05  FC-FISCAL-WEEK               PIC 99.
      * first and last day of the period the date falls in, so a
      * period-to-date window needs no second lookup
           05  FC-PERIOD-START-DATE         PIC 9(8).
           05  FC-PERIOD-END-DATE           PIC 9(8).
