      ******************************************************************
      * CKCALREC - CASKADE BUSINESS CALENDAR RECORD LAYOUT             *
      * ------------------------------------------------------------ *
      * One record per calendar date, keyed by the date itself. The  *
      * day type says whether the date is a business day ('B'), a    *
      * bank holiday ('H') or a weekend day ('W'); CK-CAL-WEEKDAY is *
      * the day of the week (1 = Monday through 7 = Sunday). Every   *
      * date also carries the prior and next business day, so a      *
      * program can step across weekends and holidays one READ at a  *
      * time instead of doing its own date arithmetic - zero means   *
      * the calendar does not reach that far. The links are kept by  *
      * CASKADE-CALMAINT, which builds a year of weekday/weekend     *
      * dates at a time, marks and clears holidays, and relinks the  *
      * whole file after every run. CASKADE-TXNEDIT edits a header's *
      * business date against it, CASKADE-GATETREND trends business  *
      * days only, CASKADE-AUDPURGE counts retention in business     *
      * days and CASKADE-RUNSTAT flags a business day with no chain. *
      * COPYed into the FD of every program that reads or maintains  *
      * the calendar.                                                *
      ******************************************************************
       01  CK-CAL-RECORD.
           05 CK-CAL-KEY.
              10 CK-CAL-DATE           PIC 9(08).
           05 CK-CAL-DAY-TYPE          PIC X(01).
              88 CK-CAL-BUSINESS-DAY   VALUE 'B'.
              88 CK-CAL-HOLIDAY        VALUE 'H'.
              88 CK-CAL-WEEKEND        VALUE 'W'.
           05 CK-CAL-WEEKDAY           PIC 9(01).
           05 CK-CAL-PRIOR-BUS-DATE    PIC 9(08).
           05 CK-CAL-NEXT-BUS-DATE     PIC 9(08).
           05 CK-CAL-HOLIDAY-NAME      PIC X(20).
           05 FILLER                   PIC X(10).
