      *  entry:
      *    HOLIDAY,<yyyy-mm-dd>[,description]
      *    WORKDAYS,<MON;TUE;...>
      *    YEAR,<yyyy>[,note]      the year's skeleton is loaded
      *    WEEKEND,<yyyy-mm-dd>    a skeleton non-processing day
      *    PROCDAY,<yyyy-mm-dd>[,description]
      *                            a processing-day exception - the
      *                            day is processed though the week
      *                            would not make it one
      *  CALMAINT maintains the dataset and generates each year's
      *  YEAR and WEEKEND skeleton. A date in a loaded year is a
      *  processing day unless the skeleton lists it as WEEKEND or
      *  it is a HOLIDAY; a date in a year not loaded falls back to
      *  the WORKDAYS week. A PROCDAY always is one.
      *  With no dataset allocated, the calendar defaults to
      *  Monday-through-Friday processing and no holidays, which is
      *  every day the old behavior treated as a processing day
       01 cal-holiday-used    PIC 9(03) BINARY VALUE ZERO.
       01 cal-holiday-scan    PIC 9(03) BINARY VALUE ZERO.
       01 cal-holiday-tbl.
           05 cal-holiday-entry PIC X(08) OCCURS 300 TIMES.
       01 cal-procday-used    PIC 9(03) BINARY VALUE ZERO.
       01 cal-procday-scan    PIC 9(03) BINARY VALUE ZERO.
       01 cal-procday-tbl.
           05 cal-procday-entry PIC X(08) OCCURS 100 TIMES.
       01 cal-weekend-used    PIC 9(04) BINARY VALUE ZERO.
       01 cal-weekend-scan    PIC 9(04) BINARY VALUE ZERO.
       01 cal-weekend-tbl.
           05 cal-weekend-entry PIC X(08) OCCURS 1200 TIMES.
       01 cal-year-used       PIC 9(02) BINARY VALUE ZERO.
       01 cal-year-scan       PIC 9(02) BINARY VALUE ZERO.
       01 cal-year-tbl.
           05 cal-year-entry PIC X(04) OCCURS 20 TIMES.
       01 cal-year-loaded-sw  PIC X(01) VALUE "N".
           88 cal-year-loaded VALUE "Y".
      ** How far ahead the calendar is loaded: the last day of the
      *  latest YEAR loaded - or, for a calendar kept by hand with
      *  no YEAR lines, of the latest year it lists a holiday in -
      *  and the days from today to it (zero when nothing is
      *  loaded, negative once it has run out). PERFORM
      *  COMPUTE-CALENDAR-HORIZON after LOAD-SITE-CALENDAR.
       01 cal-dataset-sw      PIC X(01) VALUE "N".
           88 cal-dataset-loaded VALUE "Y".
       01 cal-loaded-through  PIC 9(08) VALUE ZERO.
       01 cal-loaded-thru-x   REDEFINES cal-loaded-through
                              PIC X(08).
       01 cal-holiday-thru    PIC 9(08) VALUE ZERO.
       01 cal-days-left       PIC S9(07) VALUE ZERO.
       01 cal-today-date      PIC 9(08) VALUE ZERO.
       01 cal-line-date       PIC 9(08) VALUE ZERO.
       01 cal-line-date-x     REDEFINES cal-line-date PIC X(08).
      ** One flag per weekday, slot 1 Monday through slot 7 Sunday.
       01 cal-workday-flags.
           05 cal-workday-flag PIC X(01) OCCURS 7 TIMES.
