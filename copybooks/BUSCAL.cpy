      * BUSCAL - keyed business calendar record, one per date, kept
      * by the calendar maintenance program (TABCAL).  CAL-DAY-TYPE
      * says what the date is: B = business day, W = weekend, H =
      * holiday.  TABLES and TABWACC take their business date from
      * here rather than from the clock, and refuse to run on a day
      * that is not a business day unless a force card is supplied;
      * the morning status report and the trend report count runs
      * owed in business days off the same file.  A date with no
      * record is not a business day.  The CAL-CHANGE fields say who
      * last set the date and when.  Date zero is the control
      * record: CAL-CUTOFF-TIME (HHMM) is the time of day before
      * which a run still belongs to the day before, so the night's
      * run finishing after midnight is stamped with that night's
      * business date.
       01  CAL-REC.
           05  CAL-KEY.
               10  CAL-DATE            PIC 9(8).
           05  CAL-DAY-TYPE            PIC X(1).
               88  CAL-BUSINESS-DAY                VALUE 'B'.
               88  CAL-WEEKEND                     VALUE 'W'.
               88  CAL-HOLIDAY                     VALUE 'H'.
               88  CAL-CONTROL                     VALUE 'K'.
           05  CAL-DESCRIPTION         PIC X(20).
           05  CAL-CONTROL-BODY REDEFINES CAL-DESCRIPTION.
               10  CAL-CUTOFF-TIME     PIC 9(4).
               10  FILLER              PIC X(16).
           05  CAL-CHANGE-OPERATOR     PIC X(8).
           05  CAL-CHANGE-DATE         PIC 9(8).
           05  CAL-CHANGE-TIME         PIC 9(8).
