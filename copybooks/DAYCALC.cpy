      * DAYCALC - work fields for turning a YYYYMMDD date into a day
      * number, so the age of a record in days is a plain subtraction
      * of two day numbers.  The number counts days from a fixed
      * origin: 365 for every whole year, one more for each leap year
      * before the date's own March, and the days of the months
      * already gone by.  Only the difference between two day numbers
      * means anything.  Day number modulo 7 gives the weekday:
      * 0 = Saturday, 1 = Sunday, 2 = Monday ... 6 = Friday.  A date
      * that is not numeric, or whose month or day is out of range,
      * sets WS-DN-INVALID and yields zero.  Stepping a date one day
      * back or forward works on the same date parts, with the month
      * length taken from the cumulative table below and the leap
      * day added to February by the remainders.
       01  WS-DN-DATE                  PIC X(8).
       01  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
           05  WS-DN-YEAR              PIC 9(4).
           05  WS-DN-MONTH             PIC 9(2).
           05  WS-DN-DAY               PIC 9(2).
       01  WS-DN-LEAP-YEAR             PIC 9(4).
       01  WS-DN-QUOT-4                PIC 9(4).
       01  WS-DN-QUOT-100              PIC 9(4).
       01  WS-DN-QUOT-400              PIC 9(4).
       01  WS-DN-RESULT                PIC 9(7).
       01  WS-DN-REM-4                 PIC 9(4).
       01  WS-DN-REM-100               PIC 9(4).
       01  WS-DN-REM-400               PIC 9(4).
       01  WS-DN-MONTH-DAYS            PIC 9(2).
       01  WS-DN-VALID-SW              PIC X         VALUE 'N'.
           88  WS-DN-VALID                           VALUE 'Y'.
           88  WS-DN-INVALID                         VALUE 'N'.
      * days in the months before each month of a common year - the
      * leap day is carried by the leap-year count, not here.
       01  WS-DN-CUM-VALUES.
           05  FILLER                  PIC 9(3)      VALUE 0.
           05  FILLER                  PIC 9(3)      VALUE 31.
           05  FILLER                  PIC 9(3)      VALUE 59.
           05  FILLER                  PIC 9(3)      VALUE 90.
           05  FILLER                  PIC 9(3)      VALUE 120.
           05  FILLER                  PIC 9(3)      VALUE 151.
           05  FILLER                  PIC 9(3)      VALUE 181.
           05  FILLER                  PIC 9(3)      VALUE 212.
           05  FILLER                  PIC 9(3)      VALUE 243.
           05  FILLER                  PIC 9(3)      VALUE 273.
           05  FILLER                  PIC 9(3)      VALUE 304.
           05  FILLER                  PIC 9(3)      VALUE 334.
       01  WS-DN-CUM-TABLE REDEFINES WS-DN-CUM-VALUES.
           05  WS-DN-CUM-DAYS          PIC 9(3)  OCCURS 12 TIMES.
