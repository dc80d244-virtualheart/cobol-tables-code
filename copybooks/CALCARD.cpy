      * CALCARD - one SYSIN maintenance card for the business
      * calendar program (TABCAL).  The cards act on BUSCAL in order:
      *   B  mark CLC-DATE a business day
      *   W  mark CLC-DATE a weekend day
      *   H  mark CLC-DATE a holiday, named in CLC-DESCRIPTION
      *   Y  lay down year CLC-YEAR: every date of the year not
      *      already on file is written as a business day Monday to
      *      Friday and a weekend day Saturday and Sunday.  Dates
      *      already on file (holidays especially) are left alone,
      *      so the year card can be rerun safely.
      *   K  set the cutoff time to CLC-CUTOFF (HHMM, 24-hour clock)
      *   L  list year CLC-YEAR: every date that is not an ordinary
      *      weekday or weekend day, and the count of each type
      * Every applied card is audited to AUDITLOG the way the
      * operator authorization cards are.
       01  CLC-CARD.
           05  CLC-MODE                PIC X(1).
               88  CLC-MODE-BUSINESS               VALUE 'B'.
               88  CLC-MODE-WEEKEND                VALUE 'W'.
               88  CLC-MODE-HOLIDAY                VALUE 'H'.
               88  CLC-MODE-YEAR                   VALUE 'Y'.
               88  CLC-MODE-CUTOFF                 VALUE 'K'.
               88  CLC-MODE-LIST                   VALUE 'L'.
               88  CLC-MODE-DAY-TYPE               VALUE 'B' 'W' 'H'.
           05  CLC-DATE                PIC X(8).
           05  CLC-YEAR-X REDEFINES CLC-DATE.
               10  CLC-YEAR            PIC X(4).
               10  FILLER              PIC X(4).
           05  CLC-CUTOFF-X REDEFINES CLC-DATE.
               10  CLC-CUTOFF          PIC X(4).
               10  FILLER              PIC X(4).
           05  CLC-DESCRIPTION         PIC X(20).
           05  FILLER                  PIC X(51).
