      * CATCARD - one SYSIN maintenance card for the table catalog
      * program (TABCAT).  Mode A activates key CCD-KEY-I of family
      * CCD-KEY-TYPE - a new key is added, a retired one is brought
      * back - and mode R retires an active key.  CCD-DATE is the
      * date the change takes effect (YYYYMMDD); blank means the run
      * date.  Every applied card is audited to AUDITLOG the way the
      * operator authorization cards are.  Retiring a key stops it
      * being generated and expected; the stored table itself is
      * removed by a D card through the worklist and approval runs.
       01  CCD-CARD.
           05  CCD-MODE                PIC X(1).
               88  CCD-MODE-ACTIVATE               VALUE 'A'.
               88  CCD-MODE-RETIRE                 VALUE 'R'.
           05  CCD-KEY-TYPE            PIC X(1).
               88  CCD-TYPE-VALID                  VALUE 'M' 'A'.
           05  CCD-KEY-I               PIC X(2).
           05  CCD-DATE                PIC X(8).
           05  FILLER                  PIC X(68).
