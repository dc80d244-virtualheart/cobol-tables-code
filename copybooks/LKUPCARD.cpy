      * LKUPCARD - optional SYSIN control card for the bulk lookup
      * interface (TABLKUP).  Mode A (or no card at all) answers the
      * LKUPREQ file as usual.  Mode R redelivers the response kept
      * on the LKUPREG register for the request file named by
      * LKC-SOURCE and LKC-DATE (the LKQ-H-SOURCE and LKQ-H-DATE of
      * its header) - LKUPREQ and TABMSTR are not read.
       01  LKC-CARD.
           05  LKC-MODE                PIC X(1).
               88  LKC-MODE-ANSWER                 VALUE 'A' ' '.
               88  LKC-MODE-REDELIVER              VALUE 'R'.
           05  LKC-SOURCE              PIC X(8).
           05  LKC-DATE                PIC X(8).
           05  FILLER                  PIC X(63).
