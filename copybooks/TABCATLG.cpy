      * TABCATLG - keyed table catalog record, one per family and
      * key, kept by the catalog maintenance program (TABCAT).  The
      * catalog is the one place that says which keys each family
      * is expected to hold: TABLES generates the ACTIVE keys,
      * TABVRFY expects exactly those on TABMSTR, and the inquiry,
      * extract and worklist programs accept no other key.  A key
      * that is RETIRED stays on the catalog with the date it went
      * out of use, so its history still reads; a key that was never
      * catalogued is simply not part of any family.  The key shape
      * matches TM-KEY.  CAT-ACTIVE-DATE is the date the key last
      * became active and CAT-RETIRED-DATE the date it was retired
      * (zeros while active); the CAT-CHANGE fields say who last
      * changed the entry and when.
       01  CAT-REC.
           05  CAT-KEY.
               10  CAT-KEY-TYPE        PIC X(1).
                   88  CAT-TYPE-MULT               VALUE 'M'.
                   88  CAT-TYPE-ADD                VALUE 'A'.
               10  CAT-KEY-I           PIC 9(2).
           05  CAT-STATUS              PIC X(1).
               88  CAT-ACTIVE                      VALUE 'A'.
               88  CAT-RETIRED                     VALUE 'R'.
           05  CAT-ACTIVE-DATE         PIC 9(8).
           05  CAT-RETIRED-DATE        PIC 9(8).
           05  CAT-CHANGE-OPERATOR     PIC X(8).
           05  CAT-CHANGE-DATE         PIC 9(8).
           05  CAT-CHANGE-TIME         PIC 9(8).
