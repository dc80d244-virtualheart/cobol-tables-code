      * CHGFEED - fixed-format billing feed written by TABCHGB for the
      * billing system, same H/D/T convention as the other feeds: a
      * header naming the billing month, one detail per requester
      * and activity with usage in the month, and a balancing trailer
      * carrying the detail count and the quantity and amount totals
      * the receiver checks before loading.  CHF-D-REQ-KIND tells an
      * operator id (O, from AUDITLOG) from a lookup request source
      * (S, the LKQ-H-SOURCE on LKUPLOG).  A month with any usage
      * that has no rate on the rate card is held: no details are
      * written and the trailer, zero throughout, carries
      * CHF-T-UNPRICED so the receiver refuses it.
       01  CHF-REC.
           05  CHF-TYPE                PIC X(1).
               88  CHF-HEADER                      VALUE 'H'.
               88  CHF-DETAIL                      VALUE 'D'.
               88  CHF-TRAILER                     VALUE 'T'.
           05  CHF-DATA                PIC X(79).
           05  CHF-HEADER-X REDEFINES CHF-DATA.
               10  CHF-H-PERIOD        PIC 9(6).
               10  CHF-H-RUN-DATE      PIC 9(8).
               10  CHF-H-PGM           PIC X(8).
               10  FILLER              PIC X(57).
           05  CHF-DETAIL-X REDEFINES CHF-DATA.
               10  CHF-D-PERIOD        PIC 9(6).
               10  CHF-D-REQ-KIND      PIC X(1).
                   88  CHF-KIND-OPERATOR           VALUE 'O'.
                   88  CHF-KIND-SOURCE             VALUE 'S'.
               10  CHF-D-REQUESTER     PIC X(8).
               10  CHF-D-ACTIVITY      PIC X(8).
               10  CHF-D-QUANTITY      PIC 9(7).
               10  CHF-D-RATE          PIC 9(5)V99.
               10  CHF-D-AMOUNT        PIC 9(9)V99.
               10  FILLER              PIC X(31).
           05  CHF-TRAILER-X REDEFINES CHF-DATA.
               10  CHF-T-COUNT         PIC 9(5).
               10  CHF-T-QUANTITY      PIC 9(9).
               10  CHF-T-AMOUNT        PIC 9(11)V99.
               10  CHF-T-STATUS        PIC X(1).
                   88  CHF-T-COMPLETE              VALUE SPACE.
                   88  CHF-T-UNPRICED              VALUE 'U'.
               10  FILLER              PIC X(51).
