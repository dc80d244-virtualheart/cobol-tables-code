      * CHGCARD - optional SYSIN control card for the monthly
      * chargeback (TABCHGB).  CHG-PERIOD is the billing month as
      * YYYYMM; no card, or a blank period, bills the month before
      * the run date.
       01  CHG-CARD.
           05  CHG-PERIOD              PIC X(6).
           05  FILLER                  PIC X(74).
