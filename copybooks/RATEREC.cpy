      * RATEREC - one record of the chargeback rate card (RATECARD),
      * read by TABCHGB.  One record per activity type per rate
      * change: RATE-ACTIVITY names the activity, RATE-EFFECTIVE-DATE
      * (YYYYMMDD) the first day the rate applies, RATE-UNIT-PRICE
      * the charge per unit.  A month is priced at the rate with the
      * latest effective date on or before the last day of that
      * month, so a rate change is keyed in ahead of time and an
      * old month reruns at the rate it was billed at.  Activities:
      *   TABLES TABLESA TABWACC TABWACCL TABWACCP TABWACCD TABWACCR
      *            - AUDITLOG tags, one unit per audit record
      *   TABINQ   - one table reprinted by TABINQ
      *   LKUP-F LKUP-N LKUP-K LKUP-O LKUP-E
      *            - one bulk lookup request detail by answer status
      *   LKUP-R   - one bulk lookup response redelivered
       01  RATE-REC.
           05  RATE-ACTIVITY           PIC X(8).
           05  RATE-EFFECTIVE-DATE     PIC 9(8).
           05  RATE-UNIT-PRICE         PIC 9(5)V99.
           05  RATE-DESCRIPTION        PIC X(30).
           05  FILLER                  PIC X(27).
