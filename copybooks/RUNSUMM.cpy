      * restart (already completed before the abend - counted so the
      * summary still accounts for the full deck).  A nonzero
      * condition code on the job goes with a nonzero
      * SUMM-CARDS-REJECTED (or an empty SYSIN).  SUMM-BUSINESS-DATE
      * is the business date the run was stamped with off the
      * business calendar - a summary cut before it was added has
      * spaces there, and readers fall back to SUMM-RUN-DATE.
       01  SUMM-REC.
           05  SUMM-RUN-DATE           PIC 9(8).
           05  SUMM-RUN-TIME           PIC 9(8).
           05  SUMM-LOOKUPS-NO-MATCH   PIC 9(4).
           05  SUMM-CARDS-REJECTED     PIC 9(4).
           05  SUMM-CARDS-SKIPPED      PIC 9(4).
           05  SUMM-BUSINESS-DATE      PIC 9(8).
