      * work a single stored key: PARM-MODE-DELETE removes the
      * PARM-VALUE-1 key from the table master, PARM-MODE-REGEN
      * clears that key and rebuilds it in one pass.  Maintenance
      * cards are not applied by the worklist: each is queued on
      * MAINTPND and applied by the approval run (TABAPPR) once a
      * second operator approves it.  The request and the applied
      * change are audited under their own program-id tags the way
      * lookups are.  A force card (PARM-MODE-FORCE, first card of
      * the deck) bypasses the one-worklist-run-per-business-date
      * check on the run-control file for a deliberate rerun.
