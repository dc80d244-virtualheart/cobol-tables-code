      * Holds the last WS-I value whose table completed successfully,
      * and the table family it belonged to, so a resubmission after
      * an abend can resume at the next value instead of reprinting
      * both families' full key sets.  The type trails the record so a
      * checkpoint cut before the addition family existed still
      * parses - a blank type reads as multiplication.
       01  CHKPT-REC.
