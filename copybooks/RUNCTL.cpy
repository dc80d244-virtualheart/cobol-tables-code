      * RUNCTL - shared run-control record, one per program, updated
      * at start and end of every TABLES, TABWACC and TABAPPR run.
      * A program refuses to start while another program's entry is
      * ACTIVE against TABMSTR, and the worklist program refuses a
      * second run for a business date already marked COMPLETE
      * unless a force card is supplied.  The business date is the
      * one the business calendar (BUSCAL) gives the run, not the
      * system date - see BUSCAL.  The start/end timestamp pair is
      * the batch window operations reads each morning; an
      * entry still ACTIVE with no end timestamp is a run that
      * abended, and a restart (via the existing TABCHKPT logic) is
      * in order.
       01  CTL-REC.
           05  CTL-PROGRAM-ID          PIC X(8).
           05  CTL-STATUS              PIC X(1).
