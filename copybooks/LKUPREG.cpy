      * LKUPREG - keyed register of the bulk lookup request files
      * TABLKUP has answered, one set of records per request file
      * keyed on the header source and date.  Record 0 of a set is
      * the register entry: the request trailer totals, the response
      * trailer totals, the number of response records kept, and
      * when and by whom it was answered and last redelivered.
      * Records 1 onward are the LKUPRESP records exactly as sent,
      * header to trailer, so a lost response can be redelivered
      * without being recomputed against a master that has since
      * moved on.  The entry is written only after the last response
      * record, so a run that never finished leaves no entry and the
      * file can be answered again.
       01  LKG-REC.
           05  LKG-KEY.
               10  LKG-SOURCE          PIC X(8).
               10  LKG-REQ-DATE        PIC 9(8).
               10  LKG-REC-SEQ         PIC 9(6).
           05  LKG-DATA                PIC X(80).
           05  LKG-ENTRY-X REDEFINES LKG-DATA.
               10  LKG-REQ-COUNT       PIC 9(5).
               10  LKG-REQ-HASH        PIC 9(10).
               10  LKG-RESP-COUNT      PIC 9(5).
               10  LKG-RESP-HASH       PIC 9(10).
               10  LKG-RESP-RECORDS    PIC 9(6).
               10  LKG-RUN-DATE        PIC 9(8).
               10  LKG-RUN-TIME        PIC 9(8).
               10  LKG-OPERATOR-ID     PIC X(8).
               10  LKG-REDELIVER-COUNT PIC 9(3).
               10  LKG-REDELIVER-DATE  PIC 9(8).
               10  FILLER              PIC X(9).
