      * MAINTPND - one pending maintenance request against a stored
      * TABMSTR key, keyed on the table family and key.  A D or R card
      * in the TABWACC worklist no longer touches the master: it is
      * held here with the requesting operator and the full card
      * image until a different operator holding function B approves
      * it in the TABAPPR approval run, which applies it.  A request
      * is rejected by that run on an approver's card, or expires
      * when it has waited longer than the approval window.  The
      * record is kept after it is settled, with the settling
      * operator and stamp, until a new request for the same key
      * replaces it - only one request per key may be open at a time.
       01  PEND-REC.
           05  PEND-KEY.
               10  PEND-KEY-TYPE       PIC X(1).
               10  PEND-KEY-I          PIC 9(2).
           05  PEND-MODE               PIC X(1).
               88  PEND-MODE-DELETE                VALUE 'D'.
               88  PEND-MODE-REGEN                 VALUE 'R'.
           05  PEND-STATUS             PIC X(1).
               88  PEND-PENDING                    VALUE 'P'.
               88  PEND-APPLIED                    VALUE 'A'.
               88  PEND-REJECTED                   VALUE 'J'.
               88  PEND-EXPIRED                    VALUE 'X'.
           05  PEND-REQ-OPERATOR       PIC X(8).
           05  PEND-REQ-DATE           PIC 9(8).
           05  PEND-REQ-TIME           PIC 9(8).
           05  PEND-CARD-IMAGE         PIC X(80).
           05  PEND-ACT-OPERATOR       PIC X(8).
           05  PEND-ACT-DATE           PIC 9(8).
           05  PEND-ACT-TIME           PIC 9(8).
