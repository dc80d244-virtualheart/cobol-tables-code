      * RCRTCARD - one SYSIN control card for the operator access
      * recertification report (TABRCERT).  Mode R prints the report
      * only; mode V also writes an AUTHCARD-format revoke card (mode
      * R) to REVKCARD for every dormant operator, ready to feed
      * TABAUTH once the manager has signed the report off.
      * RCT-DORMANT-DAYS is the number of days without activity on
      * AUDITLOG after which an operator is flagged dormant - blank
      * takes the default of 90.  No card at all is mode R, 90 days.
       01  RCT-CARD.
           05  RCT-MODE                PIC X(1).
               88  RCT-MODE-REPORT                 VALUE 'R'.
               88  RCT-MODE-REVOKE                 VALUE 'V'.
           05  RCT-DORMANT-DAYS        PIC X(3).
           05  FILLER                  PIC X(76).
