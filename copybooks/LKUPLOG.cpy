      * LKUPLOG - bulk lookup usage log written by TABLKUP, one record
      * per answer status per request file answered, so lookups can
      * be charged back to the requesting group (LKU-SOURCE, the
      * LKQ-H-SOURCE of the request header).  LKU-COUNT is the number
      * of request details that ended with that status:
      *   F N K O E = as the LKUPRESP status codes (a product-only
      *               request counts once, F when any pair was found)
      *   R         = a kept response redelivered (count 1)
       01  LKU-REC.
           05  LKU-RUN-DATE            PIC 9(8).
           05  LKU-RUN-TIME            PIC 9(8).
           05  LKU-OPERATOR-ID         PIC X(8).
           05  LKU-SOURCE              PIC X(8).
           05  LKU-REQ-DATE            PIC 9(8).
           05  LKU-STATUS              PIC X(1).
           05  LKU-COUNT               PIC 9(5).
