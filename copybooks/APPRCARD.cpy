      * APPRCARD - one SYSIN card for the maintenance approval run
      * (TABAPPR).  Action A approves the pending request for the
      * key, action J rejects it.  The key (columns 2-3) and table
      * family (column 9: M or blank = multiplication, A = addition)
      * sit in the same columns as on the PARMCARD D or R card that
      * raised the request, so the approver can copy the request card
      * and overtype column 1.  An E card, first in the deck, sets
      * the approval window in days (columns 2-4) - requests older
      * than the window expire before any approval card is read.
       01  APR-CARD.
           05  APR-ACTION              PIC X(1).
               88  APR-ACTION-APPROVE              VALUE 'A'.
               88  APR-ACTION-REJECT               VALUE 'J'.
               88  APR-ACTION-EXPIRY               VALUE 'E'.
           05  APR-DETAIL              PIC X(7).
           05  APR-KEY-X REDEFINES APR-DETAIL.
               10  APR-KEY-I           PIC X(2).
               10  FILLER              PIC X(5).
           05  APR-EXPIRY-X REDEFINES APR-DETAIL.
               10  APR-EXPIRY-DAYS     PIC X(3).
               10  FILLER              PIC X(4).
           05  APR-TABLE-TYPE          PIC X(1).
               88  APR-TYPE-MULT                   VALUE 'M' ' '.
               88  APR-TYPE-ADD                    VALUE 'A'.
           05  FILLER                  PIC X(71).
