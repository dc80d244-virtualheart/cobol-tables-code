      * SUSPREC - keyed exception suspense record (TABSUSP), one per
      * rejected card taken off EXCPLOG, so a card TABWACC, TABINQ or
      * TABAUTH turned away is tracked until it is put right instead
      * of being retyped from the log by hand.  SUSP-ORIG-CARD is
      * the card as rejected; SUSP-CARD-IMAGE starts as the same
      * image and is replaced by the corrected card.  An item moves
      * open -> corrected -> resubmitted, or to abandoned from open
      * or corrected; the SUSP-ACT fields say who last acted on it,
      * when and why.  Item zero is the control record: the last
      * item number issued and the EXCPLOG timestamp (plus the count
      * of records at that timestamp) already taken in, so the next
      * intake starts where this one stopped even after TABEXCRP
      * has purged the front of the log.
       01  SUSP-REC.
           05  SUSP-ITEM-NO            PIC 9(6).
           05  SUSP-STATUS             PIC X(1).
               88  SUSP-OPEN                       VALUE 'O'.
               88  SUSP-CORRECTED                  VALUE 'C'.
               88  SUSP-ABANDONED                  VALUE 'A'.
               88  SUSP-RESUBMITTED                VALUE 'R'.
               88  SUSP-CONTROL                    VALUE 'K'.
           05  SUSP-ITEM-BODY.
               10  SUSP-PROGRAM-ID     PIC X(8).
               10  SUSP-OPERATOR-ID    PIC X(8).
               10  SUSP-EXCP-DATE      PIC 9(8).
               10  SUSP-EXCP-TIME      PIC 9(8).
               10  SUSP-BAD-VALUE      PIC X(10).
               10  SUSP-REASON         PIC X(30).
               10  SUSP-ORIG-CARD      PIC X(80).
               10  SUSP-CARD-IMAGE     PIC X(80).
               10  SUSP-ACT-OPERATOR   PIC X(8).
               10  SUSP-ACT-DATE       PIC 9(8).
               10  SUSP-ACT-REASON     PIC X(30).
               10  SUSP-RESUB-DATE     PIC 9(8).
           05  SUSP-CONTROL-BODY REDEFINES SUSP-ITEM-BODY.
               10  SUSP-LAST-ITEM      PIC 9(6).
               10  SUSP-MARK-DATE      PIC 9(8).
               10  SUSP-MARK-TIME      PIC 9(8).
               10  SUSP-MARK-COUNT     PIC 9(5).
               10  FILLER              PIC X(259).
