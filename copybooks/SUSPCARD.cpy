      * SUSPCARD - one SYSIN card for the exception suspense program
      * (TABSUSP).  Every run first takes any new rejected cards off
      * EXCPLOG; the cards then act on the suspense file in order:
      *   C  correct item SPC-ITEM-NO, reason SPC-REASON.  The card
      *      immediately behind it is the corrected card image, taken
      *      exactly as punched.
      *   X  abandon item SPC-ITEM-NO, reason SPC-REASON.
      *   S  resubmit: write every corrected item to the deck for its
      *      program and mark it resubmitted.
      *   A  aging: list items still open after SPC-AGING-DAYS
      *      business days (blank = 5).
      * No cards at all is an intake-only run.
       01  SPC-CARD.
           05  SPC-ACTION              PIC X(1).
               88  SPC-ACTION-CORRECT              VALUE 'C'.
               88  SPC-ACTION-ABANDON              VALUE 'X'.
               88  SPC-ACTION-RESUBMIT             VALUE 'S'.
               88  SPC-ACTION-AGING                VALUE 'A'.
           05  SPC-DETAIL              PIC X(6).
           05  SPC-ITEM-X REDEFINES SPC-DETAIL.
               10  SPC-ITEM-NO         PIC X(6).
           05  SPC-AGING-X REDEFINES SPC-DETAIL.
               10  SPC-AGING-DAYS      PIC X(3).
               10  FILLER              PIC X(3).
           05  FILLER                  PIC X(1).
           05  SPC-REASON              PIC X(30).
           05  FILLER                  PIC X(42).
