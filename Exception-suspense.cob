       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABSUSP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-ITEM-NO
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUTH-OPERATOR-ID
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SUSPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT WACC-DECK ASSIGN TO "RSUBWACC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WACC-DECK-STATUS.
           SELECT INQ-DECK ASSIGN TO "RSUBINQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQ-DECK-STATUS.
           SELECT AUTH-DECK ASSIGN TO "RSUBAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-DECK-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORDING MODE IS F.
           COPY SUSPCARD.

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  AUTH-FILE.
           COPY OPERAUTH.

       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
           COPY EXCPREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-REC                  PIC X(80).

       FD  WACC-DECK
           RECORDING MODE IS F.
       01  WACC-DECK-REC               PIC X(80).

       FD  INQ-DECK
           RECORDING MODE IS F.
       01  INQ-DECK-REC                PIC X(80).

       FD  AUTH-DECK
           RECORDING MODE IS F.
       01  AUTH-DECK-REC               PIC X(80).

       FD  CALENDAR-FILE.
           COPY BUSCAL.

       WORKING-STORAGE SECTION.
           COPY DAYCALC.
       01  WS-CONTROL-STATUS           PIC XX.
       01  WS-SUSP-STATUS              PIC XX.
       01  WS-AUTH-STATUS              PIC XX.
       01  WS-CAL-STATUS               PIC XX.
       01  WS-CAL-AVAIL-SW             PIC X         VALUE 'N'.
           88  WS-CAL-AVAILABLE                      VALUE 'Y'.
       01  WS-CAL-EOF-SW               PIC X         VALUE 'N'.
           88  WS-CAL-EOF                            VALUE 'Y'.
       01  WS-EXCP-STATUS              PIC XX.
       01  WS-REPORT-STATUS            PIC XX.
       01  WS-WACC-DECK-STATUS         PIC XX.
       01  WS-INQ-DECK-STATUS          PIC XX.
       01  WS-AUTH-DECK-STATUS         PIC XX.
       01  WS-CONTROL-EOF-SW           PIC X         VALUE 'N'.
           88  WS-CONTROL-EOF                        VALUE 'Y'.
       01  WS-EXCP-EOF-SW              PIC X         VALUE 'N'.
           88  WS-EXCP-EOF                           VALUE 'Y'.
       01  WS-SUSP-EOF-SW              PIC X         VALUE 'N'.
           88  WS-SUSP-EOF                           VALUE 'Y'.
       01  WS-DECKS-OPEN-SW            PIC X         VALUE 'N'.
           88  WS-DECKS-OPEN                         VALUE 'Y'.
       01  WS-ITEM-FOUND-SW            PIC X         VALUE 'N'.
           88  WS-ITEM-FOUND                         VALUE 'Y'.
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-TIME                 PIC 9(8).
       01  WS-OPERATOR-ID              PIC X(8).
       01  WS-EXCP-VALUE               PIC X(10).
       01  WS-EXCP-REASON              PIC X(30).
       01  WS-EXCP-CARD                PIC X(80)     VALUE SPACES.

      * intake high-water mark.  The saved mark is the newest
      * EXCPLOG timestamp taken in by the last run and how many
      * records carried it; a record older than the mark, or one of
      * the first that-many at the mark, was taken in already.  The
      * new mark is built as the log is read and saved at the end.
       01  WS-SAVED-MARK.
           05  WS-SAVED-MARK-DATE      PIC 9(8)      VALUE ZEROS.
           05  WS-SAVED-MARK-TIME      PIC 9(8)      VALUE ZEROS.
       01  WS-SAVED-MARK-COUNT         PIC 9(5)      VALUE 0.
       01  WS-NEW-MARK.
           05  WS-NEW-MARK-DATE        PIC 9(8)      VALUE ZEROS.
           05  WS-NEW-MARK-TIME        PIC 9(8)      VALUE ZEROS.
       01  WS-NEW-MARK-COUNT           PIC 9(5)      VALUE 0.
       01  WS-EXCP-STAMP.
           05  WS-EXCP-STAMP-DATE      PIC 9(8).
           05  WS-EXCP-STAMP-TIME      PIC 9(8).
       01  WS-AT-MARK-SEEN             PIC 9(5)      VALUE 0.
       01  WS-LAST-ITEM                PIC 9(6)      VALUE 0.

       01  WS-CARD-COUNT               PIC 9(4)      VALUE 0.
       01  WS-REFUSED-COUNT            PIC 9(4)      VALUE 0.
       01  WS-INTAKE-READ              PIC 9(5)      VALUE 0.
       01  WS-INTAKE-COUNT             PIC 9(5)      VALUE 0.
       01  WS-CORRECTED-COUNT          PIC 9(5)      VALUE 0.
       01  WS-ABANDONED-COUNT          PIC 9(5)      VALUE 0.
       01  WS-RESUB-WACC               PIC 9(5)      VALUE 0.
       01  WS-RESUB-INQ                PIC 9(5)      VALUE 0.
       01  WS-RESUB-AUTH               PIC 9(5)      VALUE 0.
       01  WS-AGED-COUNT               PIC 9(5)      VALUE 0.
       01  WS-OPEN-TOTAL               PIC 9(6)      VALUE 0.
       01  WS-CORRECTED-TOTAL          PIC 9(6)      VALUE 0.
       01  WS-ABANDONED-TOTAL          PIC 9(6)      VALUE 0.
       01  WS-RESUBMITTED-TOTAL        PIC 9(6)      VALUE 0.

       01  WS-ITEM-NO                  PIC 9(6)      VALUE 0.
       01  WS-ACT-REASON               PIC X(30).
       01  WS-NEW-IMAGE                PIC X(80).
       01  WS-AGING-DAYS               PIC 9(3)      VALUE 5.
       01  WS-RUN-DAYNUM               PIC 9(7)      VALUE 0.
       01  WS-EXCP-DAYNUM              PIC 9(7)      VALUE 0.
       01  WS-SCAN-DAYNUM              PIC 9(7)      VALUE 0.
       01  WS-WEEK-QUOT                PIC 9(7)      VALUE 0.
       01  WS-WEEKDAY                  PIC 9(1)      VALUE 0.
       01  WS-BUSINESS-AGE             PIC 9(5)      VALUE 0.
       01  WS-ACTION-LIT               PIC X(12).
       01  WS-ITEM-EDIT                PIC 9(6).
       01  WS-COUNT-EDIT               PIC ZZZZZ9.
       01  WS-AGE-EDIT                 PIC ZZZZ9.
       01  WS-HEADER-LINE              PIC X(80).
       01  WS-DETAIL-LINE              PIC X(80).
       PROCEDURE DIVISION.

       0001-MAIN-PROC.
      * rejected cards used to be retyped from EXCPLOG into the next
      * night's deck by hand, and one that was never retyped simply
      * dropped out.  Every rejected TABWACC, TABINQ and TABAUTH card
      * now becomes a numbered suspense item that stays open until
      * someone corrects it (and it is resubmitted) or abandons it
      * with a reason, and the aging list shows what is still open.
           DISPLAY "EXCEPTION SUSPENSE PROCESSING"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE WS-RUN-DATE TO WS-DN-DATE
           PERFORM 0026-COMPUTE-DAY-NUMBER
           MOVE WS-DN-RESULT TO WS-RUN-DAYNUM
           PERFORM 0022-OPEN-EXCEPTION-FILE
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SUSPRPT - STATUS "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0002-CHECK-OPERATOR-AUTH
           PERFORM 0003-OPEN-SUSPENSE-FILE
           PERFORM 0004-READ-CONTROL-RECORD
           PERFORM 0005-PRINT-REPORT-HEADER
           CLOSE EXCEPTION-FILE
           PERFORM 0006-INTAKE-EXCEPTIONS
           PERFORM 0022-OPEN-EXCEPTION-FILE
           PERFORM 0010-SAVE-CONTROL-RECORD
           MOVE "SUSPENSE CARDS" TO WS-HEADER-LINE
           WRITE REPORT-REC FROM WS-HEADER-LINE
               AFTER ADVANCING 2 LINES
           END-WRITE
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               PERFORM UNTIL WS-CONTROL-EOF
                   READ CONTROL-FILE
                       AT END
                           SET WS-CONTROL-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CARD-COUNT
                           PERFORM 0011-PROCESS-SUSPENSE-CARD
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF
           IF WS-CARD-COUNT = 0
               MOVE "  NONE - INTAKE ONLY" TO WS-DETAIL-LINE
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF
           IF WS-DECKS-OPEN
               CLOSE WACC-DECK
               CLOSE INQ-DECK
               CLOSE AUTH-DECK
           END-IF
           PERFORM 0019-COUNT-SUSPENSE-STATUS
           PERFORM 0020-PRINT-REPORT-TOTALS
           CLOSE SUSPENSE-FILE
           CLOSE EXCEPTION-FILE
           CLOSE REPORT-FILE
           IF WS-REFUSED-COUNT > 0 OR WS-AGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0002-CHECK-OPERATOR-AUTH.
      * a corrected card goes back into a production deck, so the
      * run is refused to anyone not on OPERAUTH, failing closed the
      * way every other program does.  Whether the corrected card
      * itself may run is still judged by its own program when the
      * deck is run.
           OPEN INPUT AUTH-FILE
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN OPERAUTH - STATUS "
                   WS-AUTH-STATUS
               MOVE WS-OPERATOR-ID TO WS-EXCP-VALUE
               MOVE "OPERAUTH UNAVAILABLE - REFUSED"
                   TO WS-EXCP-REASON
               PERFORM 0023-LOG-EXCEPTION
               CLOSE EXCEPTION-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID
           READ AUTH-FILE
               INVALID KEY
                   DISPLAY "OPERATOR " WS-OPERATOR-ID
                       " NOT ON OPERAUTH - RUN REFUSED"
                   MOVE WS-OPERATOR-ID TO WS-EXCP-VALUE
                   MOVE "OPERATOR NOT ON AUTH FILE"
                       TO WS-EXCP-REASON
                   PERFORM 0023-LOG-EXCEPTION
                   CLOSE AUTH-FILE
                   CLOSE EXCEPTION-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   CONTINUE
           END-READ
           CLOSE AUTH-FILE.

       0003-OPEN-SUSPENSE-FILE.
      * created on first use the way RUNCTL is; a suspense file that
      * still cannot be opened stops the run - intake without it
      * would move the mark past exceptions that went nowhere.
           OPEN I-O SUSPENSE-FILE
           IF WS-SUSP-STATUS NOT = "00"
               OPEN OUTPUT SUSPENSE-FILE
               IF WS-SUSP-STATUS = "00"
                   CLOSE SUSPENSE-FILE
                   OPEN I-O SUSPENSE-FILE
               END-IF
           END-IF
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SUSPENSE - STATUS "
                   WS-SUSP-STATUS
               CLOSE EXCEPTION-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0004-READ-CONTROL-RECORD.
           MOVE 0 TO SUSP-ITEM-NO
           READ SUSPENSE-FILE
               INVALID KEY
                   MOVE 0 TO WS-LAST-ITEM
               NOT INVALID KEY
                   MOVE SUSP-LAST-ITEM TO WS-LAST-ITEM
                   MOVE SUSP-MARK-DATE TO WS-SAVED-MARK-DATE
                   MOVE SUSP-MARK-TIME TO WS-SAVED-MARK-TIME
                   MOVE SUSP-MARK-COUNT TO WS-SAVED-MARK-COUNT
           END-READ
           MOVE WS-SAVED-MARK TO WS-NEW-MARK
           MOVE WS-SAVED-MARK-COUNT TO WS-NEW-MARK-COUNT.

       0005-PRINT-REPORT-HEADER.
           MOVE SPACES TO WS-HEADER-LINE
           STRING "RUN DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "  EXCEPTION SUSPENSE" DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-HEADER-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE " ************* " TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE
           MOVE "REJECTED CARDS TAKEN INTO SUSPENSE" TO WS-HEADER-LINE
           WRITE REPORT-REC FROM WS-HEADER-LINE
               AFTER ADVANCING 2 LINES
           END-WRITE.

       0006-INTAKE-EXCEPTIONS.
      * only a rejected card can be corrected and resubmitted, so
      * only records from the three card-driven programs that carry
      * a card image are taken in - a file refusal or an empty SYSIN
      * has nothing to put right.  The mark moves over every record
      * read, taken in or not.
           OPEN INPUT EXCEPTION-FILE
           IF WS-EXCP-STATUS NOT = "00"
               DISPLAY "EXCPLOG UNAVAILABLE - STATUS "
                   WS-EXCP-STATUS " - NO INTAKE THIS RUN"
               MOVE "  EXCPLOG UNAVAILABLE - NO INTAKE THIS RUN"
                   TO WS-DETAIL-LINE
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           ELSE
               PERFORM UNTIL WS-EXCP-EOF
                   READ EXCEPTION-FILE
                       AT END
                           SET WS-EXCP-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-INTAKE-READ
                           PERFORM 0007-TAKE-IN-EXCEPTION
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-FILE
               IF WS-INTAKE-COUNT = 0
                   MOVE "  NONE" TO WS-DETAIL-LINE
                   WRITE REPORT-REC FROM WS-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
                   END-WRITE
               END-IF
           END-IF.

       0007-TAKE-IN-EXCEPTION.
           IF EXCP-RUN-DATE IS NUMERIC AND EXCP-RUN-TIME IS NUMERIC
               MOVE EXCP-RUN-DATE TO WS-EXCP-STAMP-DATE
               MOVE EXCP-RUN-TIME TO WS-EXCP-STAMP-TIME
               IF WS-EXCP-STAMP > WS-SAVED-MARK
                   PERFORM 0008-ADVANCE-MARK
                   PERFORM 0009-CREATE-SUSPENSE-ITEM
               ELSE
                   IF WS-EXCP-STAMP = WS-SAVED-MARK
                       ADD 1 TO WS-AT-MARK-SEEN
                       IF WS-AT-MARK-SEEN > WS-SAVED-MARK-COUNT
                           PERFORM 0008-ADVANCE-MARK
                           PERFORM 0009-CREATE-SUSPENSE-ITEM
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0008-ADVANCE-MARK.
           IF WS-EXCP-STAMP > WS-NEW-MARK
               MOVE WS-EXCP-STAMP TO WS-NEW-MARK
               MOVE 1 TO WS-NEW-MARK-COUNT
           ELSE
               IF WS-EXCP-STAMP = WS-NEW-MARK
                   ADD 1 TO WS-NEW-MARK-COUNT
               END-IF
           END-IF.

       0009-CREATE-SUSPENSE-ITEM.
           IF (EXCP-PROGRAM-ID = "TABWACC"
                   OR EXCP-PROGRAM-ID = "TABINQ"
                   OR EXCP-PROGRAM-ID = "TABAUTH")
                   AND EXCP-CARD-IMAGE NOT = SPACES
               ADD 1 TO WS-LAST-ITEM
               MOVE WS-LAST-ITEM TO SUSP-ITEM-NO
               SET SUSP-OPEN TO TRUE
               MOVE EXCP-PROGRAM-ID TO SUSP-PROGRAM-ID
               MOVE EXCP-OPERATOR-ID TO SUSP-OPERATOR-ID
               MOVE EXCP-RUN-DATE TO SUSP-EXCP-DATE
               MOVE EXCP-RUN-TIME TO SUSP-EXCP-TIME
               MOVE EXCP-BAD-VALUE TO SUSP-BAD-VALUE
               MOVE EXCP-REASON TO SUSP-REASON
               MOVE EXCP-CARD-IMAGE TO SUSP-ORIG-CARD
               MOVE EXCP-CARD-IMAGE TO SUSP-CARD-IMAGE
               MOVE SPACES TO SUSP-ACT-OPERATOR
               MOVE ZEROS TO SUSP-ACT-DATE
               MOVE SPACES TO SUSP-ACT-REASON
               MOVE ZEROS TO SUSP-RESUB-DATE
               WRITE SUSP-REC
                   INVALID KEY
                       DISPLAY "SUSPENSE ITEM " WS-LAST-ITEM
                           " ALREADY ON FILE - STATUS "
                           WS-SUSP-STATUS
               END-WRITE
               ADD 1 TO WS-INTAKE-COUNT
               MOVE WS-LAST-ITEM TO WS-ITEM-EDIT
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "  ITEM " DELIMITED BY SIZE
                   WS-ITEM-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SUSP-PROGRAM-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SUSP-OPERATOR-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SUSP-REASON DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.

       0010-SAVE-CONTROL-RECORD.
      * saved before any card is acted on, so the items just taken
      * in are never taken in again even if the card pass abends.
           MOVE 0 TO SUSP-ITEM-NO
           SET SUSP-CONTROL TO TRUE
           MOVE SPACES TO SUSP-CONTROL-BODY
           MOVE WS-LAST-ITEM TO SUSP-LAST-ITEM
           MOVE WS-NEW-MARK-DATE TO SUSP-MARK-DATE
           MOVE WS-NEW-MARK-TIME TO SUSP-MARK-TIME
           MOVE WS-NEW-MARK-COUNT TO SUSP-MARK-COUNT
           WRITE SUSP-REC
               INVALID KEY
                   REWRITE SUSP-REC
           END-WRITE.

       0011-PROCESS-SUSPENSE-CARD.
           MOVE SPC-CARD TO WS-EXCP-CARD
           IF SPC-ACTION-CORRECT
               PERFORM 0012-CORRECT-ITEM
           ELSE
           IF SPC-ACTION-ABANDON
               PERFORM 0013-ABANDON-ITEM
           ELSE
           IF SPC-ACTION-RESUBMIT
               PERFORM 0015-RESUBMIT-ITEMS
           ELSE
           IF SPC-ACTION-AGING
               PERFORM 0017-PRINT-AGING-LIST
           ELSE
               MOVE SPC-CARD TO WS-EXCP-VALUE
               MOVE "INVALID SUSPENSE CARD" TO WS-EXCP-REASON
               PERFORM 0024-REFUSE-CARD
           END-IF
           END-IF
           END-IF
           END-IF.

       0012-CORRECT-ITEM.
      * the corrected image is the next card in the deck and is
      * consumed here whatever becomes of the C card, so a refused
      * correction never leaves its image to be read as a card of
      * its own.
           MOVE SPC-ITEM-NO TO WS-EXCP-VALUE
           MOVE SPC-REASON TO WS-ACT-REASON
           MOVE SPACES TO WS-NEW-IMAGE
           IF SPC-ITEM-NO IS NUMERIC
               MOVE SPC-ITEM-NO TO WS-ITEM-NO
           ELSE
               MOVE 0 TO WS-ITEM-NO
           END-IF
           READ CONTROL-FILE
               AT END
                   SET WS-CONTROL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARD-COUNT
                   MOVE SPC-CARD TO WS-NEW-IMAGE
           END-READ
           IF WS-NEW-IMAGE = SPACES
               MOVE "CORRECTED CARD IMAGE MISSING" TO WS-EXCP-REASON
               PERFORM 0024-REFUSE-CARD
           ELSE
               PERFORM 0014-FIND-ACTIONABLE-ITEM
               IF WS-ITEM-FOUND
                   SET SUSP-CORRECTED TO TRUE
                   MOVE WS-NEW-IMAGE TO SUSP-CARD-IMAGE
                   MOVE WS-OPERATOR-ID TO SUSP-ACT-OPERATOR
                   MOVE WS-RUN-DATE TO SUSP-ACT-DATE
                   MOVE WS-ACT-REASON TO SUSP-ACT-REASON
                   REWRITE SUSP-REC
                   ADD 1 TO WS-CORRECTED-COUNT
                   MOVE "CORRECTED" TO WS-ACTION-LIT
                   PERFORM 0025-PRINT-ITEM-ACTION
               END-IF
           END-IF.

       0013-ABANDON-ITEM.
           MOVE SPC-ITEM-NO TO WS-EXCP-VALUE
           MOVE SPC-REASON TO WS-ACT-REASON
           IF SPC-ITEM-NO IS NUMERIC
               MOVE SPC-ITEM-NO TO WS-ITEM-NO
           ELSE
               MOVE 0 TO WS-ITEM-NO
           END-IF
           PERFORM 0014-FIND-ACTIONABLE-ITEM
           IF WS-ITEM-FOUND
               SET SUSP-ABANDONED TO TRUE
               MOVE WS-OPERATOR-ID TO SUSP-ACT-OPERATOR
               MOVE WS-RUN-DATE TO SUSP-ACT-DATE
               MOVE WS-ACT-REASON TO SUSP-ACT-REASON
               REWRITE SUSP-REC
               ADD 1 TO WS-ABANDONED-COUNT
               MOVE "ABANDONED" TO WS-ACTION-LIT
               PERFORM 0025-PRINT-ITEM-ACTION
           END-IF.

       0014-FIND-ACTIONABLE-ITEM.
      * an item can be corrected or abandoned while it is open or
      * corrected - a correction can be corrected again before it
      * is resubmitted.  Once resubmitted or abandoned it is
      * settled, and the reason for acting is always required.
           MOVE 'N' TO WS-ITEM-FOUND-SW
           IF WS-ITEM-NO = 0
               MOVE "INVALID SUSPENSE ITEM NUMBER" TO WS-EXCP-REASON
               PERFORM 0024-REFUSE-CARD
           ELSE
           IF WS-ACT-REASON = SPACES
               MOVE "SUSPENSE REASON REQUIRED" TO WS-EXCP-REASON
               PERFORM 0024-REFUSE-CARD
           ELSE
               MOVE WS-ITEM-NO TO SUSP-ITEM-NO
               READ SUSPENSE-FILE
                   INVALID KEY
                       MOVE "SUSPENSE ITEM NOT ON FILE"
                           TO WS-EXCP-REASON
                       PERFORM 0024-REFUSE-CARD
                   NOT INVALID KEY
                       IF SUSP-OPEN OR SUSP-CORRECTED
                           SET WS-ITEM-FOUND TO TRUE
                       ELSE
                           MOVE "SUSPENSE ITEM ALREADY SETTLED"
                               TO WS-EXCP-REASON
                           PERFORM 0024-REFUSE-CARD
                       END-IF
               END-READ
           END-IF
           END-IF.

       0015-RESUBMIT-ITEMS.
      * one deck per program, each ready to run as that program's
      * SYSIN.  The decks are opened at the first S card and only
      * then, so a run without one leaves the last decks alone.
           IF NOT WS-DECKS-OPEN
               OPEN OUTPUT WACC-DECK
               OPEN OUTPUT INQ-DECK
               OPEN OUTPUT AUTH-DECK
               IF WS-WACC-DECK-STATUS NOT = "00"
                       OR WS-INQ-DECK-STATUS NOT = "00"
                       OR WS-AUTH-DECK-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN RESUBMISSION DECKS - "
                       "STATUS " WS-WACC-DECK-STATUS " "
                       WS-INQ-DECK-STATUS " " WS-AUTH-DECK-STATUS
                   CLOSE SUSPENSE-FILE
                   CLOSE EXCEPTION-FILE
                   CLOSE REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-DECKS-OPEN TO TRUE
           END-IF
           MOVE 'N' TO WS-SUSP-EOF-SW
           MOVE 1 TO SUSP-ITEM-NO
           START SUSPENSE-FILE KEY NOT LESS THAN SUSP-ITEM-NO
               INVALID KEY
                   SET WS-SUSP-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-SUSP-EOF
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       SET WS-SUSP-EOF TO TRUE
                   NOT AT END
                       IF SUSP-CORRECTED
                           PERFORM 0016-RESUBMIT-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.

       0016-RESUBMIT-ONE-ITEM.
           IF SUSP-PROGRAM-ID = "TABWACC"
               WRITE WACC-DECK-REC FROM SUSP-CARD-IMAGE
               ADD 1 TO WS-RESUB-WACC
           END-IF
           IF SUSP-PROGRAM-ID = "TABINQ"
               WRITE INQ-DECK-REC FROM SUSP-CARD-IMAGE
               ADD 1 TO WS-RESUB-INQ
           END-IF
           IF SUSP-PROGRAM-ID = "TABAUTH"
               WRITE AUTH-DECK-REC FROM SUSP-CARD-IMAGE
               ADD 1 TO WS-RESUB-AUTH
           END-IF
           SET SUSP-RESUBMITTED TO TRUE
           MOVE WS-RUN-DATE TO SUSP-RESUB-DATE
           REWRITE SUSP-REC
           MOVE SUSP-ITEM-NO TO WS-ITEM-NO
           MOVE "RESUBMITTED" TO WS-ACTION-LIT
           MOVE SUSP-PROGRAM-ID TO WS-ACT-REASON
           PERFORM 0025-PRINT-ITEM-ACTION.

       0017-PRINT-AGING-LIST.
      * business days are the calendar's: an item rejected on a
      * Friday is one day old on Monday, not three, and a holiday
      * does not age it.  Without the calendar the weekdays stand
      * in for it.
           IF SPC-AGING-DAYS = SPACES
               MOVE 5 TO WS-AGING-DAYS
           ELSE
               IF SPC-AGING-DAYS IS NUMERIC
                   MOVE SPC-AGING-DAYS TO WS-AGING-DAYS
               ELSE
                   MOVE SPC-AGING-DAYS TO WS-EXCP-VALUE
                   MOVE "AGING DAYS NOT NUMERIC" TO WS-EXCP-REASON
                   PERFORM 0024-REFUSE-CARD
               END-IF
           END-IF
           IF SPC-AGING-DAYS = SPACES OR SPC-AGING-DAYS IS NUMERIC
               MOVE WS-AGING-DAYS TO WS-AGE-EDIT
               MOVE SPACES TO WS-HEADER-LINE
               STRING "ITEMS OPEN MORE THAN " DELIMITED BY SIZE
                   WS-AGE-EDIT DELIMITED BY SIZE
                   " BUSINESS DAYS" DELIMITED BY SIZE
                   INTO WS-HEADER-LINE
               END-STRING
               WRITE REPORT-REC FROM WS-HEADER-LINE
                   AFTER ADVANCING 2 LINES
               END-WRITE
               MOVE "  ITEM    PROGRAM   OPERATOR  REJECTED  AGE"
                   TO WS-HEADER-LINE
               WRITE REPORT-REC FROM WS-HEADER-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
               MOVE 0 TO WS-AGED-COUNT
               OPEN INPUT CALENDAR-FILE
               IF WS-CAL-STATUS = "00"
                   SET WS-CAL-AVAILABLE TO TRUE
               ELSE
                   DISPLAY "BUSCAL UNAVAILABLE - STATUS "
                       WS-CAL-STATUS " - AGING BY WEEKDAYS"
               END-IF
               MOVE 'N' TO WS-SUSP-EOF-SW
               MOVE 1 TO SUSP-ITEM-NO
               START SUSPENSE-FILE KEY NOT LESS THAN SUSP-ITEM-NO
                   INVALID KEY
                       SET WS-SUSP-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-SUSP-EOF
                   READ SUSPENSE-FILE NEXT RECORD
                       AT END
                           SET WS-SUSP-EOF TO TRUE
                       NOT AT END
                           IF SUSP-OPEN
                               PERFORM 0018-AGE-ONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CAL-AVAILABLE
                   CLOSE CALENDAR-FILE
                   MOVE 'N' TO WS-CAL-AVAIL-SW
               END-IF
               IF WS-AGED-COUNT = 0
                   MOVE "  NONE" TO WS-DETAIL-LINE
                   WRITE REPORT-REC FROM WS-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
                   END-WRITE
               END-IF
               MOVE "SUSPENSE CARDS (CONTINUED)" TO WS-HEADER-LINE
               WRITE REPORT-REC FROM WS-HEADER-LINE
                   AFTER ADVANCING 2 LINES
               END-WRITE
           END-IF.

       0018-AGE-ONE-ITEM.
           MOVE SUSP-EXCP-DATE TO WS-DN-DATE
           PERFORM 0026-COMPUTE-DAY-NUMBER
           MOVE WS-DN-RESULT TO WS-EXCP-DAYNUM
           MOVE 0 TO WS-BUSINESS-AGE
           IF WS-DN-VALID AND WS-CAL-AVAILABLE
               PERFORM 0027-COUNT-CALENDAR-DAYS
           END-IF
           IF WS-DN-VALID AND NOT WS-CAL-AVAILABLE
               COMPUTE WS-SCAN-DAYNUM = WS-EXCP-DAYNUM + 1
               PERFORM UNTIL WS-SCAN-DAYNUM > WS-RUN-DAYNUM
                   DIVIDE WS-SCAN-DAYNUM BY 7 GIVING WS-WEEK-QUOT
                       REMAINDER WS-WEEKDAY
                   IF WS-WEEKDAY > 1
                       ADD 1 TO WS-BUSINESS-AGE
                   END-IF
                   ADD 1 TO WS-SCAN-DAYNUM
               END-PERFORM
           END-IF
           IF WS-BUSINESS-AGE > WS-AGING-DAYS
               ADD 1 TO WS-AGED-COUNT
               MOVE SUSP-ITEM-NO TO WS-ITEM-EDIT
               MOVE WS-BUSINESS-AGE TO WS-AGE-EDIT
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-ITEM-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SUSP-PROGRAM-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SUSP-OPERATOR-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SUSP-EXCP-DATE DELIMITED BY SIZE
                   WS-AGE-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SUSP-REASON DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.

       0019-COUNT-SUSPENSE-STATUS.
           MOVE 'N' TO WS-SUSP-EOF-SW
           MOVE 1 TO SUSP-ITEM-NO
           START SUSPENSE-FILE KEY NOT LESS THAN SUSP-ITEM-NO
               INVALID KEY
                   SET WS-SUSP-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-SUSP-EOF
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       SET WS-SUSP-EOF TO TRUE
                   NOT AT END
                       IF SUSP-OPEN
                           ADD 1 TO WS-OPEN-TOTAL
                       END-IF
                       IF SUSP-CORRECTED
                           ADD 1 TO WS-CORRECTED-TOTAL
                       END-IF
                       IF SUSP-ABANDONED
                           ADD 1 TO WS-ABANDONED-TOTAL
                       END-IF
                       IF SUSP-RESUBMITTED
                           ADD 1 TO WS-RESUBMITTED-TOTAL
                       END-IF
               END-READ
           END-PERFORM.

       0020-PRINT-REPORT-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE
           MOVE WS-INTAKE-READ TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "EXCPLOG RECORDS READ      " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM 0021-WRITE-TOTAL-LINE
           MOVE WS-INTAKE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "ITEMS TAKEN IN            " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM 0021-WRITE-TOTAL-LINE
           MOVE WS-CORRECTED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "ITEMS CORRECTED           " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM 0021-WRITE-TOTAL-LINE
           MOVE WS-ABANDONED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "ITEMS ABANDONED           " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM 0021-WRITE-TOTAL-LINE
           MOVE WS-RESUB-WACC TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "RESUBMITTED TO TABWACC    " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM 0021-WRITE-TOTAL-LINE
           MOVE WS-RESUB-INQ TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "RESUBMITTED TO TABINQ     " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM 0021-WRITE-TOTAL-LINE
           MOVE WS-RESUB-AUTH TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "RESUBMITTED TO TABAUTH    " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM 0021-WRITE-TOTAL-LINE
           MOVE WS-REFUSED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "CARDS REFUSED             " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM 0021-WRITE-TOTAL-LINE
           MOVE WS-OPEN-TOTAL TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "ON FILE - OPEN            " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM 0021-WRITE-TOTAL-LINE
           MOVE WS-CORRECTED-TOTAL TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "ON FILE - CORRECTED       " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM 0021-WRITE-TOTAL-LINE
           MOVE WS-ABANDONED-TOTAL TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "ON FILE - ABANDONED       " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM 0021-WRITE-TOTAL-LINE
           MOVE WS-RESUBMITTED-TOTAL TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "ON FILE - RESUBMITTED     " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM 0021-WRITE-TOTAL-LINE.

       0021-WRITE-TOTAL-LINE.
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE.

       0022-OPEN-EXCEPTION-FILE.
           OPEN EXTEND EXCEPTION-FILE
           IF WS-EXCP-STATUS NOT = "00"
               OPEN OUTPUT EXCEPTION-FILE
               IF WS-EXCP-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN EXCPLOG - STATUS "
                       WS-EXCP-STATUS
                   STOP RUN
               END-IF
           END-IF.

       0023-LOG-EXCEPTION.
           MOVE WS-RUN-DATE TO EXCP-RUN-DATE
           MOVE WS-RUN-TIME TO EXCP-RUN-TIME
           MOVE "TABSUSP" TO EXCP-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO EXCP-OPERATOR-ID
           MOVE WS-EXCP-VALUE TO EXCP-BAD-VALUE
           MOVE WS-EXCP-REASON TO EXCP-REASON
           MOVE WS-EXCP-CARD TO EXCP-CARD-IMAGE
           WRITE EXCP-REC.

       0024-REFUSE-CARD.
           ADD 1 TO WS-REFUSED-COUNT
           PERFORM 0023-LOG-EXCEPTION
           MOVE WS-CARD-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "  CARD " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               "  REFUSED - " DELIMITED BY SIZE
               WS-EXCP-REASON DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE.

       0025-PRINT-ITEM-ACTION.
           MOVE WS-ITEM-NO TO WS-ITEM-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "  ITEM " DELIMITED BY SIZE
               WS-ITEM-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ACTION-LIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ACT-REASON DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE.

       0026-COMPUTE-DAY-NUMBER.
      * see DAYCALC for the method.  The leap-year count runs to the
      * year before when the date falls in January or February, so
      * the current year's leap day is only counted from March on.
           MOVE 0 TO WS-DN-RESULT
           SET WS-DN-INVALID TO TRUE
           IF WS-DN-DATE IS NUMERIC
               IF WS-DN-MONTH >= 1 AND WS-DN-MONTH <= 12
                       AND WS-DN-DAY >= 1 AND WS-DN-DAY <= 31
                   SET WS-DN-VALID TO TRUE
                   MOVE WS-DN-YEAR TO WS-DN-LEAP-YEAR
                   IF WS-DN-MONTH < 3
                       SUBTRACT 1 FROM WS-DN-LEAP-YEAR
                   END-IF
                   DIVIDE WS-DN-LEAP-YEAR BY 4 GIVING WS-DN-QUOT-4
                   DIVIDE WS-DN-LEAP-YEAR BY 100
                       GIVING WS-DN-QUOT-100
                   DIVIDE WS-DN-LEAP-YEAR BY 400
                       GIVING WS-DN-QUOT-400
                   COMPUTE WS-DN-RESULT = WS-DN-YEAR * 365
                       + WS-DN-QUOT-4 - WS-DN-QUOT-100
                       + WS-DN-QUOT-400
                       + WS-DN-CUM-DAYS (WS-DN-MONTH) + WS-DN-DAY
               END-IF
           END-IF.

       0027-COUNT-CALENDAR-DAYS.
      * business days after the rejection, up to and including
      * today, off the calendar.
           MOVE 'N' TO WS-CAL-EOF-SW
           MOVE SUSP-EXCP-DATE TO CAL-DATE
           START CALENDAR-FILE KEY IS GREATER THAN CAL-KEY
               INVALID KEY
                   SET WS-CAL-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-CAL-EOF
               READ CALENDAR-FILE NEXT RECORD
                   AT END
                       SET WS-CAL-EOF TO TRUE
                   NOT AT END
                       IF CAL-DATE > WS-RUN-DATE
                           SET WS-CAL-EOF TO TRUE
                       ELSE
                           IF CAL-BUSINESS-DAY
                               ADD 1 TO WS-BUSINESS-AGE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
