       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABCAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-STATUS.
           SELECT AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUTH-OPERATOR-ID
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORDING MODE IS F.
           COPY CALCARD.

       FD  CALENDAR-FILE.
           COPY BUSCAL.

       FD  AUTH-FILE.
           COPY OPERAUTH.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-REC.
           05  AUDIT-RUN-DATE          PIC 9(8).
           05  AUDIT-RUN-TIME          PIC 9(8).
           05  AUDIT-PROGRAM-ID        PIC X(8).
           05  AUDIT-OPERATOR-ID       PIC X(8).
           05  AUDIT-WS-I-VALUE        PIC 9(2).

       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
           COPY EXCPREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-REC                  PIC X(80).

       WORKING-STORAGE SECTION.
           COPY DAYCALC.
       01  WS-CONTROL-STATUS           PIC XX.
       01  WS-CAL-STATUS               PIC XX.
       01  WS-AUTH-STATUS              PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-EXCP-STATUS              PIC XX.
       01  WS-REPORT-STATUS            PIC XX.
       01  WS-CONTROL-EOF-SW           PIC X         VALUE 'N'.
           88  WS-CONTROL-EOF                        VALUE 'Y'.
       01  WS-CAL-EOF-SW               PIC X         VALUE 'N'.
           88  WS-CAL-EOF                            VALUE 'Y'.
       01  WS-DATE-FOUND-SW            PIC X         VALUE 'N'.
           88  WS-DATE-FOUND                         VALUE 'Y'.
       01  WS-CARD-COUNT               PIC 9(4)      VALUE 0.
       01  WS-APPLIED-COUNT            PIC 9(4)      VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(4)      VALUE 0.
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-TIME                 PIC 9(8).
       01  WS-OPERATOR-ID              PIC X(8).
       01  WS-OLD-DAY-TYPE             PIC X(1).
       01  WS-OLD-CUTOFF               PIC 9(4)      VALUE 0600.
       01  WS-NEW-CUTOFF               PIC 9(4)      VALUE 0.
       01  WS-CUTOFF-PARTS REDEFINES WS-NEW-CUTOFF.
           05  WS-CUTOFF-HOUR          PIC 9(2).
           05  WS-CUTOFF-MINUTE        PIC 9(2).
       01  WS-AUDIT-TAG                PIC X(8).
       01  WS-EXCP-VALUE               PIC X(10).
       01  WS-EXCP-REASON              PIC X(30).
       01  WS-EXCP-CARD                PIC X(80)     VALUE SPACES.

      * year work: the year being laid down or listed, the date
      * being stepped through it, and the weekday of that date off
      * its day number (0 = Saturday, 1 = Sunday, 2 - 6 = Monday to
      * Friday, as DAYCALC describes).
       01  WS-YEAR                     PIC 9(4)      VALUE 0.
       01  WS-YEAR-FIRST               PIC 9(8)      VALUE 0.
       01  WS-YEAR-LAST                PIC 9(8)      VALUE 0.
       01  WS-STEP-DATE                PIC 9(8)      VALUE 0.
       01  WS-WEEK-QUOT                PIC 9(7)      VALUE 0.
       01  WS-WEEKDAY                  PIC 9(1)      VALUE 0.
       01  WS-YEAR-DAYS                PIC 9(3)      VALUE 0.
       01  WS-DAYS-WRITTEN             PIC 9(3)      VALUE 0.
       01  WS-DAYS-KEPT                PIC 9(3)      VALUE 0.
       01  WS-BUSINESS-COUNT           PIC 9(3)      VALUE 0.
       01  WS-WEEKEND-COUNT            PIC 9(3)      VALUE 0.
       01  WS-HOLIDAY-COUNT            PIC 9(3)      VALUE 0.
       01  WS-LISTED-COUNT             PIC 9(3)      VALUE 0.
       01  WS-MISSING-COUNT            PIC 9(3)      VALUE 0.
       01  WS-DAY-NAME                 PIC X(3).

       01  WS-DAY-NAME-VALUES.
           05  FILLER                  PIC X(3)      VALUE "SAT".
           05  FILLER                  PIC X(3)      VALUE "SUN".
           05  FILLER                  PIC X(3)      VALUE "MON".
           05  FILLER                  PIC X(3)      VALUE "TUE".
           05  FILLER                  PIC X(3)      VALUE "WED".
           05  FILLER                  PIC X(3)      VALUE "THU".
           05  FILLER                  PIC X(3)      VALUE "FRI".
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
           05  WS-DAY-NAME-ENTRY       PIC X(3)  OCCURS 7 TIMES.

       01  WS-COUNT-EDIT               PIC ZZZ9.
       01  WS-COUNT-EDIT-2             PIC ZZZ9.
       01  WS-COUNT-EDIT-3             PIC ZZZ9.
       01  WS-HEADER-LINE              PIC X(80).
       01  WS-DETAIL-LINE              PIC X(80).
       PROCEDURE DIVISION.

       0001-MAIN-PROC.
      * card-driven maintenance of the business calendar, so which
      * days a run is owed is written down once, with an audit
      * record, instead of being worked out from the clock by every
      * program.  The year card lays down the ordinary weekdays and
      * weekends; holidays and any one-off changes go on top of it.
           DISPLAY "BUSINESS CALENDAR MAINTENANCE"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           PERFORM 0014-OPEN-EXCEPTION-FILE
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CALRPT - STATUS "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0002-CHECK-MAINT-AUTH
           PERFORM 0003-OPEN-CALENDAR-FILE
           PERFORM 0016-OPEN-AUDIT-FILE
           PERFORM 0004-PRINT-REPORT-HEADER
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               PERFORM UNTIL WS-CONTROL-EOF
                   READ CONTROL-FILE
                       AT END
                           SET WS-CONTROL-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CARD-COUNT
                           PERFORM 0005-PROCESS-CALENDAR-CARD
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
               IF WS-CARD-COUNT = 0
                   DISPLAY "SYSIN OPENED BUT CONTAINED NO CARDS"
                   MOVE SPACES TO WS-EXCP-CARD
                   MOVE SPACES TO WS-EXCP-VALUE
                   MOVE "SYSIN EMPTY - NO CARDS PROCESSED"
                       TO WS-EXCP-REASON
                   PERFORM 0015-LOG-EXCEPTION
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           ELSE
               DISPLAY "UNABLE TO OPEN SYSIN - STATUS "
                   WS-CONTROL-STATUS
               MOVE SPACES TO WS-EXCP-CARD
               MOVE SPACES TO WS-EXCP-VALUE
               MOVE "SYSIN UNAVAILABLE" TO WS-EXCP-REASON
               PERFORM 0015-LOG-EXCEPTION
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           PERFORM 0013-PRINT-RUN-TOTALS
           CLOSE CALENDAR-FILE
           CLOSE AUDIT-FILE
           CLOSE REPORT-FILE
           CLOSE EXCEPTION-FILE
           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0002-CHECK-MAINT-AUTH.
      * the calendar decides whether the nightly runs go at all, so
      * only a B operator may change it - the same fail-closed rule
      * the authorization file maintenance applies.
           OPEN INPUT AUTH-FILE
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN OPERAUTH - STATUS "
                   WS-AUTH-STATUS
               MOVE WS-OPERATOR-ID TO WS-EXCP-VALUE
               MOVE "OPERAUTH UNAVAILABLE - REFUSED"
                   TO WS-EXCP-REASON
               PERFORM 0015-LOG-EXCEPTION
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
                   PERFORM 0015-LOG-EXCEPTION
                   CLOSE AUTH-FILE
                   CLOSE EXCEPTION-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   IF NOT AUTH-FUNC-BOTH
                       DISPLAY "OPERATOR " WS-OPERATOR-ID
                           " NOT AUTHORIZED FOR CALENDAR MAINT - "
                           "RUN REFUSED"
                       MOVE WS-OPERATOR-ID TO WS-EXCP-VALUE
                       MOVE "OPERATOR NOT AUTHORIZED - CAL"
                           TO WS-EXCP-REASON
                       PERFORM 0015-LOG-EXCEPTION
                       CLOSE AUTH-FILE
                       CLOSE EXCEPTION-FILE
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ
           CLOSE AUTH-FILE.

       0003-OPEN-CALENDAR-FILE.
      * created on first use the way RUNCTL is.  The control record
      * is read for the cutoff time in force, so a K card can show
      * what it replaced.
           OPEN I-O CALENDAR-FILE
           IF WS-CAL-STATUS NOT = "00"
               OPEN OUTPUT CALENDAR-FILE
               IF WS-CAL-STATUS = "00"
                   CLOSE CALENDAR-FILE
                   OPEN I-O CALENDAR-FILE
               END-IF
           END-IF
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN BUSCAL - STATUS "
                   WS-CAL-STATUS
               CLOSE EXCEPTION-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROS TO CAL-DATE
           READ CALENDAR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CAL-CUTOFF-TIME IS NUMERIC
                       MOVE CAL-CUTOFF-TIME TO WS-OLD-CUTOFF
                   END-IF
           END-READ.

       0004-PRINT-REPORT-HEADER.
           MOVE SPACES TO WS-HEADER-LINE
           STRING "RUN DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "  BUSINESS CALENDAR MAINTENANCE" DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-HEADER-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE " ************* " TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "CUTOFF TIME IN FORCE " DELIMITED BY SIZE
               WS-OLD-CUTOFF DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE "CALENDAR CARDS" TO WS-HEADER-LINE
           WRITE REPORT-REC FROM WS-HEADER-LINE
               AFTER ADVANCING 2 LINES
           END-WRITE.

       0005-PROCESS-CALENDAR-CARD.
           MOVE CLC-CARD TO WS-EXCP-CARD
           IF CLC-MODE-DAY-TYPE
               PERFORM 0006-SET-DAY-TYPE
           ELSE
           IF CLC-MODE-YEAR
               PERFORM 0007-LAY-DOWN-YEAR
           ELSE
           IF CLC-MODE-CUTOFF
               PERFORM 0009-SET-CUTOFF-TIME
           ELSE
           IF CLC-MODE-LIST
               PERFORM 0010-LIST-YEAR
           ELSE
               MOVE "INVALID CALENDAR CARD" TO WS-EXCP-REASON
               PERFORM 0012-REJECT-CALENDAR-CARD
           END-IF
           END-IF
           END-IF
           END-IF.

       0006-SET-DAY-TYPE.
      * one date set to the card's type, whatever it was before -
      * the report shows the old type so a slip is easy to spot.
      * The date must be a real one: the day is checked against the
      * length of its month, leap years included.
           MOVE CLC-DATE TO WS-DN-DATE
           PERFORM 0018-COMPUTE-DAY-NUMBER
           IF WS-DN-VALID
               PERFORM 0019-COMPUTE-MONTH-DAYS
               IF WS-DN-DAY > WS-DN-MONTH-DAYS
                   SET WS-DN-INVALID TO TRUE
               END-IF
           END-IF
           IF WS-DN-INVALID
               MOVE "INVALID DATE ON CALENDAR CARD" TO WS-EXCP-REASON
               PERFORM 0012-REJECT-CALENDAR-CARD
           ELSE
               MOVE CLC-DATE TO CAL-DATE
               MOVE 'N' TO WS-DATE-FOUND-SW
               MOVE SPACE TO WS-OLD-DAY-TYPE
               READ CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-DATE-FOUND TO TRUE
                       MOVE CAL-DAY-TYPE TO WS-OLD-DAY-TYPE
               END-READ
               MOVE CLC-DATE TO CAL-DATE
               MOVE CLC-MODE TO CAL-DAY-TYPE
               MOVE CLC-DESCRIPTION TO CAL-DESCRIPTION
               MOVE WS-OPERATOR-ID TO CAL-CHANGE-OPERATOR
               MOVE WS-RUN-DATE TO CAL-CHANGE-DATE
               MOVE WS-RUN-TIME TO CAL-CHANGE-TIME
               IF WS-DATE-FOUND
                   REWRITE CAL-REC
               ELSE
                   WRITE CAL-REC
               END-IF
               IF WS-CAL-STATUS = "00"
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE SPACES TO WS-DETAIL-LINE
                   STRING "  " DELIMITED BY SIZE
                       CLC-DATE DELIMITED BY SIZE
                       "  SET " DELIMITED BY SIZE
                       CLC-MODE DELIMITED BY SIZE
                       "  WAS " DELIMITED BY SIZE
                       WS-OLD-DAY-TYPE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       CLC-DESCRIPTION DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
                   WRITE REPORT-REC FROM WS-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
                   END-WRITE
                   DISPLAY "DATE " CLC-DATE " SET TO " CLC-MODE
                   MOVE "TABCAL" TO WS-AUDIT-TAG
                   MOVE CLC-MODE TO WS-AUDIT-TAG (7:1)
                   PERFORM 0017-WRITE-AUDIT-RECORD
               ELSE
                   MOVE "CALENDAR DATE NOT WRITTEN" TO WS-EXCP-REASON
                   PERFORM 0012-REJECT-CALENDAR-CARD
               END-IF
           END-IF.

       0007-LAY-DOWN-YEAR.
      * every date of the year not yet on file gets its ordinary
      * type off the weekday.  A date already on file is left as it
      * is, so holidays keyed ahead of the year card survive it and
      * a second run of the same card changes nothing.
           IF CLC-YEAR IS NOT NUMERIC OR CLC-YEAR = "0000"
               MOVE "INVALID YEAR ON CALENDAR CARD" TO WS-EXCP-REASON
               PERFORM 0012-REJECT-CALENDAR-CARD
           ELSE
               MOVE CLC-YEAR TO WS-YEAR
               COMPUTE WS-YEAR-FIRST = WS-YEAR * 10000 + 0101
               COMPUTE WS-YEAR-LAST = WS-YEAR * 10000 + 1231
               MOVE 0 TO WS-DAYS-WRITTEN
               MOVE 0 TO WS-DAYS-KEPT
               MOVE WS-YEAR-FIRST TO WS-STEP-DATE
               PERFORM UNTIL WS-STEP-DATE > WS-YEAR-LAST
                   PERFORM 0008-LAY-DOWN-ONE-DAY
                   MOVE WS-STEP-DATE TO WS-DN-DATE
                   PERFORM 0020-STEP-FORWARD-ONE-DAY
                   MOVE WS-DN-DATE TO WS-STEP-DATE
               END-PERFORM
               ADD 1 TO WS-APPLIED-COUNT
               MOVE WS-DAYS-WRITTEN TO WS-COUNT-EDIT
               MOVE WS-DAYS-KEPT TO WS-COUNT-EDIT-2
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "  YEAR " DELIMITED BY SIZE
                   CLC-YEAR DELIMITED BY SIZE
                   "  DAYS WRITTEN " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   "  ALREADY ON FILE " DELIMITED BY SIZE
                   WS-COUNT-EDIT-2 DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
               DISPLAY "YEAR " CLC-YEAR " LAID DOWN - "
                   WS-DAYS-WRITTEN " DAYS WRITTEN"
               MOVE "TABCALY" TO WS-AUDIT-TAG
               PERFORM 0017-WRITE-AUDIT-RECORD
           END-IF.

       0008-LAY-DOWN-ONE-DAY.
           MOVE WS-STEP-DATE TO CAL-DATE
           READ CALENDAR-FILE
               INVALID KEY
                   MOVE WS-STEP-DATE TO WS-DN-DATE
                   PERFORM 0018-COMPUTE-DAY-NUMBER
                   DIVIDE WS-DN-RESULT BY 7 GIVING WS-WEEK-QUOT
                       REMAINDER WS-WEEKDAY
                   MOVE WS-STEP-DATE TO CAL-DATE
                   IF WS-WEEKDAY > 1
                       SET CAL-BUSINESS-DAY TO TRUE
                   ELSE
                       SET CAL-WEEKEND TO TRUE
                   END-IF
                   MOVE SPACES TO CAL-DESCRIPTION
                   MOVE WS-OPERATOR-ID TO CAL-CHANGE-OPERATOR
                   MOVE WS-RUN-DATE TO CAL-CHANGE-DATE
                   MOVE WS-RUN-TIME TO CAL-CHANGE-TIME
                   WRITE CAL-REC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-DAYS-WRITTEN
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO WS-DAYS-KEPT
           END-READ.

       0009-SET-CUTOFF-TIME.
      * the cutoff lives on the control record under date zero.
           IF CLC-CUTOFF IS NOT NUMERIC
               MOVE "INVALID CUTOFF TIME ON CARD" TO WS-EXCP-REASON
               PERFORM 0012-REJECT-CALENDAR-CARD
           ELSE
               MOVE CLC-CUTOFF TO WS-NEW-CUTOFF
               IF WS-CUTOFF-HOUR > 23 OR WS-CUTOFF-MINUTE > 59
                   MOVE "INVALID CUTOFF TIME ON CARD"
                       TO WS-EXCP-REASON
                   PERFORM 0012-REJECT-CALENDAR-CARD
               ELSE
                   MOVE ZEROS TO CAL-DATE
                   MOVE 'N' TO WS-DATE-FOUND-SW
                   READ CALENDAR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-DATE-FOUND TO TRUE
                   END-READ
                   MOVE ZEROS TO CAL-DATE
                   SET CAL-CONTROL TO TRUE
                   MOVE SPACES TO CAL-DESCRIPTION
                   MOVE WS-NEW-CUTOFF TO CAL-CUTOFF-TIME
                   MOVE WS-OPERATOR-ID TO CAL-CHANGE-OPERATOR
                   MOVE WS-RUN-DATE TO CAL-CHANGE-DATE
                   MOVE WS-RUN-TIME TO CAL-CHANGE-TIME
                   IF WS-DATE-FOUND
                       REWRITE CAL-REC
                   ELSE
                       WRITE CAL-REC
                   END-IF
                   IF WS-CAL-STATUS = "00"
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE SPACES TO WS-DETAIL-LINE
                       STRING "  CUTOFF TIME SET " DELIMITED BY SIZE
                           WS-NEW-CUTOFF DELIMITED BY SIZE
                           "  WAS " DELIMITED BY SIZE
                           WS-OLD-CUTOFF DELIMITED BY SIZE
                           INTO WS-DETAIL-LINE
                       END-STRING
                       WRITE REPORT-REC FROM WS-DETAIL-LINE
                           AFTER ADVANCING 1 LINE
                       END-WRITE
                       DISPLAY "CUTOFF TIME SET TO " WS-NEW-CUTOFF
                       MOVE WS-NEW-CUTOFF TO WS-OLD-CUTOFF
                       MOVE "TABCALK" TO WS-AUDIT-TAG
                       PERFORM 0017-WRITE-AUDIT-RECORD
                   ELSE
                       MOVE "CUTOFF TIME NOT WRITTEN"
                           TO WS-EXCP-REASON
                       PERFORM 0012-REJECT-CALENDAR-CARD
                   END-IF
               END-IF
           END-IF.

       0010-LIST-YEAR.
      * the listing is of the exceptions only - holidays, and any
      * weekday or weekend date set against its usual type - with
      * the count of each type and of dates missing from the year,
      * which is what is checked before the year goes live.
           IF CLC-YEAR IS NOT NUMERIC OR CLC-YEAR = "0000"
               MOVE "INVALID YEAR ON CALENDAR CARD" TO WS-EXCP-REASON
               PERFORM 0012-REJECT-CALENDAR-CARD
           ELSE
               MOVE CLC-YEAR TO WS-YEAR
               COMPUTE WS-YEAR-FIRST = WS-YEAR * 10000 + 0101
               COMPUTE WS-YEAR-LAST = WS-YEAR * 10000 + 1231
               MOVE WS-YEAR TO WS-DN-YEAR
               MOVE 2 TO WS-DN-MONTH
               MOVE 1 TO WS-DN-DAY
               PERFORM 0019-COMPUTE-MONTH-DAYS
               COMPUTE WS-YEAR-DAYS = 337 + WS-DN-MONTH-DAYS
               MOVE 0 TO WS-BUSINESS-COUNT
               MOVE 0 TO WS-WEEKEND-COUNT
               MOVE 0 TO WS-HOLIDAY-COUNT
               MOVE 0 TO WS-LISTED-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "  YEAR " DELIMITED BY SIZE
                   CLC-YEAR DELIMITED BY SIZE
                   " - HOLIDAYS AND DAYS SET AGAINST THEIR WEEKDAY"
                   DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
               MOVE 'N' TO WS-CAL-EOF-SW
               MOVE WS-YEAR-FIRST TO CAL-DATE
               START CALENDAR-FILE KEY NOT LESS THAN CAL-KEY
                   INVALID KEY
                       SET WS-CAL-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-CAL-EOF
                   READ CALENDAR-FILE NEXT RECORD
                       AT END
                           SET WS-CAL-EOF TO TRUE
                       NOT AT END
                           IF CAL-DATE > WS-YEAR-LAST
                               SET WS-CAL-EOF TO TRUE
                           ELSE
                               PERFORM 0011-LIST-ONE-DAY
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-LISTED-COUNT = 0
                   MOVE "    NONE" TO WS-DETAIL-LINE
                   WRITE REPORT-REC FROM WS-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
                   END-WRITE
               END-IF
               COMPUTE WS-MISSING-COUNT = WS-YEAR-DAYS
                   - WS-BUSINESS-COUNT - WS-WEEKEND-COUNT
                   - WS-HOLIDAY-COUNT
               MOVE WS-BUSINESS-COUNT TO WS-COUNT-EDIT
               MOVE WS-WEEKEND-COUNT TO WS-COUNT-EDIT-2
               MOVE WS-HOLIDAY-COUNT TO WS-COUNT-EDIT-3
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "    BUSINESS " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   "  WEEKEND " DELIMITED BY SIZE
                   WS-COUNT-EDIT-2 DELIMITED BY SIZE
                   "  HOLIDAY " DELIMITED BY SIZE
                   WS-COUNT-EDIT-3 DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
               MOVE WS-MISSING-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "    DATES NOT ON CALENDAR " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.

       0011-LIST-ONE-DAY.
           MOVE CAL-DATE TO WS-DN-DATE
           PERFORM 0018-COMPUTE-DAY-NUMBER
           DIVIDE WS-DN-RESULT BY 7 GIVING WS-WEEK-QUOT
               REMAINDER WS-WEEKDAY
           MOVE WS-DAY-NAME-ENTRY (WS-WEEKDAY + 1) TO WS-DAY-NAME
           IF CAL-BUSINESS-DAY
               ADD 1 TO WS-BUSINESS-COUNT
           END-IF
           IF CAL-WEEKEND
               ADD 1 TO WS-WEEKEND-COUNT
           END-IF
           IF CAL-HOLIDAY
               ADD 1 TO WS-HOLIDAY-COUNT
           END-IF
           IF CAL-HOLIDAY
                   OR (CAL-BUSINESS-DAY AND WS-WEEKDAY < 2)
                   OR (CAL-WEEKEND AND WS-WEEKDAY > 1)
               ADD 1 TO WS-LISTED-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "    " DELIMITED BY SIZE
                   CAL-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DAY-NAME DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CAL-DAY-TYPE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CAL-DESCRIPTION DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CAL-CHANGE-OPERATOR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CAL-CHANGE-DATE DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.

       0012-REJECT-CALENDAR-CARD.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE CLC-DATE TO WS-EXCP-VALUE
           PERFORM 0015-LOG-EXCEPTION
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "  " DELIMITED BY SIZE
               CLC-MODE DELIMITED BY SIZE
               CLC-DATE DELIMITED BY SIZE
               "  REJECTED - " DELIMITED BY SIZE
               WS-EXCP-REASON DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE.

       0013-PRINT-RUN-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE
           MOVE WS-CARD-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "CARDS READ " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "CHANGES APPLIED " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "CARDS REJECTED " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE.

       0014-OPEN-EXCEPTION-FILE.
           OPEN EXTEND EXCEPTION-FILE
           IF WS-EXCP-STATUS NOT = "00"
               OPEN OUTPUT EXCEPTION-FILE
               IF WS-EXCP-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN EXCPLOG - STATUS "
                       WS-EXCP-STATUS
                   STOP RUN
               END-IF
           END-IF.

       0015-LOG-EXCEPTION.
           MOVE WS-RUN-DATE TO EXCP-RUN-DATE
           MOVE WS-RUN-TIME TO EXCP-RUN-TIME
           MOVE "TABCAL" TO EXCP-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO EXCP-OPERATOR-ID
           MOVE WS-EXCP-VALUE TO EXCP-BAD-VALUE
           MOVE WS-EXCP-REASON TO EXCP-REASON
           MOVE WS-EXCP-CARD TO EXCP-CARD-IMAGE
           WRITE EXCP-REC.

       0016-OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN AUDITLOG - STATUS "
                       WS-AUDIT-STATUS
                   STOP RUN
               END-IF
           END-IF.

       0017-WRITE-AUDIT-RECORD.
      * a calendar card names no operator, so the audited operator
      * is the one who ran it; the date itself is on the card image
      * in CALRPT and on the record's change fields.  The value byte
      * carries zeros the way the authorization cards' does.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME
           MOVE WS-AUDIT-TAG TO AUDIT-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE ZEROS TO AUDIT-WS-I-VALUE
           WRITE AUDIT-REC.

       0018-COMPUTE-DAY-NUMBER.
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

       0019-COMPUTE-MONTH-DAYS.
      * length of WS-DN-MONTH in WS-DN-YEAR, off the cumulative
      * table; February gains its leap day in a year that divides
      * by 4 and, when it divides by 100, by 400 as well.
           IF WS-DN-MONTH = 12
               MOVE 31 TO WS-DN-MONTH-DAYS
           ELSE
               COMPUTE WS-DN-MONTH-DAYS
                   = WS-DN-CUM-DAYS (WS-DN-MONTH + 1)
                   - WS-DN-CUM-DAYS (WS-DN-MONTH)
           END-IF
           IF WS-DN-MONTH = 2
               DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUOT-4
                   REMAINDER WS-DN-REM-4
               DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOT-100
                   REMAINDER WS-DN-REM-100
               DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOT-400
                   REMAINDER WS-DN-REM-400
               IF WS-DN-REM-4 = 0
                       AND (WS-DN-REM-100 NOT = 0 OR WS-DN-REM-400 = 0)
                   ADD 1 TO WS-DN-MONTH-DAYS
               END-IF
           END-IF.

       0020-STEP-FORWARD-ONE-DAY.
           PERFORM 0019-COMPUTE-MONTH-DAYS
           IF WS-DN-DAY < WS-DN-MONTH-DAYS
               ADD 1 TO WS-DN-DAY
           ELSE
               MOVE 1 TO WS-DN-DAY
               IF WS-DN-MONTH < 12
                   ADD 1 TO WS-DN-MONTH
               ELSE
                   MOVE 1 TO WS-DN-MONTH
                   ADD 1 TO WS-DN-YEAR
               END-IF
           END-IF.
