           SELECT REPORT-FILE ASSIGN TO "TRENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUMMARY-FILE
           RECORDING MODE IS F.
       01  REPORT-REC                  PIC X(80).

       FD  CALENDAR-FILE.
           COPY BUSCAL.

       WORKING-STORAGE SECTION.
       01  WS-SUMM-STATUS              PIC XX.
       01  WS-REPORT-STATUS            PIC XX.
       01  WS-CAL-STATUS               PIC XX.
       01  WS-CAL-AVAIL-SW             PIC X         VALUE 'N'.
           88  WS-CAL-AVAILABLE                      VALUE 'Y'.
       01  WS-CAL-EOF-SW               PIC X         VALUE 'N'.
           88  WS-CAL-EOF                            VALUE 'Y'.
       01  WS-SUMM-EOF-SW              PIC X         VALUE 'N'.
           88  WS-SUMM-EOF                           VALUE 'Y'.
       01  WS-RUN-DATE                 PIC 9(8).
               10  WS-NIGHT-SKIPPED    PIC 9(4).
               10  WS-NIGHT-FLAG-SW    PIC X.
                   88  WS-NIGHT-FLAGGED              VALUE 'Y'.
               10  WS-NIGHT-GAP        PIC 9(4).
               10  WS-NIGHT-DAY-TYPE   PIC X.
       01  WS-OVERFLOW-COUNT           PIC 9(5)      VALUE 0.
       01  WS-INVALID-COUNT            PIC 9(5)      VALUE 0.

       01  WS-LATEST-FLAGGED-SW        PIC X         VALUE 'N'.
           88  WS-LATEST-FLAGGED                     VALUE 'Y'.
       01  WS-SUB                      PIC 9(3)      VALUE 0.

      * business-day measures off the calendar: the gap before each
      * night is the business days between it and the night before
      * that had no run, and the span is every business day from
      * the first night to the last.  The norm is taken per span
      * business day, so a holiday is not a missed run and a missed
      * run pulls the average down instead of hiding.  With no
      * calendar the nights themselves are the divisor.
       01  WS-SPAN-DAYS                PIC 9(4)      VALUE 0.
       01  WS-MISSED-DAYS              PIC 9(4)      VALUE 0.
       01  WS-OFF-DAY-NIGHTS           PIC 9(3)      VALUE 0.
       01  WS-GAP-FROM                 PIC 9(8)      VALUE 0.
       01  WS-GAP-TO                   PIC 9(8)      VALUE 0.
       01  WS-GAP-COUNT                PIC 9(4)      VALUE 0.
       01  WS-AVERAGE                  PIC 9(8)      VALUE 0.
       01  WS-WORK                     PIC 9(10)     VALUE 0.
       01  WS-NORM                     PIC 9(10)     VALUE 0.
       01  WS-FLAG-MARK                PIC X(6).
       01  WS-COUNT-EDIT-4             PIC ZZZ9.
       01  WS-COUNT-EDIT-5             PIC ZZZ9.
       01  WS-COUNT-EDIT-6             PIC ZZZ9.
       01  WS-GAP-EDIT                 PIC ZZZ9.
       01  WS-GAP-EDIT-X REDEFINES WS-GAP-EDIT
                                       PIC X(4).
       01  WS-HEADER-LINE              PIC X(80).
       01  WS-DETAIL-LINE              PIC X(80).
       PROCEDURE DIVISION.
      * any night that sits outside the span's norm, and a nonzero
      * condition code when the latest night is the one flagged -
      * so creeping rejections, a quietly shrinking worklist, or a
      * no-match spike get looked at before something breaks.  The
      * night is dated by the business date it ran for, and gaps
      * and averages are counted in business days off the calendar.
           DISPLAY "RUN SUMMARY TREND REPORT"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           END-IF
           PERFORM 0002-COLLECT-NIGHTS
           CLOSE SUMMARY-FILE
           PERFORM 0008-MEASURE-BUSINESS-DAYS
           PERFORM 0004-JUDGE-NIGHTS
           PERFORM 0006-PRINT-TREND-REPORT
           CLOSE REPORT-FILE
           ELSE
               IF WS-NIGHT-COUNT < WS-NIGHT-MAX
                   ADD 1 TO WS-NIGHT-COUNT
      * summaries cut before the business date was carried have
      * spaces there - the run date is the best there is for them.
                   IF SUMM-BUSINESS-DATE IS NUMERIC
                           AND SUMM-BUSINESS-DATE > ZEROS
                       MOVE SUMM-BUSINESS-DATE
                           TO WS-NIGHT-DATE (WS-NIGHT-COUNT)
                   ELSE
                       MOVE SUMM-RUN-DATE
                           TO WS-NIGHT-DATE (WS-NIGHT-COUNT)
                   END-IF
                   MOVE SUMM-CARDS-READ
                       TO WS-NIGHT-READ (WS-NIGHT-COUNT)
                   MOVE SUMM-TABLES-BUILT
           END-IF.

       0004-JUDGE-NIGHTS.
      * the norm is the span average per business day, compared in
      * cross-multiplied whole numbers so no fractions are needed:
      * a night is
      * outside the norm when its rejections or no-match lookups
      * run past double the span average, or its cards read fall
      * under half of it.  Fewer than three nights is not enough of

       0005-JUDGE-ONE-NIGHT.
           COMPUTE WS-WORK
               = WS-NIGHT-REJECTED (WS-SUB) * WS-SPAN-DAYS
           COMPUTE WS-NORM = WS-TOTAL-REJECTED * 2
           IF WS-NIGHT-REJECTED (WS-SUB) > 0 AND WS-WORK > WS-NORM
               MOVE 'Y' TO WS-NIGHT-FLAG-SW (WS-SUB)
           END-IF
           COMPUTE WS-WORK
               = WS-NIGHT-NO-MATCH (WS-SUB) * WS-SPAN-DAYS
           COMPUTE WS-NORM = WS-TOTAL-NO-MATCH * 2
           IF WS-NIGHT-NO-MATCH (WS-SUB) > 0 AND WS-WORK > WS-NORM
               MOVE 'Y' TO WS-NIGHT-FLAG-SW (WS-SUB)
           END-IF
           COMPUTE WS-WORK
               = WS-NIGHT-READ (WS-SUB) * WS-SPAN-DAYS * 2
           MOVE WS-TOTAL-READ TO WS-NORM
           IF WS-WORK < WS-NORM
               MOVE 'Y' TO WS-NIGHT-FLAG-SW (WS-SUB)
           END-WRITE
           MOVE " ************* " TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE
           MOVE "DATE       READ BUILT LKUPS NOMAT  REJ SKIP  GAP"
               TO WS-HEADER-LINE
           WRITE REPORT-REC FROM WS-HEADER-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           PERFORM 0011-PRINT-BUSINESS-DAY-LINES
           MOVE WS-FLAGGED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "NIGHTS FLAGGED " DELIMITED BY SIZE
           MOVE WS-NIGHT-NO-MATCH (WS-SUB) TO WS-COUNT-EDIT-4
           MOVE WS-NIGHT-REJECTED (WS-SUB) TO WS-COUNT-EDIT-5
           MOVE WS-NIGHT-SKIPPED (WS-SUB) TO WS-COUNT-EDIT-6
           IF WS-CAL-AVAILABLE AND WS-SUB > 1
               MOVE WS-NIGHT-GAP (WS-SUB) TO WS-GAP-EDIT
           ELSE
               MOVE SPACES TO WS-GAP-EDIT-X
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           STRING WS-NIGHT-DATE (WS-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-COUNT-EDIT-5 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-COUNT-EDIT-6 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-GAP-EDIT-X DELIMITED BY SIZE
               WS-FLAG-MARK DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE.

       0008-MEASURE-BUSINESS-DAYS.
           MOVE WS-NIGHT-COUNT TO WS-SPAN-DAYS
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS = "00"
               SET WS-CAL-AVAILABLE TO TRUE
           ELSE
               DISPLAY "BUSCAL UNAVAILABLE - STATUS " WS-CAL-STATUS
                   " - AVERAGES TAKEN PER NIGHT"
           END-IF
           IF WS-CAL-AVAILABLE AND WS-NIGHT-COUNT > 0
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-NIGHT-COUNT
                   PERFORM 0009-MEASURE-ONE-NIGHT
               END-PERFORM
               MOVE WS-NIGHT-DATE (1) TO WS-GAP-FROM
               MOVE WS-NIGHT-DATE (WS-NIGHT-COUNT) TO WS-GAP-TO
               PERFORM 0010-COUNT-BUSINESS-DAYS
               IF WS-NIGHT-DAY-TYPE (1) = 'B'
                   ADD 1 TO WS-GAP-COUNT
               END-IF
               IF WS-NIGHT-DAY-TYPE (WS-NIGHT-COUNT) = 'B'
                       AND WS-GAP-TO > WS-GAP-FROM
                   ADD 1 TO WS-GAP-COUNT
               END-IF
      * a span with no business day in it at all (nights out of
      * order, or none on a business date) has nothing to divide
      * by - the nights stand in for it.
               IF WS-GAP-COUNT > 0
                   MOVE WS-GAP-COUNT TO WS-SPAN-DAYS
               END-IF
           END-IF
           IF WS-CAL-AVAILABLE
               CLOSE CALENDAR-FILE
           END-IF.

       0009-MEASURE-ONE-NIGHT.
           MOVE WS-NIGHT-DATE (WS-SUB) TO CAL-DATE
           READ CALENDAR-FILE
               INVALID KEY
                   MOVE SPACE TO WS-NIGHT-DAY-TYPE (WS-SUB)
               NOT INVALID KEY
                   MOVE CAL-DAY-TYPE TO WS-NIGHT-DAY-TYPE (WS-SUB)
           END-READ
           IF WS-NIGHT-DAY-TYPE (WS-SUB) NOT = 'B'
               ADD 1 TO WS-OFF-DAY-NIGHTS
           END-IF
           MOVE 0 TO WS-NIGHT-GAP (WS-SUB)
           IF WS-SUB > 1
               MOVE WS-NIGHT-DATE (WS-SUB - 1) TO WS-GAP-FROM
               MOVE WS-NIGHT-DATE (WS-SUB) TO WS-GAP-TO
               PERFORM 0010-COUNT-BUSINESS-DAYS
               MOVE WS-GAP-COUNT TO WS-NIGHT-GAP (WS-SUB)
               ADD WS-GAP-COUNT TO WS-MISSED-DAYS
           END-IF.

       0010-COUNT-BUSINESS-DAYS.
      * business days strictly after WS-GAP-FROM and strictly before
      * WS-GAP-TO - the days between two nights that had no run.
           MOVE 0 TO WS-GAP-COUNT
           MOVE 'N' TO WS-CAL-EOF-SW
           MOVE WS-GAP-FROM TO CAL-DATE
           START CALENDAR-FILE KEY IS GREATER THAN CAL-KEY
               INVALID KEY
                   SET WS-CAL-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-CAL-EOF
               READ CALENDAR-FILE NEXT RECORD
                   AT END
                       SET WS-CAL-EOF TO TRUE
                   NOT AT END
                       IF CAL-DATE NOT < WS-GAP-TO
                           SET WS-CAL-EOF TO TRUE
                       ELSE
                           IF CAL-BUSINESS-DAY
                               ADD 1 TO WS-GAP-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0011-PRINT-BUSINESS-DAY-LINES.
           IF NOT WS-CAL-AVAILABLE
               MOVE "BUSCAL UNAVAILABLE - AVERAGES TAKEN PER NIGHT"
                   TO WS-DETAIL-LINE
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           ELSE
               MOVE WS-SPAN-DAYS TO WS-COUNT-EDIT
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "BUSINESS DAYS IN SPAN " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
               MOVE WS-MISSED-DAYS TO WS-COUNT-EDIT
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "BUSINESS DAYS WITH NO RUN " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
               MOVE WS-OFF-DAY-NIGHTS TO WS-COUNT-EDIT
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "NIGHTS NOT ON A BUSINESS DAY " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF
           IF WS-SPAN-DAYS > 0
               DIVIDE WS-TOTAL-READ BY WS-SPAN-DAYS
                   GIVING WS-AVERAGE
               MOVE WS-AVERAGE TO WS-COUNT-EDIT
               DIVIDE WS-TOTAL-NO-MATCH BY WS-SPAN-DAYS
                   GIVING WS-AVERAGE
               MOVE WS-AVERAGE TO WS-COUNT-EDIT-2
               DIVIDE WS-TOTAL-REJECTED BY WS-SPAN-DAYS
                   GIVING WS-AVERAGE
               MOVE WS-AVERAGE TO WS-COUNT-EDIT-3
               MOVE SPACES TO WS-DETAIL-LINE
               IF WS-CAL-AVAILABLE
                   STRING "AVERAGE PER BUSINESS DAY - READ "
                       DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       "  NOMAT " DELIMITED BY SIZE
                       WS-COUNT-EDIT-2 DELIMITED BY SIZE
                       "  REJ " DELIMITED BY SIZE
                       WS-COUNT-EDIT-3 DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
               ELSE
                   STRING "AVERAGE PER NIGHT - READ "
                       DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       "  NOMAT " DELIMITED BY SIZE
                       WS-COUNT-EDIT-2 DELIMITED BY SIZE
                       "  REJ " DELIMITED BY SIZE
                       WS-COUNT-EDIT-3 DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
               END-IF
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.
