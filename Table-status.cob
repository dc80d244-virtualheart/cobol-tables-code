           SELECT REPORT-FILE ASSIGN TO "STATRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           RECORDING MODE IS F.
       01  REPORT-REC                  PIC X(80).

       FD  CALENDAR-FILE.
           COPY BUSCAL.

       WORKING-STORAGE SECTION.
           COPY DAYCALC.
       01  WS-CTL-STATUS               PIC XX.
       01  WS-SUMM-STATUS              PIC XX.
       01  WS-EXCP-STATUS              PIC XX.
       01  WS-STAMP-STATUS             PIC XX.
       01  WS-CHKPT-STATUS             PIC XX.
       01  WS-REPORT-STATUS            PIC XX.
       01  WS-CAL-STATUS               PIC XX.
       01  WS-CAL-AVAIL-SW             PIC X         VALUE 'N'.
           88  WS-CAL-AVAILABLE                      VALUE 'Y'.
       01  WS-CAL-EOF-SW               PIC X         VALUE 'N'.
           88  WS-CAL-EOF                            VALUE 'Y'.
       01  WS-EXCP-EOF-SW              PIC X         VALUE 'N'.
           88  WS-EXCP-EOF                           VALUE 'Y'.
       01  WS-RUN-DATE                 PIC 9(8).
           05  WS-SUMM-NO-MATCH        PIC 9(4)      VALUE ZEROS.
           05  WS-SUMM-REJECTED        PIC 9(4)      VALUE ZEROS.
           05  WS-SUMM-SKIPPED         PIC 9(4)      VALUE ZEROS.
           05  WS-SUMM-BUS-DATE        PIC 9(8)      VALUE ZEROS.

      * business days owed and not run, per watched program: every
      * B date on the calendar after the program's last COMPLETE
      * business date and before today's effective date (today is
      * still to run) that no run-control entry or run summary
      * accounts for.  The first twenty dates are kept for the
      * listing; the count goes on.
       01  WS-CUTOFF-TIME              PIC 9(4)      VALUE 0600.
       01  WS-RUN-HHMM                 PIC 9(4).
       01  WS-EFFECTIVE-DATE           PIC 9(8).
       01  WS-MISSED-FACTS.
           05  WS-MISSED-PGM-ENTRY OCCURS 2 TIMES.
               10  WS-MISSED-COUNT     PIC 9(4).
               10  WS-MISSED-DATE      PIC 9(8)  OCCURS 20 TIMES.
       01  WS-MISSED-SUB               PIC 9(2).
       01  WS-MISSED-EDIT              PIC ZZZ9.
       01  WS-MISSED-LINES             PIC 9(2)      VALUE 0.

       01  WS-NEW-EXCP-COUNT           PIC 9(5)      VALUE 0.
       01  WS-EXCP-SINCE-DATE          PIC 9(8)      VALUE ZEROS.
      * looks (RUNCTL for both programs, RUNSUMM, the EXCPLOG tail,
      * the verify outcome, TABCHKPT) rolled up under a plain GO or
      * HOLD verdict, so the judgment lives on paper instead of in
      * the head of whoever drew the early shift.  The business
      * calendar adds a sixth: a business day since the last
      * completed run that nothing ran for.
           DISPLAY "NIGHT STATUS REPORT"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           END-IF
           PERFORM 0002-READ-RUN-CONTROL
           PERFORM 0004-READ-RUN-SUMMARY
           PERFORM 0013-RESOLVE-EFFECTIVE-DATE
           PERFORM 0014-CHECK-MISSED-DAYS
           PERFORM 0005-COUNT-NEW-EXCEPTIONS
           PERFORM 0006-READ-VERIFY-STAMP
           PERFORM 0007-READ-CHECKPOINT
                   NOT AT END
                       SET WS-SUMM-FOUND TO TRUE
                       MOVE SUMM-RUN-DATE TO WS-SUMM-DATE
      * summaries cut before the business date was carried have
      * spaces there - the run date is the best there is for them.
                       IF SUMM-BUSINESS-DATE IS NUMERIC
                               AND SUMM-BUSINESS-DATE > ZEROS
                           MOVE SUMM-BUSINESS-DATE
                               TO WS-SUMM-BUS-DATE
                       ELSE
                           MOVE SUMM-RUN-DATE TO WS-SUMM-BUS-DATE
                       END-IF
                       MOVE SUMM-CARDS-READ TO WS-SUMM-READ
                       MOVE SUMM-TABLES-BUILT TO WS-SUMM-BUILT
                       MOVE SUMM-LOOKUPS-RUN TO WS-SUMM-LOOKUPS
                   UNTIL WS-PGM-SUB > 2
               PERFORM 0011-PRINT-ONE-WINDOW
           END-PERFORM
           MOVE SPACES TO WS-HEADER-LINE
           STRING "MISSED BUSINESS DAYS BEFORE " DELIMITED BY SIZE
               WS-EFFECTIVE-DATE DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-HEADER-LINE
               AFTER ADVANCING 2 LINES
           END-WRITE
           PERFORM 0017-PRINT-MISSED-DAYS
           MOVE "WORKLIST SUMMARY" TO WS-HEADER-LINE
           WRITE REPORT-REC FROM WS-HEADER-LINE
               AFTER ADVANCING 2 LINES
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.

       0013-RESOLVE-EFFECTIVE-DATE.
      * the day the report speaks for: before the calendar's cutoff
      * time the night before is still running, so it is the day
      * before; after it, today.  Today's own run is not yet owed.
           MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS = "00"
               SET WS-CAL-AVAILABLE TO TRUE
               MOVE ZEROS TO CAL-DATE
               READ CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAL-CUTOFF-TIME IS NUMERIC
                           MOVE CAL-CUTOFF-TIME TO WS-CUTOFF-TIME
                       END-IF
               END-READ
           ELSE
               PERFORM 0009-ADD-HOLD-REASON
               MOVE "BUSCAL UNAVAILABLE - MISSED DAYS NOT CHECKED"
                   TO WS-REASON-LINE (WS-REASON-COUNT)
           END-IF
           DIVIDE WS-RUN-TIME BY 10000 GIVING WS-RUN-HHMM
           IF WS-RUN-HHMM < WS-CUTOFF-TIME
               MOVE WS-RUN-DATE TO WS-DN-DATE
               PERFORM 0019-STEP-BACK-ONE-DAY
               MOVE WS-DN-DATE TO WS-EFFECTIVE-DATE
           END-IF.

       0014-CHECK-MISSED-DAYS.
           MOVE 0 TO WS-MISSED-COUNT (1)
           MOVE 0 TO WS-MISSED-COUNT (2)
           IF WS-CAL-AVAILABLE
               PERFORM VARYING WS-PGM-SUB FROM 1 BY 1
                       UNTIL WS-PGM-SUB > 2
                   PERFORM 0015-CHECK-ONE-PROGRAM
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

       0015-CHECK-ONE-PROGRAM.
      * only a COMPLETE entry says where the program got to - an
      * ACTIVE one is already a hold of its own, and a program with
      * no entry has never run to be behind.
           IF WS-CTL-FOUND-SW (WS-PGM-SUB) = 'Y'
                   AND WS-CTL-PGM-STATUS (WS-PGM-SUB) = 'C'
               MOVE 'N' TO WS-CAL-EOF-SW
               MOVE WS-CTL-BUS-DATE (WS-PGM-SUB) TO CAL-DATE
               START CALENDAR-FILE KEY IS GREATER THAN CAL-KEY
                   INVALID KEY
                       SET WS-CAL-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-CAL-EOF
                   READ CALENDAR-FILE NEXT RECORD
                       AT END
                           SET WS-CAL-EOF TO TRUE
                       NOT AT END
                           IF CAL-DATE NOT < WS-EFFECTIVE-DATE
                               SET WS-CAL-EOF TO TRUE
                           ELSE
                               PERFORM 0016-NOTE-CALENDAR-DAY
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-MISSED-COUNT (WS-PGM-SUB) > 0
                   MOVE WS-MISSED-COUNT (WS-PGM-SUB) TO WS-MISSED-EDIT
                   PERFORM 0009-ADD-HOLD-REASON
                   MOVE SPACES TO WS-REASON-LINE (WS-REASON-COUNT)
                   STRING WS-CTL-PGM-NAME (WS-PGM-SUB)
                       DELIMITED BY SPACE
                       " MISSED" DELIMITED BY SIZE
                       WS-MISSED-EDIT DELIMITED BY SIZE
                       " BUSINESS DAY(S) SINCE " DELIMITED BY SIZE
                       WS-CTL-BUS-DATE (WS-PGM-SUB) DELIMITED BY SIZE
                       INTO WS-REASON-LINE (WS-REASON-COUNT)
                   END-STRING
               END-IF
           END-IF.

       0016-NOTE-CALENDAR-DAY.
      * the worklist's run summary also accounts for its business
      * date, so a summary cut for the day counts as the day run.
           IF CAL-BUSINESS-DAY
               IF WS-PGM-SUB = 2 AND WS-SUMM-FOUND
                       AND CAL-DATE = WS-SUMM-BUS-DATE
                   CONTINUE
               ELSE
                   ADD 1 TO WS-MISSED-COUNT (WS-PGM-SUB)
                   IF WS-MISSED-COUNT (WS-PGM-SUB) <= 20
                       MOVE WS-MISSED-COUNT (WS-PGM-SUB)
                           TO WS-MISSED-SUB
                       MOVE CAL-DATE
                           TO WS-MISSED-DATE (WS-PGM-SUB, WS-MISSED-SUB)
                   END-IF
               END-IF
           END-IF.

       0017-PRINT-MISSED-DAYS.
           MOVE 0 TO WS-MISSED-LINES
           IF NOT WS-CAL-AVAILABLE
               MOVE "  BUSCAL UNAVAILABLE - NOT CHECKED"
                   TO WS-DETAIL-LINE
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           ELSE
               PERFORM VARYING WS-PGM-SUB FROM 1 BY 1
                       UNTIL WS-PGM-SUB > 2
                   PERFORM VARYING WS-MISSED-SUB FROM 1 BY 1
                           UNTIL WS-MISSED-SUB > 20
                           OR WS-MISSED-SUB
                              > WS-MISSED-COUNT (WS-PGM-SUB)
                       ADD 1 TO WS-MISSED-LINES
                       MOVE SPACES TO WS-DETAIL-LINE
                       STRING "  " DELIMITED BY SIZE
                           WS-CTL-PGM-NAME (WS-PGM-SUB)
                           DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-MISSED-DATE (WS-PGM-SUB, WS-MISSED-SUB)
                           DELIMITED BY SIZE
                           INTO WS-DETAIL-LINE
                       END-STRING
                       WRITE REPORT-REC FROM WS-DETAIL-LINE
                           AFTER ADVANCING 1 LINE
                       END-WRITE
                   END-PERFORM
                   IF WS-MISSED-COUNT (WS-PGM-SUB) > 20
                       COMPUTE WS-MISSED-EDIT
                           = WS-MISSED-COUNT (WS-PGM-SUB) - 20
                       MOVE SPACES TO WS-DETAIL-LINE
                       STRING "  " DELIMITED BY SIZE
                           WS-CTL-PGM-NAME (WS-PGM-SUB)
                           DELIMITED BY SIZE
                           " AND" DELIMITED BY SIZE
                           WS-MISSED-EDIT DELIMITED BY SIZE
                           " MORE" DELIMITED BY SIZE
                           INTO WS-DETAIL-LINE
                       END-STRING
                       WRITE REPORT-REC FROM WS-DETAIL-LINE
                           AFTER ADVANCING 1 LINE
                       END-WRITE
                   END-IF
               END-PERFORM
               IF WS-MISSED-LINES = 0
                   MOVE "  NONE" TO WS-DETAIL-LINE
                   WRITE REPORT-REC FROM WS-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
                   END-WRITE
               END-IF
           END-IF.

       0018-COMPUTE-MONTH-DAYS.
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

       0019-STEP-BACK-ONE-DAY.
           IF WS-DN-DAY > 1
               SUBTRACT 1 FROM WS-DN-DAY
           ELSE
               IF WS-DN-MONTH > 1
                   SUBTRACT 1 FROM WS-DN-MONTH
               ELSE
                   MOVE 12 TO WS-DN-MONTH
                   SUBTRACT 1 FROM WS-DN-YEAR
               END-IF
               PERFORM 0018-COMPUTE-MONTH-DAYS
               MOVE WS-DN-MONTH-DAYS TO WS-DN-DAY
           END-IF.
