       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABCHGB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT RATE-FILE ASSIGN TO "RATECARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT USAGE-FILE ASSIGN TO "LKUPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CHGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT FEED-FILE ASSIGN TO "CHGFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORDING MODE IS F.
           COPY CHGCARD.

       FD  RATE-FILE
           RECORDING MODE IS F.
           COPY RATEREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-REC.
           05  AUDIT-RUN-DATE          PIC 9(8).
           05  AUDIT-RUN-TIME          PIC 9(8).
           05  AUDIT-PROGRAM-ID        PIC X(8).
           05  AUDIT-OPERATOR-ID       PIC X(8).
           05  AUDIT-WS-I-VALUE        PIC 9(2).

       FD  USAGE-FILE
           RECORDING MODE IS F.
           COPY LKUPLOG.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-REC                  PIC X(80).

       FD  FEED-FILE
           RECORDING MODE IS F.
           COPY CHGFEED.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS           PIC XX.
       01  WS-RATE-STATUS              PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-USAGE-STATUS             PIC XX.
       01  WS-REPORT-STATUS            PIC XX.
       01  WS-FEED-STATUS              PIC XX.
       01  WS-EOF-SW                   PIC X         VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-USAGE-OPEN-SW            PIC X         VALUE 'N'.
           88  WS-USAGE-OPEN                         VALUE 'Y'.
       01  WS-FEED-HELD-SW             PIC X         VALUE 'N'.
           88  WS-FEED-HELD                          VALUE 'Y'.
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 9(2).
           05  WS-RUN-DAY              PIC 9(2).
       01  WS-RUN-TIME                 PIC 9(8).
       01  WS-PERIOD-X                 PIC X(6)      VALUE SPACES.
       01  WS-PERIOD                   PIC 9(6)      VALUE 0.
       01  WS-PERIOD-R REDEFINES WS-PERIOD.
           05  WS-PERIOD-YEAR          PIC 9(4).
           05  WS-PERIOD-MONTH         PIC 9(2).
       01  WS-PERIOD-END               PIC 9(8)      VALUE 0.
       01  WS-REC-DATE                 PIC 9(8)      VALUE 0.
       01  WS-REC-DATE-R REDEFINES WS-REC-DATE.
           05  WS-REC-PERIOD           PIC 9(6).
           05  FILLER                  PIC 9(2).

      * activity types billed, in invoice order.  Each has its rate
      * from the rate card; a requester carries one quantity per
      * activity.
       01  WS-ACT-MAX                  PIC 9(2)      VALUE 14.
       01  WS-ACT-LIST.
           05  FILLER                  PIC X(8)      VALUE "TABLES".
           05  FILLER                  PIC X(8)      VALUE "TABLESA".
           05  FILLER                  PIC X(8)      VALUE "TABWACC".
           05  FILLER                  PIC X(8)      VALUE "TABWACCL".
           05  FILLER                  PIC X(8)      VALUE "TABWACCP".
           05  FILLER                  PIC X(8)      VALUE "TABWACCD".
           05  FILLER                  PIC X(8)      VALUE "TABWACCR".
           05  FILLER                  PIC X(8)      VALUE "TABINQ".
           05  FILLER                  PIC X(8)      VALUE "LKUP-F".
           05  FILLER                  PIC X(8)      VALUE "LKUP-N".
           05  FILLER                  PIC X(8)      VALUE "LKUP-K".
           05  FILLER                  PIC X(8)      VALUE "LKUP-O".
           05  FILLER                  PIC X(8)      VALUE "LKUP-E".
           05  FILLER                  PIC X(8)      VALUE "LKUP-R".
       01  WS-ACT-TABLE REDEFINES WS-ACT-LIST.
           05  WS-ACT-CODE             PIC X(8)  OCCURS 14 TIMES.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 14 TIMES.
               10  WS-RATE-FOUND-SW    PIC X.
                   88  WS-RATE-FOUND                 VALUE 'Y'.
               10  WS-RATE-DATE        PIC 9(8).
               10  WS-RATE-PRICE       PIC 9(5)V99.
               10  WS-RATE-DESC        PIC X(30).
       01  WS-ACT-WANTED               PIC X(8).
       01  WS-ACT-SUB                  PIC 9(2)      VALUE 0.
       01  WS-ACT-HIT                  PIC 9(2)      VALUE 0.
       01  WS-ZERO-SUB                 PIC 9(2)      VALUE 0.

      * requesters are collected as the logs are read; an operator
      * id and a lookup source are kept apart even when they carry
      * the same name.  Entries past the limit are rolled into an
      * overflow count so the invoice never silently drops usage.
       01  WS-REQ-MAX                  PIC 9(3)      VALUE 200.
       01  WS-REQ-COUNT                PIC 9(3)      VALUE 0.
       01  WS-REQ-TABLE.
           05  WS-REQ-ENTRY OCCURS 200 TIMES.
               10  WS-REQ-KIND         PIC X.
               10  WS-REQ-ID           PIC X(8).
               10  WS-REQ-QTY          PIC 9(7)  OCCURS 14 TIMES.
       01  WS-REQ-KIND-WANTED          PIC X.
       01  WS-REQ-ID-WANTED            PIC X(8).
       01  WS-SUB                      PIC 9(3)      VALUE 0.
       01  WS-HIT-SUB                  PIC 9(3)      VALUE 0.

       01  WS-RATE-READ                PIC 9(5)      VALUE 0.
       01  WS-RATE-REJECTED            PIC 9(5)      VALUE 0.
       01  WS-AUDIT-READ               PIC 9(7)      VALUE 0.
       01  WS-AUDIT-BILLED             PIC 9(7)      VALUE 0.
       01  WS-USAGE-READ               PIC 9(7)      VALUE 0.
       01  WS-USAGE-BILLED             PIC 9(7)      VALUE 0.
       01  WS-OVERFLOW-COUNT           PIC 9(7)      VALUE 0.
       01  WS-UNPRICED-COUNT           PIC 9(5)      VALUE 0.
       01  WS-AMOUNT                   PIC 9(9)V99   VALUE 0.
       01  WS-REQ-QTY-TOTAL            PIC 9(9)      VALUE 0.
       01  WS-REQ-AMT-TOTAL            PIC 9(11)V99  VALUE 0.
       01  WS-FEED-COUNT               PIC 9(5)      VALUE 0.
       01  WS-FEED-QTY-TOTAL           PIC 9(9)      VALUE 0.
       01  WS-FEED-AMT-TOTAL           PIC 9(11)V99  VALUE 0.
       01  WS-QTY-EDIT                 PIC Z,ZZZ,ZZ9.
       01  WS-TOTAL-QTY-EDIT           PIC ZZZ,ZZZ,ZZ9.
       01  WS-RATE-EDIT                PIC ZZ,ZZ9.99.
       01  WS-AMT-EDIT                 PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-AMT-EDIT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-EDIT               PIC ZZZZZZ9.
       01  WS-KIND-LIT                 PIC X(8).
       01  WS-HEADER-LINE              PIC X(80).
       01  WS-DETAIL-LINE              PIC X(80).
       PROCEDURE DIVISION.

       0001-MAIN-PROC.
      * the tables service is charged back to the groups that use
      * it.  Generation and maintenance work is billed to the
      * operator on AUDITLOG, reprints to the operator on the TABINQ
      * audit records, and bulk lookups to the requesting source on
      * LKUPLOG, each at the rate-card rate in force at month end.
      * The invoice and the billing feed come from the same figures,
      * so the feed trailer always agrees with the printed total.
           DISPLAY "MONTHLY CHARGEBACK"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 0002-READ-CONTROL-CARD
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN RATECARD - STATUS "
                   WS-RATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN AUDITLOG - STATUS "
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CHGRPT - STATUS "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FEED-FILE
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CHGFEED - STATUS "
                   WS-FEED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * no lookup log only means no lookup was ever answered - the
      * month is still billed, but the invoice says so and the job
      * ends RC=4 so nobody mistakes it for a month without lookups.
           OPEN INPUT USAGE-FILE
           IF WS-USAGE-STATUS = "00"
               SET WS-USAGE-OPEN TO TRUE
           ELSE
               DISPLAY "LKUPLOG UNAVAILABLE - STATUS " WS-USAGE-STATUS
                   " - LOOKUPS NOT BILLED"
           END-IF
           PERFORM 0004-PRINT-REPORT-HEADER
           PERFORM 0005-LOAD-RATE-CARD
           PERFORM 0007-PRINT-RATE-TABLE
           PERFORM 0008-SCAN-AUDIT-LOG
           IF WS-USAGE-OPEN
               PERFORM 0010-SCAN-USAGE-LOG
           END-IF
           PERFORM 0020-CHECK-UNPRICED-USAGE
           PERFORM 0013-WRITE-FEED-HEADER
           MOVE "CHARGES BY REQUESTER" TO WS-HEADER-LINE
           WRITE REPORT-REC FROM WS-HEADER-LINE
               AFTER ADVANCING 2 LINES
           END-WRITE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REQ-COUNT
               PERFORM 0014-PRINT-ONE-REQUESTER
           END-PERFORM
           IF WS-REQ-COUNT = 0
               MOVE "  NONE" TO WS-DETAIL-LINE
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF
           PERFORM 0017-WRITE-FEED-TRAILER
           PERFORM 0018-PRINT-REPORT-TOTALS
           CLOSE RATE-FILE
           CLOSE AUDIT-FILE
           IF WS-USAGE-OPEN
               CLOSE USAGE-FILE
           END-IF
           CLOSE REPORT-FILE
           CLOSE FEED-FILE
           IF WS-UNPRICED-COUNT > 0 OR WS-OVERFLOW-COUNT > 0
                   OR WS-RATE-REJECTED > 0 OR NOT WS-USAGE-OPEN
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0002-READ-CONTROL-CARD.
      * no card bills last month, the normal first-of-the-month run.
      * A period that cannot be read as a month is refused rather
      * than guessed at - the wrong month would be billed in full.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CHG-PERIOD TO WS-PERIOD-X
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF WS-PERIOD-X = SPACES
               PERFORM 0003-DEFAULT-PERIOD
           ELSE
               IF WS-PERIOD-X IS NUMERIC
                   MOVE WS-PERIOD-X TO WS-PERIOD
               ELSE
                   DISPLAY "BILLING PERIOD NOT NUMERIC - " WS-PERIOD-X
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                   DISPLAY "BILLING PERIOD MONTH INVALID - "
                       WS-PERIOD-X
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           COMPUTE WS-PERIOD-END = WS-PERIOD * 100 + 31.

       0003-DEFAULT-PERIOD.
           MOVE WS-RUN-YEAR TO WS-PERIOD-YEAR
           IF WS-RUN-MONTH = 1
               SUBTRACT 1 FROM WS-PERIOD-YEAR
               MOVE 12 TO WS-PERIOD-MONTH
           ELSE
               COMPUTE WS-PERIOD-MONTH = WS-RUN-MONTH - 1
           END-IF.

       0004-PRINT-REPORT-HEADER.
           MOVE SPACES TO WS-HEADER-LINE
           STRING "RUN DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "  CHARGEBACK INVOICE SUMMARY" DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-HEADER-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE " ************* " TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-HEADER-LINE
           STRING "BILLING PERIOD " DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-HEADER-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           IF NOT WS-USAGE-OPEN
               MOVE "LKUPLOG UNAVAILABLE - BULK LOOKUPS NOT BILLED"
                   TO WS-DETAIL-LINE
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.

       0005-LOAD-RATE-CARD.
      * for each activity the rate kept is the one with the latest
      * effective date on or before the last day of the period.
      * Rates effective after the period are not an error - they are
      * next month's changes keyed in early.
           PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                   UNTIL WS-ACT-SUB > WS-ACT-MAX
               MOVE 'N' TO WS-RATE-FOUND-SW (WS-ACT-SUB)
               MOVE ZEROS TO WS-RATE-DATE (WS-ACT-SUB)
               MOVE ZEROS TO WS-RATE-PRICE (WS-ACT-SUB)
               MOVE SPACES TO WS-RATE-DESC (WS-ACT-SUB)
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ RATE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RATE-READ
                       PERFORM 0006-APPLY-RATE-RECORD
               END-READ
           END-PERFORM.

       0006-APPLY-RATE-RECORD.
           MOVE RATE-ACTIVITY TO WS-ACT-WANTED
           PERFORM 0019-FIND-ACTIVITY
           IF WS-ACT-SUB = 0
                   OR RATE-EFFECTIVE-DATE IS NOT NUMERIC
                   OR RATE-UNIT-PRICE IS NOT NUMERIC
               ADD 1 TO WS-RATE-REJECTED
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "  RATE CARD RECORD " DELIMITED BY SIZE
                   RATE-ACTIVITY DELIMITED BY SIZE
                   " REJECTED - UNKNOWN ACTIVITY OR NOT NUMERIC"
                   DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           ELSE
               IF RATE-EFFECTIVE-DATE <= WS-PERIOD-END
                   IF NOT WS-RATE-FOUND (WS-ACT-SUB)
                           OR RATE-EFFECTIVE-DATE
                           >= WS-RATE-DATE (WS-ACT-SUB)
                       SET WS-RATE-FOUND (WS-ACT-SUB) TO TRUE
                       MOVE RATE-EFFECTIVE-DATE
                           TO WS-RATE-DATE (WS-ACT-SUB)
                       MOVE RATE-UNIT-PRICE
                           TO WS-RATE-PRICE (WS-ACT-SUB)
                       MOVE RATE-DESCRIPTION
                           TO WS-RATE-DESC (WS-ACT-SUB)
                   END-IF
               END-IF
           END-IF.

       0007-PRINT-RATE-TABLE.
           MOVE "RATES IN FORCE" TO WS-HEADER-LINE
           WRITE REPORT-REC FROM WS-HEADER-LINE
               AFTER ADVANCING 2 LINES
           END-WRITE
           MOVE "  ACTIVITY  EFFECTIVE      RATE  DESCRIPTION"
               TO WS-HEADER-LINE
           WRITE REPORT-REC FROM WS-HEADER-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                   UNTIL WS-ACT-SUB > WS-ACT-MAX
               MOVE SPACES TO WS-DETAIL-LINE
               IF WS-RATE-FOUND (WS-ACT-SUB)
                   MOVE WS-RATE-PRICE (WS-ACT-SUB) TO WS-RATE-EDIT
                   STRING "  " DELIMITED BY SIZE
                       WS-ACT-CODE (WS-ACT-SUB) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-RATE-DATE (WS-ACT-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-RATE-EDIT DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-RATE-DESC (WS-ACT-SUB) DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
               ELSE
                   STRING "  " DELIMITED BY SIZE
                       WS-ACT-CODE (WS-ACT-SUB) DELIMITED BY SIZE
                       "  NO RATE ON FILE FOR THIS PERIOD"
                       DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
               END-IF
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-PERFORM.

       0008-SCAN-AUDIT-LOG.
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ AUDIT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AUDIT-READ
                       PERFORM 0009-BILL-AUDIT-RECORD
               END-READ
           END-PERFORM.

       0009-BILL-AUDIT-RECORD.
      * only the billable tags count: approval, authorization and
      * queueing records are control work, not usage.
           IF AUDIT-RUN-DATE IS NUMERIC
               MOVE AUDIT-RUN-DATE TO WS-REC-DATE
               IF WS-REC-PERIOD = WS-PERIOD
                   MOVE AUDIT-PROGRAM-ID TO WS-ACT-WANTED
                   PERFORM 0019-FIND-ACTIVITY
                   IF WS-ACT-SUB > 0
                       MOVE 'O' TO WS-REQ-KIND-WANTED
                       MOVE AUDIT-OPERATOR-ID TO WS-REQ-ID-WANTED
                       PERFORM 0012-FIND-REQUESTER
                       IF WS-HIT-SUB > 0
                           ADD 1 TO WS-REQ-QTY (WS-HIT-SUB, WS-ACT-SUB)
                           ADD 1 TO WS-AUDIT-BILLED
                       ELSE
                           ADD 1 TO WS-OVERFLOW-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0010-SCAN-USAGE-LOG.
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ USAGE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-USAGE-READ
                       PERFORM 0011-BILL-USAGE-RECORD
               END-READ
           END-PERFORM.

       0011-BILL-USAGE-RECORD.
           IF LKU-RUN-DATE IS NUMERIC AND LKU-COUNT IS NUMERIC
               MOVE LKU-RUN-DATE TO WS-REC-DATE
               IF WS-REC-PERIOD = WS-PERIOD
                   MOVE SPACES TO WS-ACT-WANTED
                   STRING "LKUP-" DELIMITED BY SIZE
                       LKU-STATUS DELIMITED BY SIZE
                       INTO WS-ACT-WANTED
                   END-STRING
                   PERFORM 0019-FIND-ACTIVITY
                   IF WS-ACT-SUB > 0
                       MOVE 'S' TO WS-REQ-KIND-WANTED
                       MOVE LKU-SOURCE TO WS-REQ-ID-WANTED
                       PERFORM 0012-FIND-REQUESTER
                       IF WS-HIT-SUB > 0
                           ADD LKU-COUNT
                               TO WS-REQ-QTY (WS-HIT-SUB, WS-ACT-SUB)
                           ADD LKU-COUNT TO WS-USAGE-BILLED
                       ELSE
                           ADD LKU-COUNT TO WS-OVERFLOW-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0012-FIND-REQUESTER.
      * the callers hold the activity found in WS-ACT-SUB across
      * this paragraph, so a new entry is cleared on its own
      * subscript.
           MOVE 0 TO WS-HIT-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REQ-COUNT
               IF WS-REQ-KIND (WS-SUB) = WS-REQ-KIND-WANTED
                       AND WS-REQ-ID (WS-SUB) = WS-REQ-ID-WANTED
                   MOVE WS-SUB TO WS-HIT-SUB
                   MOVE WS-REQ-COUNT TO WS-SUB
               END-IF
           END-PERFORM
           IF WS-HIT-SUB = 0
               IF WS-REQ-COUNT < WS-REQ-MAX
                   ADD 1 TO WS-REQ-COUNT
                   MOVE WS-REQ-COUNT TO WS-HIT-SUB
                   MOVE WS-REQ-KIND-WANTED TO WS-REQ-KIND (WS-HIT-SUB)
                   MOVE WS-REQ-ID-WANTED TO WS-REQ-ID (WS-HIT-SUB)
                   PERFORM VARYING WS-ZERO-SUB FROM 1 BY 1
                           UNTIL WS-ZERO-SUB > WS-ACT-MAX
                       MOVE 0 TO WS-REQ-QTY (WS-HIT-SUB, WS-ZERO-SUB)
                   END-PERFORM
               END-IF
           END-IF.

       0013-WRITE-FEED-HEADER.
           MOVE SPACES TO CHF-REC
           MOVE 'H' TO CHF-TYPE
           MOVE WS-PERIOD TO CHF-H-PERIOD
           MOVE WS-RUN-DATE TO CHF-H-RUN-DATE
           MOVE "TABCHGB" TO CHF-H-PGM
           WRITE CHF-REC.

       0014-PRINT-ONE-REQUESTER.
           IF WS-REQ-KIND (WS-SUB) = 'O'
               MOVE "OPERATOR" TO WS-KIND-LIT
           ELSE
               MOVE "SOURCE" TO WS-KIND-LIT
           END-IF
           MOVE SPACES TO WS-HEADER-LINE
           STRING "REQUESTER " DELIMITED BY SIZE
               WS-REQ-ID (WS-SUB) DELIMITED BY SIZE
               "  (" DELIMITED BY SIZE
               WS-KIND-LIT DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-HEADER-LINE
               AFTER ADVANCING 2 LINES
           END-WRITE
           MOVE "  ACTIVITY   QUANTITY       RATE          AMOUNT"
               TO WS-HEADER-LINE
           WRITE REPORT-REC FROM WS-HEADER-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE 0 TO WS-REQ-QTY-TOTAL
           MOVE 0 TO WS-REQ-AMT-TOTAL
           PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                   UNTIL WS-ACT-SUB > WS-ACT-MAX
               IF WS-REQ-QTY (WS-SUB, WS-ACT-SUB) > 0
                   PERFORM 0015-PRINT-ONE-CHARGE
               END-IF
           END-PERFORM
           MOVE WS-REQ-QTY-TOTAL TO WS-TOTAL-QTY-EDIT
           MOVE WS-REQ-AMT-TOTAL TO WS-TOTAL-AMT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "  TOTAL   " DELIMITED BY SIZE
               WS-TOTAL-QTY-EDIT DELIMITED BY SIZE
               "           " DELIMITED BY SIZE
               WS-TOTAL-AMT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE.

       0015-PRINT-ONE-CHARGE.
      * an activity with no rate is still listed, at zero, so the
      * usage is visible on the invoice.  The feed itself carries no
      * details at all that month - 0020 has already marked it held
      * and the trailer says so - so the billing system loads
      * nothing until the rate card is put right and the job rerun.
           IF WS-RATE-FOUND (WS-ACT-SUB)
               COMPUTE WS-AMOUNT = WS-REQ-QTY (WS-SUB, WS-ACT-SUB)
                   * WS-RATE-PRICE (WS-ACT-SUB)
           ELSE
               MOVE 0 TO WS-AMOUNT
               ADD 1 TO WS-UNPRICED-COUNT
           END-IF
           ADD WS-REQ-QTY (WS-SUB, WS-ACT-SUB) TO WS-REQ-QTY-TOTAL
           ADD WS-AMOUNT TO WS-REQ-AMT-TOTAL
           MOVE WS-REQ-QTY (WS-SUB, WS-ACT-SUB) TO WS-QTY-EDIT
           MOVE WS-RATE-PRICE (WS-ACT-SUB) TO WS-RATE-EDIT
           MOVE WS-AMOUNT TO WS-AMT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           IF WS-RATE-FOUND (WS-ACT-SUB)
               STRING "  " DELIMITED BY SIZE
                   WS-ACT-CODE (WS-ACT-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-QTY-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-RATE-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AMT-EDIT DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
           ELSE
               STRING "  " DELIMITED BY SIZE
                   WS-ACT-CODE (WS-ACT-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-QTY-EDIT DELIMITED BY SIZE
                   "    NO RATE" DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AMT-EDIT DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
           END-IF
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           PERFORM 0016-WRITE-FEED-DETAIL.

       0016-WRITE-FEED-DETAIL.
      * the quantity and amount totals are kept for the invoice even
      * when the feed is held; only the record and its count are
      * withheld.
           ADD WS-REQ-QTY (WS-SUB, WS-ACT-SUB) TO WS-FEED-QTY-TOTAL
           ADD WS-AMOUNT TO WS-FEED-AMT-TOTAL
           IF WS-FEED-HELD
               CONTINUE
           ELSE
               PERFORM 0021-WRITE-FEED-RECORD
           END-IF.

       0021-WRITE-FEED-RECORD.
           MOVE SPACES TO CHF-REC
           MOVE 'D' TO CHF-TYPE
           MOVE WS-PERIOD TO CHF-D-PERIOD
           MOVE WS-REQ-KIND (WS-SUB) TO CHF-D-REQ-KIND
           MOVE WS-REQ-ID (WS-SUB) TO CHF-D-REQUESTER
           MOVE WS-ACT-CODE (WS-ACT-SUB) TO CHF-D-ACTIVITY
           MOVE WS-REQ-QTY (WS-SUB, WS-ACT-SUB) TO CHF-D-QUANTITY
           MOVE WS-RATE-PRICE (WS-ACT-SUB) TO CHF-D-RATE
           MOVE WS-AMOUNT TO CHF-D-AMOUNT
           WRITE CHF-REC
           ADD 1 TO WS-FEED-COUNT.

       0017-WRITE-FEED-TRAILER.
      * a held feed's trailer balances to the nothing it carries and
      * is flagged unpriced, so the receiver rejects it outright.
           MOVE SPACES TO CHF-REC
           MOVE 'T' TO CHF-TYPE
           IF WS-FEED-HELD
               MOVE ZEROS TO CHF-T-COUNT
               MOVE ZEROS TO CHF-T-QUANTITY
               MOVE ZEROS TO CHF-T-AMOUNT
               SET CHF-T-UNPRICED TO TRUE
           ELSE
               MOVE WS-FEED-COUNT TO CHF-T-COUNT
               MOVE WS-FEED-QTY-TOTAL TO CHF-T-QUANTITY
               MOVE WS-FEED-AMT-TOTAL TO CHF-T-AMOUNT
               SET CHF-T-COMPLETE TO TRUE
           END-IF
           WRITE CHF-REC.

       0018-PRINT-REPORT-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE
           MOVE WS-FEED-QTY-TOTAL TO WS-TOTAL-QTY-EDIT
           MOVE WS-FEED-AMT-TOTAL TO WS-TOTAL-AMT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "INVOICE TOTAL  QUANTITY " DELIMITED BY SIZE
               WS-TOTAL-QTY-EDIT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-TOTAL-AMT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE WS-FEED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "FEED DETAIL RECORDS        " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           IF WS-FEED-HELD
               MOVE "FEED HELD - UNPRICED USAGE - NO DETAILS WRITTEN"
                   TO WS-DETAIL-LINE
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF
           MOVE WS-AUDIT-READ TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "AUDITLOG RECORDS READ      " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE WS-AUDIT-BILLED TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "AUDITLOG UNITS BILLED      " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE WS-USAGE-READ TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "LKUPLOG RECORDS READ       " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE WS-USAGE-BILLED TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "LOOKUP UNITS BILLED        " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE WS-UNPRICED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "LINES WITH NO RATE         " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE WS-RATE-REJECTED TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "RATE CARD RECORDS REJECTED " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           IF WS-OVERFLOW-COUNT > 0
               MOVE WS-OVERFLOW-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "UNITS NOT BILLED - REQUESTER TABLE FULL "
                   DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.

       0019-FIND-ACTIVITY.
           MOVE 0 TO WS-ACT-HIT
           PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                   UNTIL WS-ACT-SUB > WS-ACT-MAX
               IF WS-ACT-CODE (WS-ACT-SUB) = WS-ACT-WANTED
                   MOVE WS-ACT-SUB TO WS-ACT-HIT
                   MOVE WS-ACT-MAX TO WS-ACT-SUB
               END-IF
           END-PERFORM
           MOVE WS-ACT-HIT TO WS-ACT-SUB.

       0020-CHECK-UNPRICED-USAGE.
      * settled before the first detail is written: one unpriced
      * line anywhere holds the whole month's feed, so the billing
      * system never loads a month that is partly billed at zero.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REQ-COUNT
               PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                       UNTIL WS-ACT-SUB > WS-ACT-MAX
                   IF WS-REQ-QTY (WS-SUB, WS-ACT-SUB) > 0
                           AND NOT WS-RATE-FOUND (WS-ACT-SUB)
                       SET WS-FEED-HELD TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-FEED-HELD
               DISPLAY "USAGE WITH NO RATE - CHGFEED HELD, "
                   "NO DETAIL RECORDS WRITTEN"
           END-IF.
