       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABCAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "TABCATLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-KEY
               FILE STATUS IS WS-CATLG-STATUS.
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
           SELECT REPORT-FILE ASSIGN TO "CATRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORDING MODE IS F.
           COPY CATCARD.

       FD  CATALOG-FILE.
           COPY TABCATLG.

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
       01  WS-CATLG-STATUS             PIC XX.
       01  WS-AUTH-STATUS              PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-EXCP-STATUS              PIC XX.
       01  WS-REPORT-STATUS            PIC XX.
       01  WS-CONTROL-EOF-SW           PIC X         VALUE 'N'.
           88  WS-CONTROL-EOF                        VALUE 'Y'.
       01  WS-CATLG-EOF-SW             PIC X         VALUE 'N'.
           88  WS-CATLG-EOF                          VALUE 'Y'.
       01  WS-ENTRY-FOUND-SW           PIC X         VALUE 'N'.
           88  WS-ENTRY-FOUND                        VALUE 'Y'.
       01  WS-CARD-DATE-SW             PIC X         VALUE 'N'.
           88  WS-CARD-DATE-OK                       VALUE 'Y'.
       01  WS-CARD-COUNT               PIC 9(4)      VALUE 0.
       01  WS-APPLIED-COUNT            PIC 9(4)      VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(4)      VALUE 0.
       01  WS-ACTIVE-COUNT             PIC 9(4)      VALUE 0.
       01  WS-RETIRED-COUNT            PIC 9(4)      VALUE 0.
      * active keys per family, 1 = multiplication, 2 = addition -
      * the last-active-key protection is judged family by family.
       01  WS-FAMILY-ACTIVE-TABLE.
           05  WS-FAMILY-ACTIVE        PIC 9(4)      OCCURS 2 TIMES.
       01  WS-FAMILY-TYPE              PIC X(1).
       01  WS-FAMILY-SUB               PIC 9(1)      VALUE 1.
       01  WS-LISTED-COUNT             PIC 9(4)      VALUE 0.
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-TIME                 PIC 9(8).
       01  WS-OPERATOR-ID              PIC X(8).
       01  WS-CARD-DATE                PIC 9(8).
       01  WS-CARD-KEY-I               PIC 9(2).
       01  WS-STATUS-WORD              PIC X(7).
       01  WS-AUDIT-TAG                PIC X(8).
       01  WS-EXCP-VALUE               PIC X(10).
       01  WS-EXCP-REASON              PIC X(30).
       01  WS-EXCP-CARD                PIC X(80)     VALUE SPACES.
       01  WS-COUNT-EDIT               PIC ZZZ9.
       01  WS-COUNT-EDIT-2             PIC ZZZ9.
       01  WS-HEADER-LINE              PIC X(80).
       01  WS-DETAIL-LINE              PIC X(80).
       PROCEDURE DIVISION.

       0001-MAIN-PROC.
      * card-driven maintenance of the table catalog, so retiring a
      * key or starting one is a one-card job with an audit record
      * instead of a program change to the generation and
      * verification loops.  The before and after listings bracket
      * every run the way the authorization file's do.
           DISPLAY "TABLE CATALOG MAINTENANCE"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           PERFORM 0012-OPEN-EXCEPTION-FILE
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CATRPT - STATUS "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0002-CHECK-MAINT-AUTH
           PERFORM 0003-OPEN-CATALOG-FILE
           PERFORM 0014-OPEN-AUDIT-FILE
           MOVE "TABCATLG BEFORE MAINTENANCE" TO WS-HEADER-LINE
           PERFORM 0004-LIST-CATALOG
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               PERFORM UNTIL WS-CONTROL-EOF
                   READ CONTROL-FILE
                       AT END
                           SET WS-CONTROL-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CARD-COUNT
                           PERFORM 0006-PROCESS-CATALOG-CARD
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
               IF WS-CARD-COUNT = 0
                   DISPLAY "SYSIN OPENED BUT CONTAINED NO CARDS"
                   MOVE SPACES TO WS-EXCP-CARD
                   MOVE SPACES TO WS-EXCP-VALUE
                   MOVE "SYSIN EMPTY - NO CARDS PROCESSED"
                       TO WS-EXCP-REASON
                   PERFORM 0013-LOG-EXCEPTION
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           ELSE
               DISPLAY "UNABLE TO OPEN SYSIN - STATUS "
                   WS-CONTROL-STATUS
               MOVE SPACES TO WS-EXCP-CARD
               MOVE SPACES TO WS-EXCP-VALUE
               MOVE "SYSIN UNAVAILABLE" TO WS-EXCP-REASON
               PERFORM 0013-LOG-EXCEPTION
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           MOVE "TABCATLG AFTER MAINTENANCE" TO WS-HEADER-LINE
           PERFORM 0004-LIST-CATALOG
           PERFORM 0011-PRINT-RUN-TOTALS
           CLOSE CATALOG-FILE
           CLOSE AUDIT-FILE
           CLOSE REPORT-FILE
           CLOSE EXCEPTION-FILE
           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0002-CHECK-MAINT-AUTH.
      * the catalog decides what every generation run builds and
      * what every verification run expects, so only a B operator
      * may change it - the same fail-closed rule the authorization
      * file maintenance applies.
           OPEN INPUT AUTH-FILE
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN OPERAUTH - STATUS "
                   WS-AUTH-STATUS
               MOVE WS-OPERATOR-ID TO WS-EXCP-VALUE
               MOVE "OPERAUTH UNAVAILABLE - REFUSED"
                   TO WS-EXCP-REASON
               PERFORM 0013-LOG-EXCEPTION
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
                   PERFORM 0013-LOG-EXCEPTION
                   CLOSE AUTH-FILE
                   CLOSE EXCEPTION-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   IF NOT AUTH-FUNC-BOTH
                       DISPLAY "OPERATOR " WS-OPERATOR-ID
                           " NOT AUTHORIZED FOR CATALOG MAINT - "
                           "RUN REFUSED"
                       MOVE WS-OPERATOR-ID TO WS-EXCP-VALUE
                       MOVE "OPERATOR NOT AUTHORIZED - CAT"
                           TO WS-EXCP-REASON
                       PERFORM 0013-LOG-EXCEPTION
                       CLOSE AUTH-FILE
                       CLOSE EXCEPTION-FILE
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ
           CLOSE AUTH-FILE.

       0003-OPEN-CATALOG-FILE.
      * created on first use the way RUNCTL is - the first run's A
      * cards are what loads it.
           OPEN I-O CATALOG-FILE
           IF WS-CATLG-STATUS NOT = "00"
               OPEN OUTPUT CATALOG-FILE
               IF WS-CATLG-STATUS = "00"
                   CLOSE CATALOG-FILE
                   OPEN I-O CATALOG-FILE
               END-IF
           END-IF
           IF WS-CATLG-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TABCATLG - STATUS "
                   WS-CATLG-STATUS
               CLOSE EXCEPTION-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0004-LIST-CATALOG.
      * full listing of the catalog, before and after - the counts
      * of active keys per family taken here are what the
      * last-active-key protection judges the night's R cards
      * against.
           WRITE REPORT-REC FROM WS-HEADER-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE " ************* " TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE
           MOVE 0 TO WS-ACTIVE-COUNT
           MOVE 0 TO WS-RETIRED-COUNT
           MOVE ZEROS TO WS-FAMILY-ACTIVE-TABLE
           MOVE 0 TO WS-LISTED-COUNT
           MOVE 'N' TO WS-CATLG-EOF-SW
           MOVE LOW-VALUES TO CAT-KEY
           START CATALOG-FILE KEY NOT LESS THAN CAT-KEY
               INVALID KEY
                   SET WS-CATLG-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-CATLG-EOF
               READ CATALOG-FILE NEXT RECORD
                   AT END
                       SET WS-CATLG-EOF TO TRUE
                   NOT AT END
                       PERFORM 0005-LIST-CATALOG-ENTRY
               END-READ
           END-PERFORM
           IF WS-LISTED-COUNT = 0
               MOVE "  FILE IS EMPTY" TO WS-DETAIL-LINE
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           ELSE
               MOVE WS-ACTIVE-COUNT TO WS-COUNT-EDIT
               MOVE WS-RETIRED-COUNT TO WS-COUNT-EDIT-2
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "  ACTIVE KEYS " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   "  RETIRED KEYS " DELIMITED BY SIZE
                   WS-COUNT-EDIT-2 DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.

       0005-LIST-CATALOG-ENTRY.
           ADD 1 TO WS-LISTED-COUNT
           IF CAT-ACTIVE
               ADD 1 TO WS-ACTIVE-COUNT
               MOVE CAT-KEY-TYPE TO WS-FAMILY-TYPE
               PERFORM 0018-SET-FAMILY-SUB
               ADD 1 TO WS-FAMILY-ACTIVE (WS-FAMILY-SUB)
               MOVE "ACTIVE " TO WS-STATUS-WORD
           ELSE
               ADD 1 TO WS-RETIRED-COUNT
               MOVE "RETIRED" TO WS-STATUS-WORD
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "  KEY " DELIMITED BY SIZE
               CAT-KEY-TYPE DELIMITED BY SIZE
               CAT-KEY-I DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-STATUS-WORD DELIMITED BY SIZE
               "  ACTIVE " DELIMITED BY SIZE
               CAT-ACTIVE-DATE DELIMITED BY SIZE
               "  RETIRED " DELIMITED BY SIZE
               CAT-RETIRED-DATE DELIMITED BY SIZE
               "  BY " DELIMITED BY SIZE
               CAT-CHANGE-OPERATOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CAT-CHANGE-DATE DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE.

       0006-PROCESS-CATALOG-CARD.
           MOVE CCD-CARD TO WS-EXCP-CARD
           IF NOT CCD-MODE-ACTIVATE AND NOT CCD-MODE-RETIRE
               MOVE "INVALID CATALOG MAINT CARD" TO WS-EXCP-REASON
               PERFORM 0010-REJECT-CATALOG-CARD
           ELSE
           IF NOT CCD-TYPE-VALID
               MOVE "INVALID FAMILY ON CATALOG CARD" TO WS-EXCP-REASON
               PERFORM 0010-REJECT-CATALOG-CARD
           ELSE
           IF CCD-KEY-I IS NOT NUMERIC OR CCD-KEY-I = "00"
               MOVE "INVALID KEY ON CATALOG CARD" TO WS-EXCP-REASON
               PERFORM 0010-REJECT-CATALOG-CARD
           ELSE
               MOVE CCD-KEY-I TO WS-CARD-KEY-I
               PERFORM 0009-RESOLVE-CARD-DATE
               IF WS-CARD-DATE-OK
                   IF CCD-MODE-ACTIVATE
                       PERFORM 0007-ACTIVATE-KEY
                   ELSE
                       PERFORM 0008-RETIRE-KEY
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       0007-ACTIVATE-KEY.
      * a key never catalogued is added; a retired key is brought
      * back with a new active date and its retired date cleared.
      * A key already active is refused rather than re-dated, so
      * its active date always says when it really came into use.
           MOVE CCD-KEY-TYPE TO CAT-KEY-TYPE
           MOVE WS-CARD-KEY-I TO CAT-KEY-I
           MOVE 'N' TO WS-ENTRY-FOUND-SW
           READ CATALOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ENTRY-FOUND TO TRUE
           END-READ
           IF WS-ENTRY-FOUND AND CAT-ACTIVE
               MOVE "ACTIVATE - KEY ALREADY ACTIVE" TO WS-EXCP-REASON
               PERFORM 0010-REJECT-CATALOG-CARD
           ELSE
           IF WS-ENTRY-FOUND AND WS-CARD-DATE < CAT-RETIRED-DATE
               MOVE "ACTIVATE - DATE BEFORE RETIRED"
                   TO WS-EXCP-REASON
               PERFORM 0010-REJECT-CATALOG-CARD
           ELSE
               MOVE CCD-KEY-TYPE TO CAT-KEY-TYPE
               MOVE WS-CARD-KEY-I TO CAT-KEY-I
               SET CAT-ACTIVE TO TRUE
               MOVE WS-CARD-DATE TO CAT-ACTIVE-DATE
               MOVE ZEROS TO CAT-RETIRED-DATE
               MOVE WS-OPERATOR-ID TO CAT-CHANGE-OPERATOR
               MOVE WS-RUN-DATE TO CAT-CHANGE-DATE
               MOVE WS-RUN-TIME TO CAT-CHANGE-TIME
               IF WS-ENTRY-FOUND
                   REWRITE CAT-REC
               ELSE
                   WRITE CAT-REC
               END-IF
               IF WS-CATLG-STATUS = "00"
                   ADD 1 TO WS-APPLIED-COUNT
                   ADD 1 TO WS-ACTIVE-COUNT
                   MOVE CCD-KEY-TYPE TO WS-FAMILY-TYPE
                   PERFORM 0018-SET-FAMILY-SUB
                   ADD 1 TO WS-FAMILY-ACTIVE (WS-FAMILY-SUB)
                   IF WS-ENTRY-FOUND
                       DISPLAY "KEY " CCD-KEY-TYPE WS-CARD-KEY-I
                           " REACTIVATED " WS-CARD-DATE
                   ELSE
                       DISPLAY "KEY " CCD-KEY-TYPE WS-CARD-KEY-I
                           " ADDED ACTIVE " WS-CARD-DATE
                   END-IF
                   PERFORM 0015-WRITE-AUDIT-RECORD
               ELSE
                   MOVE "CATALOG ENTRY NOT WRITTEN" TO WS-EXCP-REASON
                   PERFORM 0010-REJECT-CATALOG-CARD
               END-IF
           END-IF
           END-IF.

       0008-RETIRE-KEY.
      * the entry stays on the catalog, retired, so the key's
      * history still reads.  The last active key of a family
      * cannot be retired - a family with nothing active would
      * leave the generation run nothing to build for it.
           MOVE CCD-KEY-TYPE TO WS-FAMILY-TYPE
           PERFORM 0018-SET-FAMILY-SUB
           MOVE CCD-KEY-TYPE TO CAT-KEY-TYPE
           MOVE WS-CARD-KEY-I TO CAT-KEY-I
           READ CATALOG-FILE
               INVALID KEY
                   MOVE "RETIRE - KEY NOT ON CATALOG"
                       TO WS-EXCP-REASON
                   PERFORM 0010-REJECT-CATALOG-CARD
               NOT INVALID KEY
                   IF CAT-RETIRED
                       MOVE "RETIRE - KEY ALREADY RETIRED"
                           TO WS-EXCP-REASON
                       PERFORM 0010-REJECT-CATALOG-CARD
                   ELSE
                   IF WS-CARD-DATE < CAT-ACTIVE-DATE
                       MOVE "RETIRE - DATE BEFORE ACTIVATED"
                           TO WS-EXCP-REASON
                       PERFORM 0010-REJECT-CATALOG-CARD
                   ELSE
                   IF WS-FAMILY-ACTIVE (WS-FAMILY-SUB) < 2
                       DISPLAY "KEY " CCD-KEY-TYPE WS-CARD-KEY-I
                           " IS THE FAMILY'S LAST ACTIVE KEY - "
                           "RETIRE REFUSED"
                       MOVE "RETIRE - LAST ACTIVE KEY REFUSED"
                           TO WS-EXCP-REASON
                       PERFORM 0010-REJECT-CATALOG-CARD
                   ELSE
                       SET CAT-RETIRED TO TRUE
                       MOVE WS-CARD-DATE TO CAT-RETIRED-DATE
                       MOVE WS-OPERATOR-ID TO CAT-CHANGE-OPERATOR
                       MOVE WS-RUN-DATE TO CAT-CHANGE-DATE
                       MOVE WS-RUN-TIME TO CAT-CHANGE-TIME
                       REWRITE CAT-REC
                       IF WS-CATLG-STATUS = "00"
                           ADD 1 TO WS-APPLIED-COUNT
                           SUBTRACT 1 FROM WS-ACTIVE-COUNT
                           SUBTRACT 1
                               FROM WS-FAMILY-ACTIVE (WS-FAMILY-SUB)
                           DISPLAY "KEY " CCD-KEY-TYPE WS-CARD-KEY-I
                               " RETIRED " WS-CARD-DATE
                           PERFORM 0015-WRITE-AUDIT-RECORD
                       ELSE
                           MOVE "CATALOG ENTRY NOT WRITTEN"
                               TO WS-EXCP-REASON
                           PERFORM 0010-REJECT-CATALOG-CARD
                       END-IF
                   END-IF
                   END-IF
                   END-IF
           END-READ.

       0009-RESOLVE-CARD-DATE.
      * a blank date is the run date.  A date given must be a real
      * one - the day is checked against the length of its month -
      * and not a future one: the catalog records changes made, it
      * does not schedule them.
           MOVE 'N' TO WS-CARD-DATE-SW
           IF CCD-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-CARD-DATE
               SET WS-CARD-DATE-OK TO TRUE
           ELSE
               MOVE CCD-DATE TO WS-DN-DATE
               PERFORM 0016-COMPUTE-DAY-NUMBER
               IF WS-DN-VALID
                   PERFORM 0017-COMPUTE-MONTH-DAYS
                   IF WS-DN-DAY > WS-DN-MONTH-DAYS
                       SET WS-DN-INVALID TO TRUE
                   END-IF
               END-IF
               IF WS-DN-INVALID
                   MOVE "INVALID DATE ON CATALOG CARD"
                       TO WS-EXCP-REASON
                   PERFORM 0010-REJECT-CATALOG-CARD
               ELSE
                   MOVE CCD-DATE TO WS-CARD-DATE
                   IF WS-CARD-DATE > WS-RUN-DATE
                       MOVE "CATALOG DATE IS IN THE FUTURE"
                           TO WS-EXCP-REASON
                       PERFORM 0010-REJECT-CATALOG-CARD
                   ELSE
                       SET WS-CARD-DATE-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

       0010-REJECT-CATALOG-CARD.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE CCD-CARD TO WS-EXCP-VALUE
           PERFORM 0013-LOG-EXCEPTION.

       0011-PRINT-RUN-TOTALS.
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

       0012-OPEN-EXCEPTION-FILE.
           OPEN EXTEND EXCEPTION-FILE
           IF WS-EXCP-STATUS NOT = "00"
               OPEN OUTPUT EXCEPTION-FILE
               IF WS-EXCP-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN EXCPLOG - STATUS "
                       WS-EXCP-STATUS
                   STOP RUN
               END-IF
           END-IF.

       0013-LOG-EXCEPTION.
           MOVE WS-RUN-DATE TO EXCP-RUN-DATE
           MOVE WS-RUN-TIME TO EXCP-RUN-TIME
           MOVE "TABCAT" TO EXCP-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO EXCP-OPERATOR-ID
           MOVE WS-EXCP-VALUE TO EXCP-BAD-VALUE
           MOVE WS-EXCP-REASON TO EXCP-REASON
           MOVE WS-EXCP-CARD TO EXCP-CARD-IMAGE
           WRITE EXCP-REC.

       0014-OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN AUDITLOG - STATUS "
                       WS-AUDIT-STATUS
                   STOP RUN
               END-IF
           END-IF.

       0015-WRITE-AUDIT-RECORD.
      * the tag carries the card's mode and family (TABCATAM,
      * TABCATRA and so on) and the value byte the key, so the
      * audit trail alone says which key changed and how.  The
      * audited operator is the one who ran the card.
           MOVE "TABCAT" TO WS-AUDIT-TAG
           MOVE CCD-MODE TO WS-AUDIT-TAG (7:1)
           MOVE CCD-KEY-TYPE TO WS-AUDIT-TAG (8:1)
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME
           MOVE WS-AUDIT-TAG TO AUDIT-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE WS-CARD-KEY-I TO AUDIT-WS-I-VALUE
           WRITE AUDIT-REC.

       0016-COMPUTE-DAY-NUMBER.
      * see DAYCALC for the method.  Used here only to vet the date
      * on a card.
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

       0017-COMPUTE-MONTH-DAYS.
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

       0018-SET-FAMILY-SUB.
           IF WS-FAMILY-TYPE = 'A'
               MOVE 2 TO WS-FAMILY-SUB
           ELSE
               MOVE 1 TO WS-FAMILY-SUB
           END-IF.
