               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-PROGRAM-ID
               FILE STATUS IS WS-CTL-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "TABCATLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-KEY
               FILE STATUS IS WS-CATLG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  CONTROL-FILE
           RECORDING MODE IS F.
           COPY PARMCARD.

       FD  CALENDAR-FILE.
           COPY BUSCAL.

       FD  CATALOG-FILE.
           COPY TABCATLG.

       WORKING-STORAGE SECTION.
           COPY TABROW.
           COPY DAYCALC.
       01  WS-PRINT-STATUS             PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-TABMSTR-STATUS           PIC XX.
       01  WS-AUTH-STATUS              PIC XX.
       01  WS-HIST-STATUS              PIC XX.
       01  WS-CTL-STATUS               PIC XX.
       01  WS-CONTROL-STATUS           PIC XX.
       01  WS-CAL-STATUS               PIC XX.
       01  WS-CAL-AVAIL-SW             PIC X         VALUE 'N'.
           88  WS-CAL-AVAILABLE                      VALUE 'Y'.
       01  WS-CATLG-STATUS             PIC XX.
       01  WS-CATLG-EOF-SW             PIC X         VALUE 'N'.
           88  WS-CATLG-EOF                          VALUE 'Y'.
       01  WS-CATLG-ACTIVE-COUNT       PIC 9(4)      VALUE 0.
       01  WS-FORCE-RUN-SW             PIC X         VALUE 'N'.
           88  WS-FORCE-RUN                          VALUE 'Y'.
       01  WS-EXCP-VALUE               PIC X(10).
       01  WS-EXCP-REASON              PIC X(30).
       01  WS-EXCP-CARD                PIC X(80)     VALUE SPACES.
      * business date work: a run started before the cutoff time
      * (HHMM, from the calendar's control record) belongs to the
      * day before, and a non-business day looks back to the last
      * business day for the date the run is stamped against.
       01  WS-CUTOFF-TIME              PIC 9(4)      VALUE 0600.
       01  WS-RUN-HHMM                 PIC 9(4).
       01  WS-EFFECTIVE-DATE           PIC 9(8).
       01  WS-BUSINESS-DATE            PIC 9(8).
       01  WS-CAL-DAY-TYPE             PIC X(1).
       01  WS-EFFECTIVE-DAY-TYPE       PIC X(1)      VALUE SPACE.
           88  WS-EFFECTIVE-BUSINESS                 VALUE 'B'.
       01  WS-LOOKBACK                 PIC 9(2).
       01  WS-START-I                  PIC 9(3)      VALUE 1.
       01  WS-START-TYPE               PIC X(1)      VALUE 'M'.
       01  WS-FIRST-TABLE-SW           PIC X         VALUE 'Y'.
           88  WS-FIRST-TABLE                        VALUE 'Y'.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           PERFORM 0010-OPEN-EXCEPTION-FILE
           PERFORM 0012-CHECK-OPERATOR-AUTH
           PERFORM 0017-READ-CONTROL-CARD
           PERFORM 0018-RESOLVE-BUSINESS-DATE
           PERFORM 0020-CHECK-BUSINESS-DAY
           PERFORM 0023-CHECK-TABLE-CATALOG
           PERFORM 0015-START-RUN-CONTROL
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
           PERFORM 0013-OPEN-HISTORY-FILE
           PERFORM 0006-OPEN-TABLE-MASTER
           PERFORM 0007-READ-CHECKPOINT
      * both families print in one run - the multiplication set
      * first, then the addition set - and the checkpoint carries
      * the type so a restart resumes mid-set in either family.
      * Which tables each family prints is the table catalog's
      * active key set, not a fixed range.
           IF WS-START-TYPE = 'M'
               MOVE 'M' TO WS-TABLE-TYPE
               MOVE " * " TO WS-OP-LIT
               PERFORM 0024-GENERATE-FAMILY
               MOVE 1 TO WS-START-I
           END-IF
           MOVE 'A' TO WS-TABLE-TYPE
           MOVE " + " TO WS-OP-LIT
           PERFORM 0024-GENERATE-FAMILY
           PERFORM 0009-RESET-CHECKPOINT
           CLOSE CATALOG-FILE
           CLOSE PRINT-FILE
           CLOSE EXCEPTION-FILE
           CLOSE AUDIT-FILE
           END-IF.

       0011-LOG-EXCEPTION.
      * the only card is the optional F card, so the card image is
      * that card when it is the one at fault and spaces otherwise.
           MOVE WS-RUN-DATE TO EXCP-RUN-DATE
           MOVE WS-RUN-TIME TO EXCP-RUN-TIME
           MOVE "TABLES" TO EXCP-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO EXCP-OPERATOR-ID
           MOVE WS-EXCP-VALUE TO EXCP-BAD-VALUE
           MOVE WS-EXCP-REASON TO EXCP-REASON
           MOVE WS-EXCP-CARD TO EXCP-CARD-IMAGE
           WRITE EXCP-REC.

       0012-CHECK-OPERATOR-AUTH.
      * serialization against the worklist program: both programs
      * open TABMSTR in I-O and AUDITLOG in extend, so neither may
      * start while the other's run-control entry is still ACTIVE.
      * The maintenance approval run writes TABMSTR the same way
      * and is held off by the same rule.
      * An ACTIVE entry under our own name is a prior run that
      * abended - the checkpoint restart handles it, but the
      * operator is told.
                       STOP RUN
                   END-IF
           END-READ
           MOVE "TABAPPR" TO CTL-PROGRAM-ID
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CTL-ACTIVE
                       DISPLAY "TABAPPR ACTIVE AGAINST TABMSTR "
                           "SINCE " CTL-START-DATE " "
                           CTL-START-TIME " - RUN REFUSED"
                       MOVE "TABAPPR" TO WS-EXCP-VALUE
                       MOVE "RUN CONTROL - TABAPPR ACTIVE"
                           TO WS-EXCP-REASON
                       PERFORM 0011-LOG-EXCEPTION
                       CLOSE RUN-CONTROL-FILE
                       CLOSE EXCEPTION-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ
           MOVE "TABLES" TO CTL-PROGRAM-ID
           READ RUN-CONTROL-FILE
               INVALID KEY
           END-READ
           MOVE "TABLES" TO CTL-PROGRAM-ID
           SET CTL-ACTIVE TO TRUE
           MOVE WS-BUSINESS-DATE TO CTL-BUSINESS-DATE
           MOVE WS-RUN-DATE TO CTL-START-DATE
           MOVE WS-RUN-TIME TO CTL-START-TIME
           MOVE ZEROS TO CTL-END-DATE
       0016-END-RUN-CONTROL.
           MOVE "TABLES" TO CTL-PROGRAM-ID
           SET CTL-COMPLETE TO TRUE
           MOVE WS-BUSINESS-DATE TO CTL-BUSINESS-DATE
           MOVE WS-RUN-DATE TO CTL-START-DATE
           MOVE WS-RUN-TIME TO CTL-START-TIME
           ACCEPT CTL-END-DATE FROM DATE YYYYMMDD
                   WRITE CTL-REC
           END-REWRITE
           CLOSE RUN-CONTROL-FILE.

       0017-READ-CONTROL-CARD.
      * SYSIN is optional here.  The one card this program takes is
      * the F card that lets a run go ahead on a day the calendar
      * says is not a business day; anything else is a deck meant
      * for another program and the run is refused.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-MODE-FORCE
                           SET WS-FORCE-RUN TO TRUE
                           DISPLAY "FORCE CARD READ - BUSINESS DAY "
                               "CHECK BYPASSED"
                       ELSE
                           DISPLAY "INVALID TABLES CONTROL CARD - "
                               "RUN REFUSED"
                           MOVE PARM-CARD TO WS-EXCP-CARD
                           MOVE PARM-MODE TO WS-EXCP-VALUE
                           MOVE "INVALID TABLES CONTROL CARD"
                               TO WS-EXCP-REASON
                           PERFORM 0011-LOG-EXCEPTION
                           CLOSE CONTROL-FILE
                           CLOSE EXCEPTION-FILE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       0018-RESOLVE-BUSINESS-DATE.
      * the business date is the calendar's, not the clock's.  A run
      * started before the cutoff time is the tail of the night
      * before and belongs to that day; a run on a weekend or
      * holiday is stamped against the last business day before it,
      * the day whose work it is catching up.  With no calendar
      * the date cannot be vouched for - the clock date is carried
      * and the day is treated as not a business day.
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
               DISPLAY "BUSCAL UNAVAILABLE - STATUS " WS-CAL-STATUS
           END-IF
           DIVIDE WS-RUN-TIME BY 10000 GIVING WS-RUN-HHMM
           IF WS-RUN-HHMM < WS-CUTOFF-TIME
               MOVE WS-RUN-DATE TO WS-DN-DATE
               PERFORM 0022-STEP-BACK-ONE-DAY
               MOVE WS-DN-DATE TO WS-EFFECTIVE-DATE
           END-IF
           MOVE WS-EFFECTIVE-DATE TO WS-BUSINESS-DATE
           IF WS-CAL-AVAILABLE
               MOVE WS-EFFECTIVE-DATE TO WS-DN-DATE
               PERFORM 0019-READ-CALENDAR-DAY
               MOVE WS-CAL-DAY-TYPE TO WS-EFFECTIVE-DAY-TYPE
               PERFORM VARYING WS-LOOKBACK FROM 1 BY 1
                       UNTIL WS-LOOKBACK > 14
                       OR WS-CAL-DAY-TYPE = 'B'
                   PERFORM 0022-STEP-BACK-ONE-DAY
                   PERFORM 0019-READ-CALENDAR-DAY
               END-PERFORM
               IF WS-CAL-DAY-TYPE = 'B'
                   MOVE WS-DN-DATE TO WS-BUSINESS-DATE
               END-IF
               CLOSE CALENDAR-FILE
           END-IF.

       0019-READ-CALENDAR-DAY.
      * a date with no calendar record is not a business day.
           MOVE WS-DN-DATE TO CAL-DATE
           READ CALENDAR-FILE
               INVALID KEY
                   MOVE SPACE TO WS-CAL-DAY-TYPE
               NOT INVALID KEY
                   MOVE CAL-DAY-TYPE TO WS-CAL-DAY-TYPE
           END-READ.

       0020-CHECK-BUSINESS-DAY.
      * a run is owed on business days only.  A weekend or holiday
      * run - or one with no calendar to check against - needs the
      * F card, the operator's word that the catch-up is deliberate.
      * The refusal comes before the run-control entry is touched,
      * so the last COMPLETE entry still stands.
           IF NOT WS-EFFECTIVE-BUSINESS
               IF WS-FORCE-RUN
                   DISPLAY "EFFECTIVE DATE " WS-EFFECTIVE-DATE
                       " NOT A BUSINESS DAY - RUNNING ON F CARD"
               ELSE
                   IF WS-CAL-AVAILABLE
                       DISPLAY "EFFECTIVE DATE " WS-EFFECTIVE-DATE
                           " NOT A BUSINESS DAY - RUN REFUSED"
                       MOVE "NON-BUSINESS DAY - RUN REFUSED"
                           TO WS-EXCP-REASON
                   ELSE
                       DISPLAY "NO CALENDAR TO CONFIRM A BUSINESS "
                           "DAY - RUN REFUSED"
                       MOVE "BUSCAL UNAVAILABLE - REFUSED"
                           TO WS-EXCP-REASON
                   END-IF
                   MOVE WS-EFFECTIVE-DATE TO WS-EXCP-VALUE
                   PERFORM 0011-LOG-EXCEPTION
                   CLOSE EXCEPTION-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE.

       0021-COMPUTE-MONTH-DAYS.
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

       0022-STEP-BACK-ONE-DAY.
           IF WS-DN-DAY > 1
               SUBTRACT 1 FROM WS-DN-DAY
           ELSE
               IF WS-DN-MONTH > 1
                   SUBTRACT 1 FROM WS-DN-MONTH
               ELSE
                   MOVE 12 TO WS-DN-MONTH
                   SUBTRACT 1 FROM WS-DN-YEAR
               END-IF
               PERFORM 0021-COMPUTE-MONTH-DAYS
               MOVE WS-DN-MONTH-DAYS TO WS-DN-DAY
           END-IF.

       0023-CHECK-TABLE-CATALOG.
      * the catalog says which keys to build, so there is no run
      * without it - and none from a catalog with nothing active,
      * which would only stamp a night with no tables in it.  Like
      * the business-day refusal this comes before the run-control
      * entry is touched.
           OPEN INPUT CATALOG-FILE
           IF WS-CATLG-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TABCATLG - STATUS "
                   WS-CATLG-STATUS " - RUN REFUSED"
               MOVE WS-CATLG-STATUS TO WS-EXCP-VALUE
               MOVE "TABCATLG UNAVAILABLE - REFUSED" TO WS-EXCP-REASON
               PERFORM 0011-LOG-EXCEPTION
               CLOSE EXCEPTION-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-CATLG-ACTIVE-COUNT
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
                       IF CAT-ACTIVE
                           ADD 1 TO WS-CATLG-ACTIVE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CATLG-ACTIVE-COUNT = 0
               DISPLAY "NO ACTIVE KEYS ON TABCATLG - RUN REFUSED"
               MOVE SPACES TO WS-EXCP-VALUE
               MOVE "NO ACTIVE KEYS ON TABCATLG" TO WS-EXCP-REASON
               PERFORM 0011-LOG-EXCEPTION
               CLOSE CATALOG-FILE
               CLOSE EXCEPTION-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0024-GENERATE-FAMILY.
      * one table per active catalog key of WS-TABLE-TYPE, in key
      * order, from WS-START-I on - a restart picks up at the first
      * active key after the checkpointed one.  Retired keys are
      * passed over; a checkpoint on key 99 leaves nothing to
      * resume in its family.
           MOVE 'N' TO WS-CATLG-EOF-SW
           IF WS-START-I > 99
               SET WS-CATLG-EOF TO TRUE
           ELSE
               MOVE WS-TABLE-TYPE TO CAT-KEY-TYPE
               MOVE WS-START-I TO CAT-KEY-I
               START CATALOG-FILE KEY NOT LESS THAN CAT-KEY
                   INVALID KEY
                       SET WS-CATLG-EOF TO TRUE
               END-START
           END-IF
           PERFORM UNTIL WS-CATLG-EOF
               READ CATALOG-FILE NEXT RECORD
                   AT END
                       SET WS-CATLG-EOF TO TRUE
                   NOT AT END
                       IF CAT-KEY-TYPE NOT = WS-TABLE-TYPE
                           SET WS-CATLG-EOF TO TRUE
                       ELSE
                           IF CAT-ACTIVE
                               MOVE CAT-KEY-I TO WS-I
                               PERFORM 0002-PRINT-TABLE
                               PERFORM 0004-WRITE-AUDIT-RECORD
                               PERFORM 0005-WRITE-TABLE-MASTER
                               PERFORM 0008-WRITE-CHECKPOINT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
