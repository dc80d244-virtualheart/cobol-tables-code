           SELECT WORKLIST-CHECKPOINT ASSIGN TO "WACCCHKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WCHKPT-STATUS.
           SELECT PENDING-FILE ASSIGN TO "MAINTPND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-MAINTPND-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "TABCATLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-KEY
               FILE STATUS IS WS-CATLG-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY WCHKPREC.

       FD  PENDING-FILE.
           COPY MAINTPND.

       FD  CATALOG-FILE.
           COPY TABCATLG.

       FD  CALENDAR-FILE.
           COPY BUSCAL.

       WORKING-STORAGE SECTION.
           COPY TABROW.
           COPY DAYCALC.
       01  WS-PARM-STATUS              PIC XX.
       01  WS-PARM-EOF-SW              PIC X         VALUE 'N'.
           88  WS-PARM-EOF                           VALUE 'Y'.
           88  WS-LOOKUP-FOUND                       VALUE 'Y'.
       01  WS-MASTER-EOF-SW            PIC X         VALUE 'N'.
           88  WS-MASTER-EOF                         VALUE 'Y'.
       01  WS-MAINTPND-STATUS          PIC XX.
       01  WS-MAINTPND-AVAIL-SW        PIC X         VALUE 'N'.
           88  WS-MAINTPND-AVAILABLE                 VALUE 'Y'.
       01  WS-PEND-FOUND-SW            PIC X         VALUE 'N'.
           88  WS-PEND-FOUND                         VALUE 'Y'.
       01  WS-CAL-STATUS               PIC XX.
       01  WS-CAL-AVAIL-SW             PIC X         VALUE 'N'.
           88  WS-CAL-AVAILABLE                      VALUE 'Y'.
       01  WS-CATLG-STATUS             PIC XX.
       01  WS-CATLG-AVAIL-SW           PIC X         VALUE 'N'.
           88  WS-CATLG-AVAILABLE                    VALUE 'Y'.
       01  WS-CATLG-KEY-SW             PIC X         VALUE 'N'.
           88  WS-CATLG-KEY-ACTIVE                   VALUE 'Y'.
       01  WS-CATLG-REFUSED-SW         PIC X         VALUE 'N'.
           88  WS-CATLG-REFUSED                      VALUE 'Y'.
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
       PROCEDURE DIVISION.
       0001-MAIN-PROC.
      * input get here
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           PERFORM 0006-OPEN-EXCEPTION-FILE
           PERFORM 0018-CHECK-OPERATOR-AUTH
           PERFORM 0044-RESOLVE-BUSINESS-DATE
           PERFORM 0029-START-RUN-CONTROL
           PERFORM 0007-OPEN-AUDIT-FILE
           PERFORM 0027-OPEN-HISTORY-FILE
           PERFORM 0011-OPEN-TABLE-MASTER
           PERFORM 0042-OPEN-PENDING-FILE
           PERFORM 0048-OPEN-CATALOG-FILE
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               SET WS-WORKLIST-RUN TO TRUE
                   PERFORM 0005-LOG-EXCEPTION
               END-IF
           ELSE
               IF NOT WS-CATLG-AVAILABLE
                   PERFORM 0050-REFUSE-INTERACTIVE-SESSION
               ELSE
                   PERFORM 0016-INTERACTIVE-MODE-ACCEPT
                   IF WS-MODE-INPUT = "L" OR WS-MODE-INPUT = "l"
                       IF WS-AUTH-MAY-LOOKUP
                           PERFORM 0010-INTERACTIVE-LOOKUP
                           PERFORM 0009-LOOKUP-MODE
                       ELSE
                           PERFORM 0019-REFUSE-LOOKUP-AUTH
                       END-IF
                   ELSE
                   IF WS-MODE-INPUT = "P" OR WS-MODE-INPUT = "p"
                       IF WS-AUTH-MAY-LOOKUP
                           PERFORM 0034-INTERACTIVE-PRODUCT
                           PERFORM 0035-PRODUCT-SEARCH-MODE
                       ELSE
                           PERFORM 0019-REFUSE-LOOKUP-AUTH
                       END-IF
                   ELSE
                       IF WS-AUTH-MAY-GENERATE
                           PERFORM 0003-INTERACTIVE-ACCEPT
                           PERFORM 0002-PROCESS-TABLE
                       ELSE
                           PERFORM 0020-REFUSE-GENERATE-AUTH
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 0017-WRITE-RUN-SUMMARY
           IF WS-TABMSTR-AVAILABLE
               CLOSE TABLE-MASTER
           END-IF
           IF WS-MAINTPND-AVAILABLE
               CLOSE PENDING-FILE
           END-IF
           IF WS-CATLG-AVAILABLE
               CLOSE CATALOG-FILE
           END-IF
           PERFORM 0030-END-RUN-CONTROL
           IF WS-CARDS-REJECTED > 0 OR WS-SYSIN-EMPTY
               MOVE 4 TO RETURN-CODE
           IF WS-AUTH-FAILED
               MOVE 12 TO RETURN-CODE
           END-IF
           IF WS-CATLG-REFUSED
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

       0002-PROCESS-TABLE.
       0003-INTERACTIVE-ACCEPT.
           SET WS-INPUT-INVALID TO TRUE
           PERFORM UNTIL WS-INPUT-VALID
               DISPLAY "ENTER MULTIPLIER (1-99): "
               ACCEPT WS-I-INPUT
               INSPECT WS-I-INPUT REPLACING LEADING SPACE BY "0"
               IF WS-I-INPUT IS NUMERIC
           END-PERFORM.

       0004-VALIDATE-WS-I.
      * the keys a family holds are the table catalog's active keys.
      * A D card is the exception: it is how a retired key's stored
      * table comes off the master, so any nonzero key may be
      * queued for deletion.
           IF WS-I = 0
               SET WS-INPUT-INVALID TO TRUE
               MOVE WS-I TO WS-EXCP-VALUE
               MOVE "ZERO MULTIPLIER REJECTED" TO WS-EXCP-REASON
               PERFORM 0005-LOG-EXCEPTION
           ELSE
               IF WS-WORKLIST-RUN AND PARM-MODE-DELETE
                   SET WS-INPUT-VALID TO TRUE
               ELSE
                   MOVE WS-TABLE-TYPE TO CAT-KEY-TYPE
                   MOVE WS-I TO CAT-KEY-I
                   PERFORM 0049-CHECK-CATALOG-KEY
                   IF WS-CATLG-KEY-ACTIVE
                       SET WS-INPUT-VALID TO TRUE
                   ELSE
                       SET WS-INPUT-INVALID TO TRUE
                       MOVE WS-I TO WS-EXCP-VALUE
                       PERFORM 0005-LOG-EXCEPTION
                   END-IF
               END-IF
           END-IF.

      * product-only search: no known factor on the card, so every
      * stored key is browsed and every factor pair on the master
      * that produces the target product is returned.  Counted with
      * the lookups on the run summary.  Only keys active on the
      * table catalog are searched - a retired key's stored table is
      * on its way off the master and answers nothing.
           ADD 1 TO WS-LOOKUPS-RUN
           MOVE 'N' TO WS-LOOKUP-FOUND-SW
           IF WS-TABMSTR-UNAVAILABLE
               MOVE "TABMSTR UNAVAILABLE FOR SEARCH"
                   TO WS-EXCP-REASON
               PERFORM 0005-LOG-EXCEPTION
           ELSE
           IF NOT WS-CATLG-AVAILABLE
               ADD 1 TO WS-LOOKUPS-NO-MATCH
               DISPLAY "TABCATLG UNAVAILABLE - SEARCH NOT ANSWERED"
               MOVE WS-LOOKUP-PRODUCT TO WS-EXCP-VALUE
               MOVE "TABCATLG UNAVAILABLE FOR SEARCH"
                   TO WS-EXCP-REASON
               PERFORM 0005-LOG-EXCEPTION
           ELSE
               MOVE 'N' TO WS-MASTER-EOF-SW
               MOVE LOW-VALUES TO TM-KEY
                           SET WS-MASTER-EOF TO TRUE
                       NOT AT END
                           IF TM-KEY-TYPE = WS-TABLE-TYPE
                               MOVE TM-KEY-TYPE TO CAT-KEY-TYPE
                               MOVE TM-KEY-I TO CAT-KEY-I
                               PERFORM 0049-CHECK-CATALOG-KEY
                               IF WS-CATLG-KEY-ACTIVE
                                   MOVE TM-KEY-I TO WS-LOOKUP-FACTOR
                                   PERFORM 0033-SEARCH-STORED-ROWS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                       WS-LOOKUP-PRODUCT
               END-IF
           END-IF
           END-IF
           PERFORM 0036-WRITE-SEARCH-AUDIT-RECORD.

       0036-WRITE-SEARCH-AUDIT-RECORD.
       0010-INTERACTIVE-LOOKUP.
           SET WS-INPUT-INVALID TO TRUE
           PERFORM UNTIL WS-INPUT-VALID
               DISPLAY "ENTER KNOWN FACTOR (1-99): "
               ACCEPT WS-LOOKUP-FACTOR-INPUT
               INSPECT WS-LOOKUP-FACTOR-INPUT
                   REPLACING LEADING SPACE BY "0"
               MOVE "ZERO FACTOR REJECTED" TO WS-EXCP-REASON
               PERFORM 0005-LOG-EXCEPTION
           ELSE
               MOVE WS-TABLE-TYPE TO CAT-KEY-TYPE
               MOVE WS-LOOKUP-FACTOR TO CAT-KEY-I
               PERFORM 0049-CHECK-CATALOG-KEY
               IF WS-CATLG-KEY-ACTIVE
                   SET WS-INPUT-VALID TO TRUE
               ELSE
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE WS-LOOKUP-FACTOR TO WS-EXCP-VALUE
                   PERFORM 0005-LOG-EXCEPTION
               END-IF
           END-IF.

           OPEN OUTPUT SUMMARY-FILE
           IF WS-SUMM-STATUS = "00"
               MOVE WS-RUN-DATE TO SUMM-RUN-DATE
               IF WS-WORKLIST-RUN
                   MOVE WS-BUSINESS-DATE TO SUMM-BUSINESS-DATE
               ELSE
                   MOVE WS-PRIOR-BUSINESS-DATE TO SUMM-BUSINESS-DATE
               END-IF
               MOVE WS-RUN-TIME TO SUMM-RUN-TIME
               MOVE WS-OPERATOR-ID TO SUMM-OPERATOR-ID
               MOVE WS-PARM-CARD-COUNT TO SUMM-CARDS-READ
      * card-driven maintenance of a single stored key, so a bad
      * table is corrected inside the normal nightly worklist
      * instead of by a hand-run IDCAMS job against the production
      * cluster.  The card is not applied here: it is queued on
      * MAINTPND and applied by the approval run (TABAPPR) once a
      * second B operator has looked at it, so no one operator can
      * delete or rewrite a stored table alone.
           IF NOT WS-MAINTPND-AVAILABLE
               ADD 1 TO WS-CARDS-REJECTED
               MOVE PARM-CARD TO WS-EXCP-VALUE
               MOVE "MAINTPND UNAVAILABLE FOR MAINT" TO WS-EXCP-REASON
               PERFORM 0005-LOG-EXCEPTION
           ELSE
               IF PARM-VALUE-1 IS NUMERIC
                   MOVE PARM-VALUE-1 TO WS-I
                   PERFORM 0004-VALIDATE-WS-I
                   IF WS-INPUT-VALID
                       PERFORM 0023-QUEUE-MAINT-REQUEST
                   ELSE
                       ADD 1 TO WS-CARDS-REJECTED
                   END-IF
               END-IF
           END-IF.

       0023-QUEUE-MAINT-REQUEST.
      * one open request per key: a second card for a key already
      * waiting is refused rather than allowed to replace the
      * request an approver may be looking at.  A settled request
      * (applied, rejected or expired) is simply written over.
           MOVE WS-TABLE-TYPE TO PEND-KEY-TYPE
           MOVE WS-I TO PEND-KEY-I
           MOVE 'N' TO WS-PEND-FOUND-SW
           READ PENDING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PEND-FOUND TO TRUE
           END-READ
           IF WS-PEND-FOUND AND PEND-PENDING
               ADD 1 TO WS-CARDS-REJECTED
               DISPLAY "TABLE " WS-TABLE-TYPE WS-I
                   " ALREADY HAS A REQUEST PENDING FROM "
                   PEND-REQ-OPERATOR
               MOVE PARM-CARD TO WS-EXCP-VALUE
               MOVE "MAINT REQUEST ALREADY PENDING" TO WS-EXCP-REASON
               PERFORM 0005-LOG-EXCEPTION
           ELSE
               MOVE WS-TABLE-TYPE TO PEND-KEY-TYPE
               MOVE WS-I TO PEND-KEY-I
               MOVE PARM-MODE TO PEND-MODE
               SET PEND-PENDING TO TRUE
               MOVE WS-OPERATOR-ID TO PEND-REQ-OPERATOR
               MOVE WS-RUN-DATE TO PEND-REQ-DATE
               MOVE WS-RUN-TIME TO PEND-REQ-TIME
               MOVE PARM-CARD TO PEND-CARD-IMAGE
               MOVE SPACES TO PEND-ACT-OPERATOR
               MOVE ZEROS TO PEND-ACT-DATE
               MOVE ZEROS TO PEND-ACT-TIME
               WRITE PEND-REC
                   INVALID KEY
                       REWRITE PEND-REC
               END-WRITE
               IF WS-MAINTPND-STATUS = "00"
                   DISPLAY "TABLE " WS-TABLE-TYPE WS-I " "
                       PARM-MODE " REQUEST QUEUED FOR APPROVAL"
                   PERFORM 0024-WRITE-REQUEST-AUDIT-RECORD
               ELSE
                   ADD 1 TO WS-CARDS-REJECTED
                   DISPLAY "QUEUE OF TABLE " WS-I
                       " FAILED - STATUS " WS-MAINTPND-STATUS
                   MOVE PARM-CARD TO WS-EXCP-VALUE
                   MOVE "MAINT REQUEST NOT QUEUED" TO WS-EXCP-REASON
                   PERFORM 0005-LOG-EXCEPTION
               END-IF
           END-IF.

       0024-WRITE-REQUEST-AUDIT-RECORD.
      * the request is the requester's act and is audited as such;
      * the approval run audits the approval, and the change itself
      * under the old TABWACCD / TABWACCR tags, in the requester's
      * name.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME
           MOVE "TABWACCQ" TO AUDIT-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE WS-I TO AUDIT-WS-I-VALUE
           WRITE AUDIT-REC.
      * serialization against the generation program: both programs
      * open TABMSTR in I-O and AUDITLOG in extend, so neither may
      * start while the other's run-control entry is still ACTIVE.
      * The approval run also writes TABMSTR and MAINTPND, and is
      * held off the same way.  Our own prior entry is kept aside
      * for the worklist date check in 0032, and an ACTIVE entry
      * under our own name is a prior run that abended - the
      * operator is told a restart is in order.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-CTL-STATUS NOT = "00"
               OPEN OUTPUT RUN-CONTROL-FILE
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
                       PERFORM 0005-LOG-EXCEPTION
                       CLOSE RUN-CONTROL-FILE
                       CLOSE EXCEPTION-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ
           MOVE "TABWACC" TO CTL-PROGRAM-ID
           READ RUN-CONTROL-FILE
               INVALID KEY
           END-READ
           MOVE "TABWACC" TO CTL-PROGRAM-ID
           SET CTL-ACTIVE TO TRUE
           MOVE WS-BUSINESS-DATE TO CTL-BUSINESS-DATE
           MOVE WS-RUN-DATE TO CTL-START-DATE
           MOVE WS-RUN-TIME TO CTL-START-TIME
           MOVE ZEROS TO CTL-END-DATE
           MOVE "TABWACC" TO CTL-PROGRAM-ID
           SET CTL-COMPLETE TO TRUE
           IF WS-WORKLIST-RUN
               MOVE WS-BUSINESS-DATE TO CTL-BUSINESS-DATE
           ELSE
               MOVE WS-PRIOR-BUSINESS-DATE TO CTL-BUSINESS-DATE
           END-IF

       0031-READ-FIRST-CARD.
      * the force card must be the first card of the deck, so the
      * one-run-per-business-date and business-day checks are
      * settled before any work card is processed.  A first card
      * that is ordinary work goes through 0013 the same as every
      * card after it.
           READ PARM-FILE
               AT END
                   SET WS-PARM-EOF TO TRUE
                   ADD 1 TO WS-PARM-CARD-COUNT
                   IF PARM-MODE-FORCE
                       SET WS-FORCE-RUN TO TRUE
                       DISPLAY "FORCE CARD READ - BUSINESS DATE "
                           "CHECKS BYPASSED"
                   END-IF
           END-READ
           IF WS-PARM-CARD-COUNT > 0
                   NOT AT END
                       IF WCHKPT-BUSINESS-DATE IS NUMERIC
                               AND WCHKPT-LAST-CARD IS NUMERIC
                               AND WCHKPT-BUSINESS-DATE
                                   = WS-BUSINESS-DATE
                           MOVE WCHKPT-LAST-CARD TO WS-CHKPT-CARD
                       END-IF
               END-READ
           END-IF
           IF WS-CHKPT-CARD > 0
               DISPLAY "RESTARTING WORKLIST FOR BUSINESS DATE "
                   WS-BUSINESS-DATE " - SKIPPING CARDS 1 THRU "
                   WS-CHKPT-CARD " ALREADY COMPLETED"
           END-IF.

                   WS-WCHKPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-BUSINESS-DATE TO WCHKPT-BUSINESS-DATE
           MOVE WS-PARM-CARD-COUNT TO WCHKPT-LAST-CARD
           WRITE WCHKPT-REC
           CLOSE WORKLIST-CHECKPOINT.
       0032-CHECK-WORKLIST-DATE.
      * a worklist already marked COMPLETE for today's business
      * date is refused - we have had double audit entries from the
      * same deck submitted twice.  So is a worklist on a day the
      * calendar does not make a business day, or with no calendar
      * to check against: a weekend or holiday run needs the F card
      * to say the catch-up is deliberate.
           IF WS-FORCE-RUN
               CONTINUE
           ELSE
               IF NOT WS-EFFECTIVE-BUSINESS
                   IF WS-CAL-AVAILABLE
                       DISPLAY "EFFECTIVE DATE " WS-EFFECTIVE-DATE
                           " NOT A BUSINESS DAY - RUN REFUSED (USE F "
                           "CARD TO FORCE)"
                       MOVE "NON-BUSINESS DAY - RUN REFUSED"
                           TO WS-EXCP-REASON
                   ELSE
                       DISPLAY "NO CALENDAR TO CONFIRM A BUSINESS "
                           "DAY - RUN REFUSED (USE F CARD TO FORCE)"
                       MOVE "BUSCAL UNAVAILABLE - REFUSED"
                           TO WS-EXCP-REASON
                   END-IF
                   MOVE WS-EFFECTIVE-DATE TO WS-EXCP-VALUE
                   PERFORM 0043-REFUSE-WORKLIST-RUN
               END-IF
               IF WS-PRIOR-FOUND AND WS-PRIOR-STATUS = 'C'
                       AND WS-PRIOR-BUSINESS-DATE = WS-BUSINESS-DATE
                   DISPLAY "WORKLIST ALREADY RUN FOR BUSINESS DATE "
                       WS-BUSINESS-DATE " - RUN REFUSED (USE F CARD "
                       "TO FORCE)"
                   MOVE WS-BUSINESS-DATE TO WS-EXCP-VALUE
                   MOVE "RUN CONTROL - DATE ALREADY RUN"
                       TO WS-EXCP-REASON
                   PERFORM 0043-REFUSE-WORKLIST-RUN
               END-IF
           END-IF.

       0042-OPEN-PENDING-FILE.
      * created on first use the way RUNCTL is.  A file that still
      * cannot be opened does not stop the run - T, L and P cards
      * do not need it - but every D and R card is refused, never
      * applied unreviewed.
           OPEN I-O PENDING-FILE
           IF WS-MAINTPND-STATUS NOT = "00"
               OPEN OUTPUT PENDING-FILE
               IF WS-MAINTPND-STATUS = "00"
                   CLOSE PENDING-FILE
                   OPEN I-O PENDING-FILE
               END-IF
           END-IF
           IF WS-MAINTPND-STATUS = "00"
               SET WS-MAINTPND-AVAILABLE TO TRUE
           ELSE
               DISPLAY "MAINTPND UNAVAILABLE - STATUS "
                   WS-MAINTPND-STATUS " - D AND R CARDS REFUSED"
           END-IF.

       0043-REFUSE-WORKLIST-RUN.
      * the ACTIVE entry written at startup is put back the way it
      * was found, so the refused attempt does not destroy the
      * completed run's batch window.
           PERFORM 0005-LOG-EXCEPTION
           MOVE WS-PRIOR-REC-IMAGE TO CTL-REC
           REWRITE CTL-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           CLOSE RUN-CONTROL-FILE
           CLOSE PARM-FILE
           CLOSE EXCEPTION-FILE
           CLOSE AUDIT-FILE
           CLOSE HISTORY-FILE
           IF WS-TABMSTR-AVAILABLE
               CLOSE TABLE-MASTER
           END-IF
           IF WS-MAINTPND-AVAILABLE
               CLOSE PENDING-FILE
           END-IF
           IF WS-CATLG-AVAILABLE
               CLOSE CATALOG-FILE
           END-IF
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       0044-RESOLVE-BUSINESS-DATE.
      * the business date is the calendar's, not the clock's.  A run
      * started before the cutoff time is the tail of the night
      * before and belongs to that day; a run on a weekend or
      * holiday is stamped against the last business day before it,
      * the day whose work it is catching up.  With no calendar
      * the date cannot be vouched for - the clock date is carried
      * and the day is treated as not a business day.  Only a
      * worklist is refused on a non-business day (see 0032); an
      * interactive session never claims the date.
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
               PERFORM 0047-STEP-BACK-ONE-DAY
               MOVE WS-DN-DATE TO WS-EFFECTIVE-DATE
           END-IF
           MOVE WS-EFFECTIVE-DATE TO WS-BUSINESS-DATE
           IF WS-CAL-AVAILABLE
               MOVE WS-EFFECTIVE-DATE TO WS-DN-DATE
               PERFORM 0045-READ-CALENDAR-DAY
               MOVE WS-CAL-DAY-TYPE TO WS-EFFECTIVE-DAY-TYPE
               PERFORM VARYING WS-LOOKBACK FROM 1 BY 1
                       UNTIL WS-LOOKBACK > 14
                       OR WS-CAL-DAY-TYPE = 'B'
                   PERFORM 0047-STEP-BACK-ONE-DAY
                   PERFORM 0045-READ-CALENDAR-DAY
               END-PERFORM
               IF WS-CAL-DAY-TYPE = 'B'
                   MOVE WS-DN-DATE TO WS-BUSINESS-DATE
               END-IF
               CLOSE CALENDAR-FILE
           END-IF
           DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE.

       0045-READ-CALENDAR-DAY.
      * a date with no calendar record is not a business day.
           MOVE WS-DN-DATE TO CAL-DATE
           READ CALENDAR-FILE
               INVALID KEY
                   MOVE SPACE TO WS-CAL-DAY-TYPE
               NOT INVALID KEY
                   MOVE CAL-DAY-TYPE TO WS-CAL-DAY-TYPE
           END-READ.

       0046-COMPUTE-MONTH-DAYS.
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

       0047-STEP-BACK-ONE-DAY.
           IF WS-DN-DAY > 1
               SUBTRACT 1 FROM WS-DN-DAY
           ELSE
               IF WS-DN-MONTH > 1
                   SUBTRACT 1 FROM WS-DN-MONTH
               ELSE
                   MOVE 12 TO WS-DN-MONTH
                   SUBTRACT 1 FROM WS-DN-YEAR
               END-IF
               PERFORM 0046-COMPUTE-MONTH-DAYS
               MOVE WS-DN-MONTH-DAYS TO WS-DN-DAY
           END-IF.

       0048-OPEN-CATALOG-FILE.
      * the catalog is read only.  A worklist run without it carries
      * on for the D cards, which need no key check, but no key can
      * be vouched for - T, R and L cards and product searches are
      * refused until it is back.  An interactive session has no D
      * card to offer, so it is refused outright rather than left
      * prompting for a key it can never accept.
           OPEN INPUT CATALOG-FILE
           IF WS-CATLG-STATUS = "00"
               SET WS-CATLG-AVAILABLE TO TRUE
           ELSE
               DISPLAY "TABCATLG UNAVAILABLE - STATUS "
                   WS-CATLG-STATUS " - ONLY D CARDS ACCEPTED"
           END-IF.

       0049-CHECK-CATALOG-KEY.
      * the caller has moved the family and key into CAT-KEY.  On a
      * key that is not active the reason is left ready for the
      * caller's exception.
           MOVE 'N' TO WS-CATLG-KEY-SW
           IF NOT WS-CATLG-AVAILABLE
               MOVE "TABCATLG UNAVAILABLE" TO WS-EXCP-REASON
           ELSE
               READ CATALOG-FILE
                   INVALID KEY
                       MOVE "KEY NOT ON TABLE CATALOG"
                           TO WS-EXCP-REASON
                   NOT INVALID KEY
                       IF CAT-ACTIVE
                           SET WS-CATLG-KEY-ACTIVE TO TRUE
                       ELSE
                           MOVE "KEY RETIRED ON TABLE CATALOG"
                               TO WS-EXCP-REASON
                       END-IF
               END-READ
           END-IF.

       0050-REFUSE-INTERACTIVE-SESSION.
      * the run still closes out through the normal end of job, so
      * the run control entry and summary are written as for any
      * other refusal once the run has started.
           DISPLAY "TABCATLG UNAVAILABLE - INTERACTIVE SESSION REFUSED"
           MOVE "TABCATLG" TO WS-EXCP-VALUE
           MOVE "TABCATLG UNAVAILABLE - REFUSED" TO WS-EXCP-REASON
           PERFORM 0005-LOG-EXCEPTION
           SET WS-CATLG-REFUSED TO TRUE.
