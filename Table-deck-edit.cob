       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABWEDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUTH-OPERATOR-ID
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT TABLE-MASTER ASSIGN TO "TABMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-KEY
               FILE STATUS IS WS-TABMSTR-STATUS.
           SELECT PENDING-FILE ASSIGN TO "MAINTPND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-MAINTPND-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-PROGRAM-ID
               FILE STATUS IS WS-CTL-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "TABCATLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-KEY
               FILE STATUS IS WS-CATLG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "EDITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY PARMCARD.

       FD  AUTH-FILE.
           COPY OPERAUTH.

       FD  TABLE-MASTER.
           COPY TABMSTR.

       FD  PENDING-FILE.
           COPY MAINTPND.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  CATALOG-FILE.
           COPY TABCATLG.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-REC                  PIC X(80).

       FD  CALENDAR-FILE.
           COPY BUSCAL.

       WORKING-STORAGE SECTION.
           COPY DAYCALC.
       01  WS-PARM-STATUS              PIC XX.
       01  WS-AUTH-STATUS              PIC XX.
       01  WS-TABMSTR-STATUS           PIC XX.
       01  WS-MAINTPND-STATUS          PIC XX.
       01  WS-CTL-STATUS               PIC XX.
       01  WS-REPORT-STATUS            PIC XX.
       01  WS-CAL-STATUS               PIC XX.
       01  WS-CATLG-STATUS             PIC XX.
       01  WS-CATLG-EOF-SW             PIC X         VALUE 'N'.
           88  WS-CATLG-EOF                          VALUE 'Y'.
       01  WS-CATCHK-SW                PIC X         VALUE 'N'.
           88  WS-CATCHK-AVAILABLE                   VALUE 'Y'.
       01  WS-CAL-AVAIL-SW             PIC X         VALUE 'N'.
           88  WS-CAL-AVAILABLE                      VALUE 'Y'.
       01  WS-PARM-EOF-SW              PIC X         VALUE 'N'.
           88  WS-PARM-EOF                           VALUE 'Y'.
       01  WS-MASTER-EOF-SW            PIC X         VALUE 'N'.
           88  WS-MASTER-EOF                         VALUE 'Y'.
       01  WS-KEYCHK-SW                PIC X         VALUE 'N'.
           88  WS-KEYCHK-AVAILABLE                   VALUE 'Y'.
       01  WS-MAINTPND-AVAIL-SW        PIC X         VALUE 'N'.
           88  WS-MAINTPND-AVAILABLE                 VALUE 'Y'.
       01  WS-RUN-REFUSED-SW           PIC X         VALUE 'N'.
           88  WS-RUN-REFUSED                        VALUE 'Y'.
       01  WS-FORCE-RUN-SW             PIC X         VALUE 'N'.
           88  WS-FORCE-RUN                          VALUE 'Y'.
       01  WS-PRIOR-FOUND-SW           PIC X         VALUE 'N'.
           88  WS-PRIOR-FOUND                        VALUE 'Y'.
       01  WS-PRIOR-STATUS             PIC X         VALUE SPACE.
       01  WS-PRIOR-BUSINESS-DATE      PIC 9(8)      VALUE ZEROS.
       01  WS-AUTH-FUNCTION            PIC X         VALUE SPACE.
           88  WS-AUTH-MAY-GENERATE                  VALUE 'G' 'B'.
           88  WS-AUTH-MAY-LOOKUP                    VALUE 'L' 'B'.
       01  WS-KEY-VALID-SW             PIC X         VALUE 'N'.
           88  WS-KEY-VALID                          VALUE 'Y'.
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-TIME                 PIC 9(8).
       01  WS-OPERATOR-ID              PIC X(8).
       01  WS-CARD-COUNT               PIC 9(4)      VALUE 0.
       01  WS-CARDS-CLEAN              PIC 9(4)      VALUE 0.
       01  WS-CARDS-IN-ERROR           PIC 9(4)      VALUE 0.
       01  WS-ERROR-COUNT              PIC 9(4)      VALUE 0.
       01  WS-WARNING-COUNT            PIC 9(4)      VALUE 0.
       01  WS-AUTH-COUNT               PIC 9(4)      VALUE 0.
       01  WS-CARD-FINDINGS            PIC 9(2)      VALUE 0.
       01  WS-EDIT-KEY                 PIC 9(2)      VALUE 0.
       01  WS-TYPE-SUB                 PIC 9(1)      VALUE 1.
       01  WS-KEY-SUB                  PIC 9(3)      VALUE 0.
       01  WS-CARD-IMAGE               PIC X(9).

      * business date work, resolved the way TABWACC resolves it: a
      * run before the cutoff time belongs to the day before, and a
      * non-business day looks back to the last business day.
       01  WS-CUTOFF-TIME              PIC 9(4)      VALUE 0600.
       01  WS-RUN-HHMM                 PIC 9(4).
       01  WS-EFFECTIVE-DATE           PIC 9(8).
       01  WS-BUSINESS-DATE            PIC 9(8).
       01  WS-CAL-DAY-TYPE             PIC X(1).
       01  WS-EFFECTIVE-DAY-TYPE       PIC X(1)      VALUE SPACE.
           88  WS-EFFECTIVE-BUSINESS                 VALUE 'B'.
       01  WS-LOOKBACK                 PIC 9(2).

      * one finding per report line: the card it belongs to (zero is
      * the deck as a whole), a severity and the reason.  A is an
      * authorization refusal, E an error TABWACC would reject or
      * refuse on, W a warning that does not hold the run.
       01  WS-FIND-CARD-NO             PIC 9(4)      VALUE 0.
       01  WS-FIND-SEV                 PIC X         VALUE SPACE.
           88  WS-FIND-AUTH                          VALUE 'A'.
           88  WS-FIND-ERROR                         VALUE 'E'.
           88  WS-FIND-WARNING                       VALUE 'W'.
       01  WS-FIND-MSG                 PIC X(40).
       01  WS-REF-CARD-EDIT            PIC ZZZ9.
       01  WS-CARD-NO-X                PIC X(4).

      * what the deck does to each key, card by card, so a later card
      * is judged against the master as the earlier cards will have
      * left it: the first T, D and D-or-R card seen for the key.
      * WS-KEY-ACTIVE is the key's standing on the table catalog.
      * Subscripted (family, key) with 1 = M and 2 = A.
       01  WS-KEY-STATE.
           05  WS-KEY-FAMILY OCCURS 2 TIMES.
               10  WS-KEY-ENTRY OCCURS 99 TIMES.
                   15  WS-KEY-ON-MASTER
                                       PIC X.
                   15  WS-KEY-ACTIVE   PIC X.
                   15  WS-KEY-T-CARD   PIC 9(4).
                   15  WS-KEY-D-CARD   PIC 9(4).
                   15  WS-KEY-M-CARD   PIC 9(4).
       01  WS-FAMILY-TABLE.
           05  WS-FAMILY-ENTRY OCCURS 2 TIMES.
               10  WS-FAMILY-STORED    PIC 9(3).
               10  WS-FAMILY-T-CARDS   PIC 9(4).

       01  WS-COUNT-EDIT               PIC ZZZ9.
       01  WS-HEADER-LINE              PIC X(80).
       01  WS-DETAIL-LINE              PIC X(80).
       PROCEDURE DIVISION.

       0001-MAIN-PROC.
      * dry run of the night's TABWACC deck: every card is put
      * through the checks TABWACC itself would make, plus the
      * deck-wide ones it cannot (a lookup behind a delete of the
      * same key, a table built twice), against the files as they
      * stand now.  Nothing is written but the listing - no audit,
      * no exception log, no queue - so the edit can be run as
      * often as the deck is changed.  The return code is for the
      * scheduler: 8 or over holds TABWACC.
           DISPLAY "TABWACC DECK EDIT"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN EDITRPT - STATUS "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0002-PRINT-REPORT-HEADER
           PERFORM 0003-CHECK-OPERATOR-AUTH
           PERFORM 0004-LOAD-MASTER-KEYS
           PERFORM 0027-LOAD-CATALOG-KEYS
           PERFORM 0005-OPEN-PENDING-FILE
           PERFORM 0006-READ-RUN-CONTROL
           PERFORM 0023-RESOLVE-BUSINESS-DATE
           MOVE "  CARD  IMAGE      SEV  RESULT" TO WS-HEADER-LINE
           WRITE REPORT-REC FROM WS-HEADER-LINE
               AFTER ADVANCING 2 LINES
           END-WRITE
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL WS-PARM-EOF
                   READ PARM-FILE
                       AT END
                           SET WS-PARM-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CARD-COUNT
                           PERFORM 0010-EDIT-CARD
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           MOVE 0 TO WS-FIND-CARD-NO
           MOVE SPACES TO WS-CARD-IMAGE
           IF WS-CARD-COUNT = 0
               SET WS-FIND-ERROR TO TRUE
               MOVE "NO CARDS - TABWACC WOULD RUN INTERACTIVE"
                   TO WS-FIND-MSG
               PERFORM 0020-NOTE-FINDING
           END-IF
           IF WS-CARD-COUNT > 0 AND NOT WS-FORCE-RUN
                   AND NOT WS-EFFECTIVE-BUSINESS
               SET WS-FIND-ERROR TO TRUE
               IF WS-CAL-AVAILABLE
                   MOVE "NOT A BUSINESS DAY - NO F CARD FIRST"
                       TO WS-FIND-MSG
               ELSE
                   MOVE "NO BUSCAL - BUSINESS DAY NOT CONFIRMED"
                       TO WS-FIND-MSG
               END-IF
               PERFORM 0020-NOTE-FINDING
           END-IF
           IF WS-CARD-COUNT > 0 AND NOT WS-FORCE-RUN
                   AND WS-PRIOR-FOUND AND WS-PRIOR-STATUS = 'C'
                   AND WS-PRIOR-BUSINESS-DATE = WS-BUSINESS-DATE
               SET WS-FIND-ERROR TO TRUE
               MOVE "DATE ALREADY RUN - NO F CARD FIRST"
                   TO WS-FIND-MSG
               PERFORM 0020-NOTE-FINDING
           END-IF
           PERFORM 0022-PRINT-REPORT-TOTALS
           IF WS-KEYCHK-AVAILABLE
               CLOSE TABLE-MASTER
           END-IF
           IF WS-MAINTPND-AVAILABLE
               CLOSE PENDING-FILE
           END-IF
           CLOSE REPORT-FILE
           IF WS-WARNING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-AUTH-COUNT > 0
               MOVE 12 TO RETURN-CODE
           END-IF
           STOP RUN.

       0002-PRINT-REPORT-HEADER.
           MOVE SPACES TO WS-HEADER-LINE
           STRING "RUN DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "  TABWACC DECK EDIT - NO FILES UPDATED"
                   DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-HEADER-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE " ************* " TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.

       0003-CHECK-OPERATOR-AUTH.
      * the same check TABWACC makes, failing closed the same way -
      * but where TABWACC would stop, the edit records the refusal
      * and carries on, so one listing shows everything wrong with
      * the deck.  A refused run is not charged again card by card.
           MOVE 0 TO WS-FIND-CARD-NO
           MOVE SPACES TO WS-CARD-IMAGE
           OPEN INPUT AUTH-FILE
           IF WS-AUTH-STATUS NOT = "00"
               SET WS-RUN-REFUSED TO TRUE
               SET WS-FIND-AUTH TO TRUE
               MOVE "OPERAUTH UNAVAILABLE - REFUSED" TO WS-FIND-MSG
               PERFORM 0020-NOTE-FINDING
           ELSE
               MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID
               READ AUTH-FILE
                   INVALID KEY
                       SET WS-RUN-REFUSED TO TRUE
                       SET WS-FIND-AUTH TO TRUE
                       MOVE "OPERATOR NOT ON AUTH FILE" TO WS-FIND-MSG
                       PERFORM 0020-NOTE-FINDING
                   NOT INVALID KEY
                       MOVE AUTH-FUNCTION TO WS-AUTH-FUNCTION
               END-READ
               CLOSE AUTH-FILE
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "OPERATOR " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               "  FUNCTION " DELIMITED BY SIZE
               WS-AUTH-FUNCTION DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE.

       0004-LOAD-MASTER-KEYS.
      * one browse of the master up front; every key check after
      * that is a table lookup.  A master the edit cannot read is
      * one the key checks cannot be made against, and the deck is
      * held rather than passed unchecked.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 2
               MOVE 0 TO WS-FAMILY-STORED (WS-TYPE-SUB)
               MOVE 0 TO WS-FAMILY-T-CARDS (WS-TYPE-SUB)
               PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                       UNTIL WS-KEY-SUB > 99
                   MOVE 'N' TO WS-KEY-ON-MASTER
                       (WS-TYPE-SUB, WS-KEY-SUB)
                   MOVE 'N' TO WS-KEY-ACTIVE (WS-TYPE-SUB, WS-KEY-SUB)
                   MOVE 0 TO WS-KEY-T-CARD (WS-TYPE-SUB, WS-KEY-SUB)
                   MOVE 0 TO WS-KEY-D-CARD (WS-TYPE-SUB, WS-KEY-SUB)
                   MOVE 0 TO WS-KEY-M-CARD (WS-TYPE-SUB, WS-KEY-SUB)
               END-PERFORM
           END-PERFORM
           OPEN INPUT TABLE-MASTER
           IF WS-TABMSTR-STATUS NOT = "00"
               MOVE 0 TO WS-FIND-CARD-NO
               MOVE SPACES TO WS-CARD-IMAGE
               SET WS-FIND-ERROR TO TRUE
               MOVE "TABMSTR UNAVAILABLE - KEYS NOT CHECKED"
                   TO WS-FIND-MSG
               PERFORM 0020-NOTE-FINDING
           ELSE
               SET WS-KEYCHK-AVAILABLE TO TRUE
               MOVE LOW-VALUES TO TM-KEY
               START TABLE-MASTER KEY NOT LESS THAN TM-KEY
                   INVALID KEY
                       SET WS-MASTER-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-MASTER-EOF
                   READ TABLE-MASTER NEXT RECORD
                       AT END
                           SET WS-MASTER-EOF TO TRUE
                       NOT AT END
                           PERFORM 0007-NOTE-MASTER-KEY
                   END-READ
               END-PERFORM
           END-IF.

       0007-NOTE-MASTER-KEY.
           IF TM-KEY-I IS NUMERIC AND TM-KEY-I > 0
                   AND (TM-TYPE-MULT OR TM-TYPE-ADD)
               IF TM-TYPE-ADD
                   MOVE 2 TO WS-TYPE-SUB
               ELSE
                   MOVE 1 TO WS-TYPE-SUB
               END-IF
               MOVE 'Y' TO WS-KEY-ON-MASTER (WS-TYPE-SUB, TM-KEY-I)
               ADD 1 TO WS-FAMILY-STORED (WS-TYPE-SUB)
           END-IF.

       0005-OPEN-PENDING-FILE.
      * read only - an edit must not create the queue.  Without it
      * the already-pending check on D and R cards cannot be made,
      * which is worth a warning but not a hold: TABWACC makes the
      * same check itself when it queues the card.
           OPEN INPUT PENDING-FILE
           IF WS-MAINTPND-STATUS = "00"
               SET WS-MAINTPND-AVAILABLE TO TRUE
           ELSE
               MOVE 0 TO WS-FIND-CARD-NO
               MOVE SPACES TO WS-CARD-IMAGE
               SET WS-FIND-WARNING TO TRUE
               MOVE "MAINTPND UNAVAILABLE - PENDING NOT CHECKED"
                   TO WS-FIND-MSG
               PERFORM 0020-NOTE-FINDING
           END-IF.

       0006-READ-RUN-CONTROL.
      * TABWACC's own run-control entry, kept aside for the
      * date-already-run check once the deck has shown whether it
      * carries an F card.  No RUNCTL is no prior run.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-CTL-STATUS = "00"
               MOVE "TABWACC" TO CTL-PROGRAM-ID
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-PRIOR-FOUND TO TRUE
                       MOVE CTL-STATUS TO WS-PRIOR-STATUS
                       MOVE CTL-BUSINESS-DATE
                           TO WS-PRIOR-BUSINESS-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       0010-EDIT-CARD.
      * the checks run in TABWACC's own order - type, then mode,
      * then authority, then the values - and stop where TABWACC
      * would stop, so the reason listed is the reason the card
      * would be rejected.
           MOVE 0 TO WS-CARD-FINDINGS
           MOVE WS-CARD-COUNT TO WS-FIND-CARD-NO
           MOVE PARM-CARD TO WS-CARD-IMAGE
           IF PARM-MODE-FORCE
               IF WS-CARD-COUNT = 1
                   SET WS-FORCE-RUN TO TRUE
                   SET WS-FIND-WARNING TO TRUE
                   MOVE "F CARD - BUSINESS DATE CHECKS BYPASSED"
                       TO WS-FIND-MSG
                   PERFORM 0020-NOTE-FINDING
               ELSE
                   SET WS-FIND-ERROR TO TRUE
                   MOVE "F CARD NOT FIRST - INVALID MODE CODE"
                       TO WS-FIND-MSG
                   PERFORM 0020-NOTE-FINDING
               END-IF
           ELSE
           IF NOT PARM-TYPE-MULT AND NOT PARM-TYPE-ADD
               SET WS-FIND-ERROR TO TRUE
               MOVE "INVALID TABLE TYPE ON CARD" TO WS-FIND-MSG
               PERFORM 0020-NOTE-FINDING
           ELSE
               IF PARM-TYPE-ADD
                   MOVE 2 TO WS-TYPE-SUB
               ELSE
                   MOVE 1 TO WS-TYPE-SUB
               END-IF
               IF NOT PARM-MODE-TABLE AND NOT PARM-MODE-LOOKUP
                       AND NOT PARM-MODE-PRODUCT
                       AND NOT PARM-MODE-DELETE
                       AND NOT PARM-MODE-REGEN
                   SET WS-FIND-ERROR TO TRUE
                   MOVE "INVALID MODE CODE ON CARD" TO WS-FIND-MSG
                   PERFORM 0020-NOTE-FINDING
               ELSE
                   PERFORM 0011-CHECK-CARD-AUTH
                   IF WS-CARD-FINDINGS = 0
                       IF PARM-MODE-TABLE
                           PERFORM 0012-EDIT-TABLE-CARD
                       END-IF
                       IF PARM-MODE-LOOKUP
                           PERFORM 0013-EDIT-LOOKUP-CARD
                       END-IF
                       IF PARM-MODE-PRODUCT
                           PERFORM 0014-EDIT-PRODUCT-CARD
                       END-IF
                       IF PARM-MODE-DELETE OR PARM-MODE-REGEN
                           PERFORM 0015-EDIT-MAINT-CARD
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
           IF WS-CARD-FINDINGS = 0
               ADD 1 TO WS-CARDS-CLEAN
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-CARD-COUNT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-CARD-IMAGE DELIMITED BY SIZE
                   "       OK" DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           ELSE
               ADD 1 TO WS-CARDS-IN-ERROR
           END-IF.

       0011-CHECK-CARD-AUTH.
           IF NOT WS-RUN-REFUSED
               IF (PARM-MODE-LOOKUP OR PARM-MODE-PRODUCT)
                       AND NOT WS-AUTH-MAY-LOOKUP
                   SET WS-FIND-AUTH TO TRUE
                   MOVE "OPERATOR NOT AUTHORIZED - LKP" TO WS-FIND-MSG
                   PERFORM 0020-NOTE-FINDING
               END-IF
               IF (PARM-MODE-TABLE OR PARM-MODE-DELETE
                       OR PARM-MODE-REGEN)
                       AND NOT WS-AUTH-MAY-GENERATE
                   SET WS-FIND-AUTH TO TRUE
                   MOVE "OPERATOR NOT AUTHORIZED - GEN" TO WS-FIND-MSG
                   PERFORM 0020-NOTE-FINDING
               END-IF
           END-IF.

       0012-EDIT-TABLE-CARD.
      * a second T card for the same key builds it twice and posts
      * two audit and history records for one table.
           IF PARM-VALUE-1 IS NUMERIC
               MOVE PARM-VALUE-1 TO WS-EDIT-KEY
               PERFORM 0016-VALIDATE-KEY
               IF WS-KEY-VALID
                   IF WS-KEY-T-CARD (WS-TYPE-SUB, WS-EDIT-KEY) > 0
                       MOVE WS-KEY-T-CARD (WS-TYPE-SUB, WS-EDIT-KEY)
                           TO WS-REF-CARD-EDIT
                       SET WS-FIND-ERROR TO TRUE
                       MOVE SPACES TO WS-FIND-MSG
                       STRING "DUPLICATE T CARD - SEE CARD "
                           DELIMITED BY SIZE
                           WS-REF-CARD-EDIT DELIMITED BY SIZE
                           INTO WS-FIND-MSG
                       END-STRING
                       PERFORM 0020-NOTE-FINDING
                   ELSE
                       MOVE WS-CARD-COUNT
                           TO WS-KEY-T-CARD (WS-TYPE-SUB, WS-EDIT-KEY)
                       ADD 1 TO WS-FAMILY-T-CARDS (WS-TYPE-SUB)
                   END-IF
               END-IF
           ELSE
               SET WS-FIND-ERROR TO TRUE
               MOVE "NON-NUMERIC TABLE CARD" TO WS-FIND-MSG
               PERFORM 0020-NOTE-FINDING
           END-IF.

       0013-EDIT-LOOKUP-CARD.
      * a lookup behind a D card for the same key asks for a table
      * the deck has already asked to have deleted.  Otherwise the
      * key must be on the master, or built by a T card earlier in
      * the deck - TABWACC answers only from stored rows.
           IF PARM-VALUE-1 IS NUMERIC AND PARM-VALUE-2 IS NUMERIC
               MOVE PARM-VALUE-1 TO WS-EDIT-KEY
               IF WS-EDIT-KEY = 0
                   SET WS-FIND-ERROR TO TRUE
                   MOVE "ZERO FACTOR REJECTED" TO WS-FIND-MSG
                   PERFORM 0020-NOTE-FINDING
               ELSE
               IF WS-CATCHK-AVAILABLE
                       AND WS-KEY-ACTIVE (WS-TYPE-SUB, WS-EDIT-KEY)
                           NOT = 'Y'
                   SET WS-FIND-ERROR TO TRUE
                   MOVE "KEY NOT ACTIVE ON TABLE CATALOG"
                       TO WS-FIND-MSG
                   PERFORM 0020-NOTE-FINDING
               ELSE
               IF WS-KEY-D-CARD (WS-TYPE-SUB, WS-EDIT-KEY) > 0
                   MOVE WS-KEY-D-CARD (WS-TYPE-SUB, WS-EDIT-KEY)
                       TO WS-REF-CARD-EDIT
                   SET WS-FIND-ERROR TO TRUE
                   MOVE SPACES TO WS-FIND-MSG
                   STRING "LOOKUP AFTER D CARD " DELIMITED BY SIZE
                       WS-REF-CARD-EDIT DELIMITED BY SIZE
                       " ON SAME KEY" DELIMITED BY SIZE
                       INTO WS-FIND-MSG
                   END-STRING
                   PERFORM 0020-NOTE-FINDING
               ELSE
                   PERFORM 0017-CHECK-KEY-ON-MASTER
                   IF NOT WS-KEY-VALID
                       SET WS-FIND-ERROR TO TRUE
                       MOVE "LOOKUP KEY NOT ON MASTER" TO WS-FIND-MSG
                       PERFORM 0020-NOTE-FINDING
                   END-IF
               END-IF
               END-IF
               END-IF
           ELSE
               SET WS-FIND-ERROR TO TRUE
               MOVE "NON-NUMERIC LOOKUP CARD" TO WS-FIND-MSG
               PERFORM 0020-NOTE-FINDING
           END-IF.

       0014-EDIT-PRODUCT-CARD.
      * a product search has no key of its own; it needs at least
      * one stored table in its family to search.
           IF PARM-VALUE-2 IS NUMERIC
               IF WS-KEYCHK-AVAILABLE
                       AND WS-FAMILY-STORED (WS-TYPE-SUB) = 0
                       AND WS-FAMILY-T-CARDS (WS-TYPE-SUB) = 0
                   SET WS-FIND-ERROR TO TRUE
                   MOVE "NO STORED TABLES IN FAMILY TO SEARCH"
                       TO WS-FIND-MSG
                   PERFORM 0020-NOTE-FINDING
               END-IF
           ELSE
               SET WS-FIND-ERROR TO TRUE
               MOVE "NON-NUMERIC SEARCH CARD" TO WS-FIND-MSG
               PERFORM 0020-NOTE-FINDING
           END-IF.

       0015-EDIT-MAINT-CARD.
      * one request per key: a second D or R card in the deck, or a
      * card for a key already waiting on MAINTPND, is rejected by
      * TABWACC when it comes to queue it.
           IF PARM-VALUE-1 IS NUMERIC
               MOVE PARM-VALUE-1 TO WS-EDIT-KEY
               PERFORM 0016-VALIDATE-KEY
               IF WS-KEY-VALID
                   PERFORM 0018-EDIT-MAINT-KEY
               END-IF
           ELSE
               SET WS-FIND-ERROR TO TRUE
               MOVE "NON-NUMERIC MAINT CARD" TO WS-FIND-MSG
               PERFORM 0020-NOTE-FINDING
           END-IF.

       0018-EDIT-MAINT-KEY.
           IF WS-KEY-M-CARD (WS-TYPE-SUB, WS-EDIT-KEY) > 0
               MOVE WS-KEY-M-CARD (WS-TYPE-SUB, WS-EDIT-KEY)
                   TO WS-REF-CARD-EDIT
               SET WS-FIND-ERROR TO TRUE
               MOVE SPACES TO WS-FIND-MSG
               STRING "MAINT REQUEST ALREADY ON CARD "
                   DELIMITED BY SIZE
                   WS-REF-CARD-EDIT DELIMITED BY SIZE
                   INTO WS-FIND-MSG
               END-STRING
               PERFORM 0020-NOTE-FINDING
           ELSE
               MOVE WS-CARD-COUNT
                   TO WS-KEY-M-CARD (WS-TYPE-SUB, WS-EDIT-KEY)
               IF PARM-MODE-DELETE
                   MOVE WS-CARD-COUNT
                       TO WS-KEY-D-CARD (WS-TYPE-SUB, WS-EDIT-KEY)
               END-IF
               IF WS-MAINTPND-AVAILABLE
                   IF PARM-TYPE-ADD
                       MOVE 'A' TO PEND-KEY-TYPE
                   ELSE
                       MOVE 'M' TO PEND-KEY-TYPE
                   END-IF
                   MOVE WS-EDIT-KEY TO PEND-KEY-I
                   READ PENDING-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PEND-PENDING
                               SET WS-FIND-ERROR TO TRUE
                               MOVE "MAINT REQUEST ALREADY PENDING"
                                   TO WS-FIND-MSG
                               PERFORM 0020-NOTE-FINDING
                           END-IF
                   END-READ
               END-IF
               PERFORM 0017-CHECK-KEY-ON-MASTER
               IF NOT WS-KEY-VALID
                   SET WS-FIND-ERROR TO TRUE
                   MOVE "MAINT KEY NOT ON MASTER" TO WS-FIND-MSG
                   PERFORM 0020-NOTE-FINDING
               END-IF
           END-IF.

       0016-VALIDATE-KEY.
      * T and R cards must name a key active on the table catalog; a
      * D card may name any key, the way TABWACC takes it, so a
      * retired key's table can be deleted.  With the catalog
      * unreadable the check is passed here - the deck is already
      * held for that.
           MOVE 'N' TO WS-KEY-VALID-SW
           IF WS-EDIT-KEY = 0
               SET WS-FIND-ERROR TO TRUE
               MOVE "ZERO MULTIPLIER REJECTED" TO WS-FIND-MSG
               PERFORM 0020-NOTE-FINDING
           ELSE
               IF NOT PARM-MODE-DELETE AND WS-CATCHK-AVAILABLE
                       AND WS-KEY-ACTIVE (WS-TYPE-SUB, WS-EDIT-KEY)
                           NOT = 'Y'
                   SET WS-FIND-ERROR TO TRUE
                   MOVE "KEY NOT ACTIVE ON TABLE CATALOG"
                       TO WS-FIND-MSG
                   PERFORM 0020-NOTE-FINDING
               ELSE
                   SET WS-KEY-VALID TO TRUE
               END-IF
           END-IF.

       0017-CHECK-KEY-ON-MASTER.
      * sets WS-KEY-VALID when the key is stored now or built by an
      * earlier T card.  With the master unreadable the check is
      * passed here - the deck is already held for that.
           MOVE 'N' TO WS-KEY-VALID-SW
           IF NOT WS-KEYCHK-AVAILABLE
               SET WS-KEY-VALID TO TRUE
           ELSE
               IF WS-KEY-ON-MASTER (WS-TYPE-SUB, WS-EDIT-KEY) = 'Y'
                       OR WS-KEY-T-CARD (WS-TYPE-SUB, WS-EDIT-KEY) > 0
                   SET WS-KEY-VALID TO TRUE
               END-IF
           END-IF.

       0020-NOTE-FINDING.
           ADD 1 TO WS-CARD-FINDINGS
           IF WS-FIND-AUTH
               ADD 1 TO WS-AUTH-COUNT
           END-IF
           IF WS-FIND-ERROR
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF WS-FIND-WARNING
               ADD 1 TO WS-WARNING-COUNT
           END-IF
           IF WS-FIND-CARD-NO = 0
               MOVE "DECK" TO WS-CARD-NO-X
           ELSE
               MOVE WS-FIND-CARD-NO TO WS-CARD-NO-X
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "  " DELIMITED BY SIZE
               WS-CARD-NO-X DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CARD-IMAGE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-FIND-SEV DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-FIND-MSG DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE.

       0022-PRINT-REPORT-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE
           MOVE WS-CARD-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "CARDS READ          " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE WS-CARDS-CLEAN TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "CARDS CLEAN         " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE WS-CARDS-IN-ERROR TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "CARDS WITH FINDINGS " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE WS-AUTH-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "AUTHORIZATION (A)   " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE WS-ERROR-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "ERRORS (E)          " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE WS-WARNING-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "WARNINGS (W)        " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           IF WS-AUTH-COUNT > 0 OR WS-ERROR-COUNT > 0
               MOVE "DECK STATUS - HOLD TABWACC" TO WS-DETAIL-LINE
           ELSE
               IF WS-WARNING-COUNT > 0
                   MOVE "DECK STATUS - RELEASE, WARNINGS ONLY"
                       TO WS-DETAIL-LINE
               ELSE
                   MOVE "DECK STATUS - CLEAN" TO WS-DETAIL-LINE
               END-IF
           END-IF
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 2 LINES
           END-WRITE.

       0023-RESOLVE-BUSINESS-DATE.
      * the business date TABWACC would take if it ran now, so the
      * date-already-run and business-day findings are judged the
      * way the real run will judge them.  Run the edit on the same
      * side of the cutoff as the worklist it is checking.
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
           END-IF
           DIVIDE WS-RUN-TIME BY 10000 GIVING WS-RUN-HHMM
           IF WS-RUN-HHMM < WS-CUTOFF-TIME
               MOVE WS-RUN-DATE TO WS-DN-DATE
               PERFORM 0026-STEP-BACK-ONE-DAY
               MOVE WS-DN-DATE TO WS-EFFECTIVE-DATE
           END-IF
           MOVE WS-EFFECTIVE-DATE TO WS-BUSINESS-DATE
           IF WS-CAL-AVAILABLE
               MOVE WS-EFFECTIVE-DATE TO WS-DN-DATE
               PERFORM 0024-READ-CALENDAR-DAY
               MOVE WS-CAL-DAY-TYPE TO WS-EFFECTIVE-DAY-TYPE
               PERFORM VARYING WS-LOOKBACK FROM 1 BY 1
                       UNTIL WS-LOOKBACK > 14
                       OR WS-CAL-DAY-TYPE = 'B'
                   PERFORM 0026-STEP-BACK-ONE-DAY
                   PERFORM 0024-READ-CALENDAR-DAY
               END-PERFORM
               IF WS-CAL-DAY-TYPE = 'B'
                   MOVE WS-DN-DATE TO WS-BUSINESS-DATE
               END-IF
               CLOSE CALENDAR-FILE
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "BUSINESS DATE " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               "  EFFECTIVE DATE " DELIMITED BY SIZE
               WS-EFFECTIVE-DATE DELIMITED BY SIZE
               "  DAY TYPE " DELIMITED BY SIZE
               WS-EFFECTIVE-DAY-TYPE DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE.

       0024-READ-CALENDAR-DAY.
      * a date with no calendar record is not a business day.
           MOVE WS-DN-DATE TO CAL-DATE
           READ CALENDAR-FILE
               INVALID KEY
                   MOVE SPACE TO WS-CAL-DAY-TYPE
               NOT INVALID KEY
                   MOVE CAL-DAY-TYPE TO WS-CAL-DAY-TYPE
           END-READ.

       0025-COMPUTE-MONTH-DAYS.
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

       0026-STEP-BACK-ONE-DAY.
           IF WS-DN-DAY > 1
               SUBTRACT 1 FROM WS-DN-DAY
           ELSE
               IF WS-DN-MONTH > 1
                   SUBTRACT 1 FROM WS-DN-MONTH
               ELSE
                   MOVE 12 TO WS-DN-MONTH
                   SUBTRACT 1 FROM WS-DN-YEAR
               END-IF
               PERFORM 0025-COMPUTE-MONTH-DAYS
               MOVE WS-DN-MONTH-DAYS TO WS-DN-DAY
           END-IF.

       0027-LOAD-CATALOG-KEYS.
      * the active keys of each family, read once from the table
      * catalog.  TABWACC takes no T, R or L card without the
      * catalog, so a catalog the edit cannot read holds the deck.
           OPEN INPUT CATALOG-FILE
           IF WS-CATLG-STATUS NOT = "00"
               MOVE 0 TO WS-FIND-CARD-NO
               MOVE SPACES TO WS-CARD-IMAGE
               SET WS-FIND-ERROR TO TRUE
               MOVE "TABCATLG UNAVAILABLE - KEYS NOT CHECKED"
                   TO WS-FIND-MSG
               PERFORM 0020-NOTE-FINDING
           ELSE
               SET WS-CATCHK-AVAILABLE TO TRUE
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
                           IF CAT-ACTIVE AND CAT-KEY-I > 0
                                   AND (CAT-TYPE-MULT OR CAT-TYPE-ADD)
                               IF CAT-TYPE-ADD
                                   MOVE 2 TO WS-TYPE-SUB
                               ELSE
                                   MOVE 1 TO WS-TYPE-SUB
                               END-IF
                               MOVE 'Y' TO WS-KEY-ACTIVE
                                   (WS-TYPE-SUB, CAT-KEY-I)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.
