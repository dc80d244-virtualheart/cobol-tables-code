       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABRCERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUTH-OPERATOR-ID
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RCRTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT REVOKE-FILE ASSIGN TO "REVKCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVOKE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORDING MODE IS F.
           COPY RCRTCARD.

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

       FD  REVOKE-FILE
           RECORDING MODE IS F.
           COPY AUTHCARD.

       WORKING-STORAGE SECTION.
           COPY DAYCALC.
       01  WS-CONTROL-STATUS           PIC XX.
       01  WS-AUTH-STATUS              PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-EXCP-STATUS              PIC XX.
       01  WS-REPORT-STATUS            PIC XX.
       01  WS-REVOKE-STATUS            PIC XX.
       01  WS-AUTH-EOF-SW              PIC X         VALUE 'N'.
           88  WS-AUTH-EOF                           VALUE 'Y'.
       01  WS-AUDIT-EOF-SW             PIC X         VALUE 'N'.
           88  WS-AUDIT-EOF                          VALUE 'Y'.
       01  WS-EXCP-EOF-SW              PIC X         VALUE 'N'.
           88  WS-EXCP-EOF                           VALUE 'Y'.
       01  WS-CONTROL-MODE             PIC X         VALUE 'R'.
           88  WS-MODE-REPORT                        VALUE 'R'.
           88  WS-MODE-REVOKE                        VALUE 'V'.
       01  WS-DORMANT-X                PIC X(3)      VALUE SPACES.
       01  WS-DORMANT-DAYS             PIC 9(3)      VALUE 90.
       01  WS-DORMANT-EDIT             PIC ZZ9.
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-TIME                 PIC 9(8).
       01  WS-RUN-DAYNUM               PIC 9(7)      VALUE 0.
       01  WS-IDLE-DAYS                PIC 9(7)      VALUE 0.
       01  WS-FIND-ID                  PIC X(8).
       01  WS-AUDIT-READ               PIC 9(5)      VALUE 0.
       01  WS-AUDIT-INVALID            PIC 9(5)      VALUE 0.
       01  WS-AUDIT-OFF-FILE           PIC 9(5)      VALUE 0.
       01  WS-EXCP-READ                PIC 9(5)      VALUE 0.
       01  WS-DORMANT-COUNT            PIC 9(4)      VALUE 0.
       01  WS-REVOKE-COUNT             PIC 9(4)      VALUE 0.
       01  WS-OVERFLOW-COUNT           PIC 9(5)      VALUE 0.
       01  WS-REASON-WORK              PIC X(30).
       01  WS-REASON-PARTS REDEFINES WS-REASON-WORK.
           05  WS-REASON-PREFIX        PIC X(12).
           05  FILLER                  PIC X(18).

      * one entry per OPERAUTH record, loaded before either log is
      * read.  Each operator's audit records are tallied by program
      * tag in a small table of their own; tags past its limit are
      * rolled into the overflow count so nothing is silently lost.
       01  WS-OPER-MAX                 PIC 9(3)      VALUE 200.
       01  WS-OPER-COUNT               PIC 9(3)      VALUE 0.
       01  WS-OPER-TABLE.
           05  WS-OPER-ENTRY OCCURS 200 TIMES.
               10  WS-OPER-ID          PIC X(8).
               10  WS-OPER-FUNC        PIC X(1).
               10  WS-OPER-LAST-ACTIVE PIC 9(8).
               10  WS-OPER-LAST-REFUSE PIC 9(8).
               10  WS-OPER-TAG-COUNT   PIC 9(2).
               10  WS-OPER-TAG-ENTRY OCCURS 20 TIMES.
                   15  WS-OPER-TAG-ID  PIC X(8).
                   15  WS-OPER-TAG-HITS
                                       PIC 9(5).
       01  WS-TAG-MAX                  PIC 9(2)      VALUE 20.

      * ids refused as "not on the auth file" - somebody trying to
      * run without access at all.
       01  WS-UNK-MAX                  PIC 9(3)      VALUE 100.
       01  WS-UNK-COUNT                PIC 9(3)      VALUE 0.
       01  WS-UNK-TABLE.
           05  WS-UNK-ENTRY OCCURS 100 TIMES.
               10  WS-UNK-ID           PIC X(8).
               10  WS-UNK-ATTEMPTS     PIC 9(5).
               10  WS-UNK-LAST-DATE    PIC 9(8).
               10  WS-UNK-LAST-PGM     PIC X(8).

       01  WS-SUB                      PIC 9(3)      VALUE 0.
       01  WS-HIT-SUB                  PIC 9(3)      VALUE 0.
       01  WS-SAVE-SUB                 PIC 9(3)      VALUE 0.
       01  WS-TAG-SUB                  PIC 9(2)      VALUE 0.
       01  WS-TAG-HIT                  PIC 9(2)      VALUE 0.
       01  WS-CELL-SUB                 PIC 9(1)      VALUE 0.
       01  WS-DORMANT-SW               PIC X         VALUE 'N'.
           88  WS-OPER-DORMANT                       VALUE 'Y'.
       01  WS-ACTIVE-X                 PIC X(8).
       01  WS-REFUSED-X                PIC X(8).
       01  WS-STATUS-LIT               PIC X(10).
       01  WS-REVOKE-LIT               PIC X(20).
       01  WS-ONFILE-LIT               PIC X(12).
       01  WS-COUNT-EDIT               PIC ZZZZ9.
       01  WS-HEADER-LINE              PIC X(80).
       01  WS-DETAIL-LINE              PIC X(80).
       01  WS-TAG-LINE.
           05  FILLER                  PIC X(12).
           05  WS-TAG-CELL OCCURS 4 TIMES.
               10  WS-TAG-CELL-ID      PIC X(8).
               10  WS-TAG-CELL-HITS    PIC ZZZZ9.
               10  FILLER              PIC X(2).
           05  FILLER                  PIC X(8).
       PROCEDURE DIVISION.

       0001-MAIN-PROC.
      * quarterly recertification of who holds each OPERAUTH
      * function: the file says who may run, AUDITLOG says who
      * actually did and EXCPLOG says who was turned away.  Read
      * only - the optional revoke deck is a proposal for TABAUTH,
      * not a change, and goes nowhere until it is signed off.
           DISPLAY "OPERATOR ACCESS RECERTIFICATION"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-DN-DATE
           PERFORM 0017-COMPUTE-DAY-NUMBER
           MOVE WS-DN-RESULT TO WS-RUN-DAYNUM
           PERFORM 0002-READ-CONTROL-CARD
           OPEN INPUT AUTH-FILE
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN OPERAUTH - STATUS "
                   WS-AUTH-STATUS
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
           OPEN INPUT EXCEPTION-FILE
           IF WS-EXCP-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN EXCPLOG - STATUS "
                   WS-EXCP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN RCRTRPT - STATUS "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MODE-REVOKE
               OPEN OUTPUT REVOKE-FILE
               IF WS-REVOKE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN REVKCARD - STATUS "
                       WS-REVOKE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 0003-LOAD-OPERATORS
           PERFORM 0004-SCAN-AUDIT-LOG
           PERFORM 0007-SCAN-EXCEPTION-LOG
           PERFORM 0011-PRINT-REPORT-HEADER
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-OPER-COUNT
               PERFORM 0012-PRINT-ONE-OPERATOR
           END-PERFORM
           IF WS-OPER-COUNT = 0
               MOVE "  NONE" TO WS-DETAIL-LINE
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF
           PERFORM 0015-PRINT-UNKNOWN-OPERATORS
           PERFORM 0016-PRINT-REPORT-TOTALS
           CLOSE AUTH-FILE
           CLOSE AUDIT-FILE
           CLOSE EXCEPTION-FILE
           CLOSE REPORT-FILE
           IF WS-MODE-REVOKE
               CLOSE REVOKE-FILE
           END-IF
           IF WS-DORMANT-COUNT > 0 OR WS-UNK-COUNT > 0
                   OR WS-OVERFLOW-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0002-READ-CONTROL-CARD.
      * no card is the least destructive run there is: report only,
      * the default window.  A card that cannot be read as asked is
      * refused outright rather than guessed at - a wrong window
      * would flag the wrong people.
           MOVE 'R' TO WS-CONTROL-MODE
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RCT-MODE TO WS-CONTROL-MODE
                       MOVE RCT-DORMANT-DAYS TO WS-DORMANT-X
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF NOT WS-MODE-REPORT AND NOT WS-MODE-REVOKE
               DISPLAY "INVALID CONTROL CARD MODE - " WS-CONTROL-MODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DORMANT-X NOT = SPACES
               IF WS-DORMANT-X IS NUMERIC AND WS-DORMANT-X NOT = "000"
                   MOVE WS-DORMANT-X TO WS-DORMANT-DAYS
               ELSE
                   DISPLAY "DORMANT DAYS NOT NUMERIC - " WS-DORMANT-X
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       0003-LOAD-OPERATORS.
           MOVE 'N' TO WS-AUTH-EOF-SW
           MOVE LOW-VALUES TO AUTH-OPERATOR-ID
           START AUTH-FILE KEY NOT LESS THAN AUTH-OPERATOR-ID
               INVALID KEY
                   SET WS-AUTH-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-AUTH-EOF
               READ AUTH-FILE NEXT RECORD
                   AT END
                       SET WS-AUTH-EOF TO TRUE
                   NOT AT END
                       IF WS-OPER-COUNT < WS-OPER-MAX
                           ADD 1 TO WS-OPER-COUNT
                           MOVE AUTH-OPERATOR-ID
                               TO WS-OPER-ID (WS-OPER-COUNT)
                           MOVE AUTH-FUNCTION
                               TO WS-OPER-FUNC (WS-OPER-COUNT)
                           MOVE ZEROS
                               TO WS-OPER-LAST-ACTIVE (WS-OPER-COUNT)
                           MOVE ZEROS
                               TO WS-OPER-LAST-REFUSE (WS-OPER-COUNT)
                           MOVE 0 TO WS-OPER-TAG-COUNT (WS-OPER-COUNT)
                       ELSE
                           ADD 1 TO WS-OVERFLOW-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       0004-SCAN-AUDIT-LOG.
           PERFORM UNTIL WS-AUDIT-EOF
               READ AUDIT-FILE
                   AT END
                       SET WS-AUDIT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AUDIT-READ
                       PERFORM 0005-TALLY-AUDIT-RECORD
               END-READ
           END-PERFORM.

       0005-TALLY-AUDIT-RECORD.
      * every tag is counted, but not every tag is activity: the
      * TABAUTH tags are audited under the operator the card
      * maintained, and an expiry is audited under the requester
      * whose request lapsed - neither is something that operator
      * did, so neither keeps an id from going dormant.
           IF AUDIT-RUN-DATE IS NOT NUMERIC
               ADD 1 TO WS-AUDIT-INVALID
           ELSE
               MOVE AUDIT-OPERATOR-ID TO WS-FIND-ID
               PERFORM 0010-FIND-OPERATOR
               IF WS-HIT-SUB = 0
                   ADD 1 TO WS-AUDIT-OFF-FILE
               ELSE
                   PERFORM 0006-TALLY-OPERATOR-TAG
                   IF AUDIT-PROGRAM-ID NOT = "TABAUTHA"
                           AND AUDIT-PROGRAM-ID NOT = "TABAUTHC"
                           AND AUDIT-PROGRAM-ID NOT = "TABAUTHR"
                           AND AUDIT-PROGRAM-ID NOT = "TABAPPRX"
                       IF AUDIT-RUN-DATE
                               > WS-OPER-LAST-ACTIVE (WS-HIT-SUB)
                           MOVE AUDIT-RUN-DATE
                               TO WS-OPER-LAST-ACTIVE (WS-HIT-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0006-TALLY-OPERATOR-TAG.
           MOVE 0 TO WS-TAG-HIT
           PERFORM VARYING WS-TAG-SUB FROM 1 BY 1
                   UNTIL WS-TAG-SUB > WS-OPER-TAG-COUNT (WS-HIT-SUB)
               IF WS-OPER-TAG-ID (WS-HIT-SUB, WS-TAG-SUB)
                       = AUDIT-PROGRAM-ID
                   MOVE WS-TAG-SUB TO WS-TAG-HIT
                   MOVE WS-OPER-TAG-COUNT (WS-HIT-SUB) TO WS-TAG-SUB
               END-IF
           END-PERFORM
           IF WS-TAG-HIT = 0
               IF WS-OPER-TAG-COUNT (WS-HIT-SUB) < WS-TAG-MAX
                   ADD 1 TO WS-OPER-TAG-COUNT (WS-HIT-SUB)
                   MOVE WS-OPER-TAG-COUNT (WS-HIT-SUB) TO WS-TAG-HIT
                   MOVE AUDIT-PROGRAM-ID
                       TO WS-OPER-TAG-ID (WS-HIT-SUB, WS-TAG-HIT)
                   MOVE ZEROS
                       TO WS-OPER-TAG-HITS (WS-HIT-SUB, WS-TAG-HIT)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF
           IF WS-TAG-HIT > 0
               ADD 1 TO WS-OPER-TAG-HITS (WS-HIT-SUB, WS-TAG-HIT)
           END-IF.

       0007-SCAN-EXCEPTION-LOG.
           PERFORM UNTIL WS-EXCP-EOF
               READ EXCEPTION-FILE
                   AT END
                       SET WS-EXCP-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EXCP-READ
                       PERFORM 0008-TALLY-EXCEPTION-RECORD
               END-READ
           END-PERFORM.

       0008-TALLY-EXCEPTION-RECORD.
      * a refusal is any reason beginning "OPERATOR NOT" - the
      * unknown-id refusal and the per-function refusals of every
      * program share that wording - or the fail-closed refusal
      * when OPERAUTH itself could not be read.  The unknown-id
      * refusal is also listed on its own.
           IF EXCP-RUN-DATE IS NUMERIC
               MOVE EXCP-REASON TO WS-REASON-WORK
               IF WS-REASON-PREFIX = "OPERATOR NOT"
                       OR EXCP-REASON = "OPERAUTH UNAVAILABLE - REFUSED"
                   MOVE EXCP-OPERATOR-ID TO WS-FIND-ID
                   PERFORM 0010-FIND-OPERATOR
                   IF WS-HIT-SUB > 0
                       IF EXCP-RUN-DATE
                               > WS-OPER-LAST-REFUSE (WS-HIT-SUB)
                           MOVE EXCP-RUN-DATE
                               TO WS-OPER-LAST-REFUSE (WS-HIT-SUB)
                       END-IF
                   END-IF
                   IF EXCP-REASON = "OPERATOR NOT ON AUTH FILE"
                       PERFORM 0009-TALLY-UNKNOWN-OPERATOR
                   END-IF
               END-IF
           END-IF.

       0009-TALLY-UNKNOWN-OPERATOR.
           MOVE 0 TO WS-HIT-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-UNK-COUNT
               IF WS-UNK-ID (WS-SUB) = EXCP-OPERATOR-ID
                   MOVE WS-SUB TO WS-HIT-SUB
                   MOVE WS-UNK-COUNT TO WS-SUB
               END-IF
           END-PERFORM
           IF WS-HIT-SUB = 0
               IF WS-UNK-COUNT < WS-UNK-MAX
                   ADD 1 TO WS-UNK-COUNT
                   MOVE WS-UNK-COUNT TO WS-HIT-SUB
                   MOVE EXCP-OPERATOR-ID TO WS-UNK-ID (WS-HIT-SUB)
                   MOVE ZEROS TO WS-UNK-ATTEMPTS (WS-HIT-SUB)
                   MOVE ZEROS TO WS-UNK-LAST-DATE (WS-HIT-SUB)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF
           IF WS-HIT-SUB > 0
               ADD 1 TO WS-UNK-ATTEMPTS (WS-HIT-SUB)
               IF EXCP-RUN-DATE >= WS-UNK-LAST-DATE (WS-HIT-SUB)
                   MOVE EXCP-RUN-DATE TO WS-UNK-LAST-DATE (WS-HIT-SUB)
                   MOVE EXCP-PROGRAM-ID TO WS-UNK-LAST-PGM (WS-HIT-SUB)
               END-IF
           END-IF.

       0010-FIND-OPERATOR.
           MOVE 0 TO WS-HIT-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-OPER-COUNT
               IF WS-OPER-ID (WS-SUB) = WS-FIND-ID
                   MOVE WS-SUB TO WS-HIT-SUB
                   MOVE WS-OPER-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

       0011-PRINT-REPORT-HEADER.
           MOVE SPACES TO WS-HEADER-LINE
           STRING "RUN DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "  OPERATOR ACCESS RECERTIFICATION" DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-HEADER-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE " ************* " TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE
           MOVE WS-DORMANT-DAYS TO WS-DORMANT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "DORMANT AFTER " DELIMITED BY SIZE
               WS-DORMANT-EDIT DELIMITED BY SIZE
               " DAYS WITHOUT ACTIVITY ON AUDITLOG"
                   DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE "OPERATORS ON OPERAUTH" TO WS-HEADER-LINE
           WRITE REPORT-REC FROM WS-HEADER-LINE
               AFTER ADVANCING 2 LINES
           END-WRITE
           MOVE "  OPERATOR  FN   LAST ACT    LAST REF    STATUS"
               TO WS-HEADER-LINE
           WRITE REPORT-REC FROM WS-HEADER-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE.

       0012-PRINT-ONE-OPERATOR.
      * an operator with no activity on the live log at all is
      * dormant whatever the window - the log is the only evidence
      * the id is still in use.
           MOVE 'N' TO WS-DORMANT-SW
           IF WS-OPER-LAST-ACTIVE (WS-SUB) = 0
               SET WS-OPER-DORMANT TO TRUE
               MOVE "NONE" TO WS-ACTIVE-X
           ELSE
               MOVE WS-OPER-LAST-ACTIVE (WS-SUB) TO WS-ACTIVE-X
               MOVE WS-OPER-LAST-ACTIVE (WS-SUB) TO WS-DN-DATE
               PERFORM 0017-COMPUTE-DAY-NUMBER
               MOVE 0 TO WS-IDLE-DAYS
               IF WS-DN-VALID AND WS-DN-RESULT < WS-RUN-DAYNUM
                   COMPUTE WS-IDLE-DAYS = WS-RUN-DAYNUM - WS-DN-RESULT
               END-IF
               IF WS-IDLE-DAYS > WS-DORMANT-DAYS
                   SET WS-OPER-DORMANT TO TRUE
               END-IF
           END-IF
           IF WS-OPER-LAST-REFUSE (WS-SUB) = 0
               MOVE "NONE" TO WS-REFUSED-X
           ELSE
               MOVE WS-OPER-LAST-REFUSE (WS-SUB) TO WS-REFUSED-X
           END-IF
           MOVE SPACES TO WS-REVOKE-LIT
           IF WS-OPER-DORMANT
               ADD 1 TO WS-DORMANT-COUNT
               MOVE "DORMANT" TO WS-STATUS-LIT
               IF WS-MODE-REVOKE
                   PERFORM 0014-WRITE-REVOKE-CARD
                   MOVE "REVOKE CARD WRITTEN" TO WS-REVOKE-LIT
               END-IF
           ELSE
               MOVE "ACTIVE" TO WS-STATUS-LIT
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "  " DELIMITED BY SIZE
               WS-OPER-ID (WS-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OPER-FUNC (WS-SUB) DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-ACTIVE-X DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-REFUSED-X DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-STATUS-LIT DELIMITED BY SIZE
               WS-REVOKE-LIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE 0 TO WS-CELL-SUB
           MOVE SPACES TO WS-TAG-LINE
           PERFORM VARYING WS-TAG-SUB FROM 1 BY 1
                   UNTIL WS-TAG-SUB > WS-OPER-TAG-COUNT (WS-SUB)
               PERFORM 0013-ADD-TAG-CELL
           END-PERFORM
           IF WS-CELL-SUB > 0
               WRITE REPORT-REC FROM WS-TAG-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.

       0013-ADD-TAG-CELL.
      * four tag counts to a line under the operator's own line.
           ADD 1 TO WS-CELL-SUB
           MOVE WS-OPER-TAG-ID (WS-SUB, WS-TAG-SUB)
               TO WS-TAG-CELL-ID (WS-CELL-SUB)
           MOVE WS-OPER-TAG-HITS (WS-SUB, WS-TAG-SUB)
               TO WS-TAG-CELL-HITS (WS-CELL-SUB)
           IF WS-CELL-SUB = 4
               WRITE REPORT-REC FROM WS-TAG-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
               MOVE 0 TO WS-CELL-SUB
               MOVE SPACES TO WS-TAG-LINE
           END-IF.

       0014-WRITE-REVOKE-CARD.
           MOVE SPACES TO ATH-CARD
           MOVE 'R' TO ATH-MODE
           MOVE WS-OPER-ID (WS-SUB) TO ATH-OPERATOR-ID
           WRITE ATH-CARD
           ADD 1 TO WS-REVOKE-COUNT.

       0015-PRINT-UNKNOWN-OPERATORS.
      * an id now on OPERAUTH may have been refused before it was
      * added - still listed, but marked, so the reviewer can tell
      * a closed gap from an open one.
           MOVE "REFUSED AS NOT ON AUTH FILE" TO WS-HEADER-LINE
           WRITE REPORT-REC FROM WS-HEADER-LINE
               AFTER ADVANCING 2 LINES
           END-WRITE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-UNK-COUNT
               MOVE WS-UNK-ID (WS-SUB) TO WS-FIND-ID
               MOVE WS-SUB TO WS-SAVE-SUB
               PERFORM 0010-FIND-OPERATOR
               MOVE WS-SAVE-SUB TO WS-SUB
               IF WS-HIT-SUB > 0
                   MOVE "  NOW ON FILE" TO WS-ONFILE-LIT
               ELSE
                   MOVE SPACES TO WS-ONFILE-LIT
               END-IF
               MOVE WS-UNK-ATTEMPTS (WS-SUB) TO WS-COUNT-EDIT
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "  OPERATOR " DELIMITED BY SIZE
                   WS-UNK-ID (WS-SUB) DELIMITED BY SIZE
                   "  ATTEMPTS " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   "  LAST " DELIMITED BY SIZE
                   WS-UNK-LAST-DATE (WS-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-UNK-LAST-PGM (WS-SUB) DELIMITED BY SIZE
                   WS-ONFILE-LIT DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-PERFORM
           IF WS-UNK-COUNT = 0
               MOVE "  NONE" TO WS-DETAIL-LINE
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.

       0016-PRINT-REPORT-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE
           MOVE WS-OPER-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "OPERATORS ON FILE " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE WS-DORMANT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "OPERATORS DORMANT " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           IF WS-MODE-REVOKE
               MOVE WS-REVOKE-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "REVOKE CARDS WRITTEN " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF
           MOVE WS-UNK-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "IDS REFUSED AS NOT ON FILE " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE WS-AUDIT-READ TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "AUDIT RECORDS READ " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           IF WS-AUDIT-OFF-FILE > 0
               MOVE WS-AUDIT-OFF-FILE TO WS-COUNT-EDIT
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "AUDIT RECORDS FOR IDS NOT ON OPERAUTH "
                   DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF
           IF WS-AUDIT-INVALID > 0
               MOVE WS-AUDIT-INVALID TO WS-COUNT-EDIT
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "AUDIT RECORDS NOT NUMERIC - SKIPPED "
                   DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF
           MOVE WS-EXCP-READ TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "EXCEPTION RECORDS READ " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           IF WS-OVERFLOW-COUNT > 0
               MOVE WS-OVERFLOW-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "ENTRIES PAST REPORT TABLE LIMITS "
                   DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.

       0017-COMPUTE-DAY-NUMBER.
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
