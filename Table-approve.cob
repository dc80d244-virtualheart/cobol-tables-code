       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABAPPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT PENDING-FILE ASSIGN TO "MAINTPND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-MAINTPND-STATUS.
           SELECT TABLE-MASTER ASSIGN TO "TABMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-KEY
               FILE STATUS IS WS-TABMSTR-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "TABCATLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-KEY
               FILE STATUS IS WS-CATLG-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "TABHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.
           SELECT AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUTH-OPERATOR-ID
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-PROGRAM-ID
               FILE STATUS IS WS-CTL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "APPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORDING MODE IS F.
           COPY APPRCARD.

       FD  PENDING-FILE.
           COPY MAINTPND.

       FD  TABLE-MASTER.
           COPY TABMSTR.

       FD  CATALOG-FILE.
           COPY TABCATLG.

       FD  HISTORY-FILE
           RECORDING MODE IS F.
           COPY TABHIST.

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

       FD  AUTH-FILE.
           COPY OPERAUTH.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-REC                  PIC X(80).

       WORKING-STORAGE SECTION.
           COPY TABROW.
           COPY DAYCALC.
       01  WS-CONTROL-STATUS           PIC XX.
       01  WS-MAINTPND-STATUS          PIC XX.
       01  WS-TABMSTR-STATUS           PIC XX.
       01  WS-HIST-STATUS              PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-EXCP-STATUS              PIC XX.
       01  WS-AUTH-STATUS              PIC XX.
       01  WS-CTL-STATUS               PIC XX.
       01  WS-REPORT-STATUS            PIC XX.
       01  WS-CATLG-STATUS             PIC XX.
       01  WS-CATLG-AVAIL-SW           PIC X         VALUE 'N'.
           88  WS-CATLG-AVAILABLE                    VALUE 'Y'.
       01  WS-CATLG-KEY-SW             PIC X         VALUE 'N'.
           88  WS-CATLG-KEY-ACTIVE                   VALUE 'Y'.
       01  WS-CONTROL-EOF-SW           PIC X         VALUE 'N'.
           88  WS-CONTROL-EOF                        VALUE 'Y'.
       01  WS-PEND-EOF-SW              PIC X         VALUE 'N'.
           88  WS-PEND-EOF                           VALUE 'Y'.
       01  WS-APPLIED-SW               PIC X         VALUE 'N'.
           88  WS-APPLIED                            VALUE 'Y'.
       01  WS-EXPIRY-CARD-SW           PIC X         VALUE 'N'.
           88  WS-EXPIRY-CARD-BAD                    VALUE 'Y'.
       01  WS-CARD-COUNT               PIC 9(4)      VALUE 0.
       01  WS-APPLIED-COUNT            PIC 9(4)      VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(4)      VALUE 0.
       01  WS-EXPIRED-COUNT            PIC 9(4)      VALUE 0.
       01  WS-REFUSED-COUNT            PIC 9(4)      VALUE 0.
       01  WS-PENDING-COUNT            PIC 9(4)      VALUE 0.
       01  WS-ACTION-LINES             PIC 9(4)      VALUE 0.
       01  WS-EXPIRY-DAYS              PIC 9(3)      VALUE 7.
       01  WS-EXPIRY-EDIT              PIC ZZ9.
       01  WS-RUN-DAYNUM               PIC 9(7)      VALUE 0.
       01  WS-REQUEST-AGE              PIC 9(5)      VALUE 0.
       01  WS-AGE-EDIT                 PIC ZZZZ9.
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-TIME                 PIC 9(8).
       01  WS-OPERATOR-ID              PIC X(8).
       01  WS-AUDIT-TAG                PIC X(8).
       01  WS-AUDIT-OPER               PIC X(8).
       01  WS-ACTION-LIT               PIC X(10).
       01  WS-EXCP-VALUE               PIC X(10).
       01  WS-EXCP-REASON              PIC X(30).
       01  WS-EXCP-CARD                PIC X(80)     VALUE SPACES.
       01  WS-COUNT-EDIT               PIC ZZZ9.
       01  WS-HEADER-LINE              PIC X(80).
       01  WS-DETAIL-LINE              PIC X(80).
       PROCEDURE DIVISION.

       0001-MAIN-PROC.
      * the second pair of eyes on every destructive change to the
      * master: D and R cards from the worklist wait on MAINTPND
      * until an operator other than the one who asked approves
      * them here.  Requests left too long expire first, so an old
      * request nobody remembers cannot be waved through.
           DISPLAY "MAINTENANCE APPROVAL RUN"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE WS-RUN-DATE TO WS-DN-DATE
           PERFORM 0019-COMPUTE-DAY-NUMBER
           MOVE WS-DN-RESULT TO WS-RUN-DAYNUM
           PERFORM 0024-OPEN-EXCEPTION-FILE
           PERFORM 0002-CHECK-APPROVER-AUTH
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN APPRRPT - STATUS "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0025-OPEN-AUDIT-FILE
           PERFORM 0026-OPEN-HISTORY-FILE
           OPEN I-O TABLE-MASTER
           IF WS-TABMSTR-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TABMSTR - STATUS "
                   WS-TABMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PENDING-FILE
           IF WS-MAINTPND-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN MAINTPND - STATUS "
                   WS-MAINTPND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0030-OPEN-CATALOG-FILE
           PERFORM 0003-START-RUN-CONTROL
           PERFORM 0027-PRINT-REPORT-HEADER
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               PERFORM 0005-READ-FIRST-CARD
               PERFORM UNTIL WS-CONTROL-EOF
                   READ CONTROL-FILE
                       AT END
                           SET WS-CONTROL-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CARD-COUNT
                           PERFORM 0008-PROCESS-APPR-CARD
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           ELSE
               DISPLAY "NO SYSIN - EXPIRY AND LISTING ONLY"
               PERFORM 0029-PRINT-ACTION-HEADING
               PERFORM 0006-EXPIRE-REQUESTS
           END-IF
           IF WS-ACTION-LINES = 0
               MOVE "  NONE" TO WS-DETAIL-LINE
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF
           PERFORM 0015-LIST-PENDING-REQUESTS
           PERFORM 0017-PRINT-RUN-TOTALS
           CLOSE PENDING-FILE
           CLOSE TABLE-MASTER
           IF WS-CATLG-AVAILABLE
               CLOSE CATALOG-FILE
           END-IF
           CLOSE HISTORY-FILE
           CLOSE AUDIT-FILE
           CLOSE REPORT-FILE
           CLOSE EXCEPTION-FILE
           PERFORM 0004-END-RUN-CONTROL
           IF WS-REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0002-CHECK-APPROVER-AUTH.
      * approving a change to the master is a B operator's job -
      * same fail-closed rule as every other program: a missing
      * file, an unknown id or the wrong function refuses the run.
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
                   IF NOT AUTH-FUNC-BOTH
                       DISPLAY "OPERATOR " WS-OPERATOR-ID
                           " NOT AUTHORIZED TO APPROVE - "
                           "RUN REFUSED"
                       MOVE WS-OPERATOR-ID TO WS-EXCP-VALUE
                       MOVE "OPERATOR NOT AUTHORIZED - APR"
                           TO WS-EXCP-REASON
                       PERFORM 0023-LOG-EXCEPTION
                       CLOSE AUTH-FILE
                       CLOSE EXCEPTION-FILE
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ
           CLOSE AUTH-FILE.

       0003-START-RUN-CONTROL.
      * the approval run opens TABMSTR in I-O and AUDITLOG and
      * TABHIST in extend, exactly as the generation and worklist
      * programs do, so it takes its own run-control entry and will
      * not start while either of theirs is ACTIVE.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-CTL-STATUS NOT = "00"
               OPEN OUTPUT RUN-CONTROL-FILE
               IF WS-CTL-STATUS = "00"
                   CLOSE RUN-CONTROL-FILE
                   OPEN I-O RUN-CONTROL-FILE
               END-IF
           END-IF
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN RUNCTL - STATUS "
                   WS-CTL-STATUS " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "TABLES" TO CTL-PROGRAM-ID
           PERFORM 0028-CHECK-OTHER-RUN-ACTIVE
           MOVE "TABWACC" TO CTL-PROGRAM-ID
           PERFORM 0028-CHECK-OTHER-RUN-ACTIVE
           MOVE "TABAPPR" TO CTL-PROGRAM-ID
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CTL-ACTIVE
                       DISPLAY "PRIOR TABAPPR RUN DID NOT END - "
                           "STARTED " CTL-START-DATE " "
                           CTL-START-TIME
                           " - CHECK APPRRPT AND AUDITLOG"
                   END-IF
           END-READ
           MOVE "TABAPPR" TO CTL-PROGRAM-ID
           SET CTL-ACTIVE TO TRUE
           MOVE WS-RUN-DATE TO CTL-BUSINESS-DATE
           MOVE WS-RUN-DATE TO CTL-START-DATE
           MOVE WS-RUN-TIME TO CTL-START-TIME
           MOVE ZEROS TO CTL-END-DATE
           MOVE ZEROS TO CTL-END-TIME
           WRITE CTL-REC
               INVALID KEY
                   REWRITE CTL-REC
           END-WRITE.

       0028-CHECK-OTHER-RUN-ACTIVE.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CTL-ACTIVE
                       DISPLAY CTL-PROGRAM-ID " ACTIVE AGAINST "
                           "TABMSTR SINCE " CTL-START-DATE " "
                           CTL-START-TIME " - RUN REFUSED"
                       MOVE CTL-PROGRAM-ID TO WS-EXCP-VALUE
                       MOVE SPACES TO WS-EXCP-REASON
                       STRING "RUN CONTROL - " DELIMITED BY SIZE
                           CTL-PROGRAM-ID DELIMITED BY SPACE
                           " ACTIVE" DELIMITED BY SIZE
                           INTO WS-EXCP-REASON
                       END-STRING
                       PERFORM 0023-LOG-EXCEPTION
                       CLOSE RUN-CONTROL-FILE
                       CLOSE PENDING-FILE
                       CLOSE TABLE-MASTER
                       IF WS-CATLG-AVAILABLE
                           CLOSE CATALOG-FILE
                       END-IF
                       CLOSE HISTORY-FILE
                       CLOSE AUDIT-FILE
                       CLOSE REPORT-FILE
                       CLOSE EXCEPTION-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

       0004-END-RUN-CONTROL.
           MOVE "TABAPPR" TO CTL-PROGRAM-ID
           SET CTL-COMPLETE TO TRUE
           MOVE WS-RUN-DATE TO CTL-BUSINESS-DATE
           MOVE WS-RUN-DATE TO CTL-START-DATE
           MOVE WS-RUN-TIME TO CTL-START-TIME
           ACCEPT CTL-END-DATE FROM DATE YYYYMMDD
           ACCEPT CTL-END-TIME FROM TIME
           REWRITE CTL-REC
               INVALID KEY
                   WRITE CTL-REC
           END-REWRITE
           CLOSE RUN-CONTROL-FILE.

       0005-READ-FIRST-CARD.
      * the expiry card must come first so the window is settled
      * before any request is looked at.  Expiry runs ahead of every
      * approval card, so a request past its window cannot be
      * approved by the same run that expires it.  A first card
      * that is an approval goes through 0008 like the rest.
           READ CONTROL-FILE
               AT END
                   SET WS-CONTROL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARD-COUNT
                   IF APR-ACTION-EXPIRY
                       IF APR-EXPIRY-DAYS IS NUMERIC
                               AND APR-EXPIRY-DAYS NOT = "000"
                           MOVE APR-EXPIRY-DAYS TO WS-EXPIRY-DAYS
                       ELSE
                           SET WS-EXPIRY-CARD-BAD TO TRUE
                       END-IF
                   END-IF
           END-READ
           PERFORM 0029-PRINT-ACTION-HEADING
           IF WS-EXPIRY-CARD-BAD
               MOVE APR-CARD TO WS-EXCP-CARD
               MOVE APR-CARD TO WS-EXCP-VALUE
               MOVE "INVALID EXPIRY DAYS ON CARD" TO WS-EXCP-REASON
               PERFORM 0014-REFUSE-CARD
           END-IF
           PERFORM 0006-EXPIRE-REQUESTS
           IF NOT WS-CONTROL-EOF
               IF NOT APR-ACTION-EXPIRY
                   PERFORM 0008-PROCESS-APPR-CARD
               END-IF
           END-IF.

       0006-EXPIRE-REQUESTS.
           MOVE 'N' TO WS-PEND-EOF-SW
           MOVE LOW-VALUES TO PEND-KEY
           START PENDING-FILE KEY NOT LESS THAN PEND-KEY
               INVALID KEY
                   SET WS-PEND-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-PEND-EOF
               READ PENDING-FILE NEXT RECORD
                   AT END
                       SET WS-PEND-EOF TO TRUE
                   NOT AT END
                       IF PEND-PENDING
                           PERFORM 0007-EXPIRE-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM.

       0007-EXPIRE-ONE-REQUEST.
      * a request whose date will not compute cannot be shown to be
      * inside the window, so it expires rather than stay open to
      * approval.  The expiry is audited in the requester's name -
      * it is their request that lapsed.
           PERFORM 0018-COMPUTE-REQUEST-AGE
           IF WS-DN-INVALID OR WS-REQUEST-AGE > WS-EXPIRY-DAYS
               SET PEND-EXPIRED TO TRUE
               MOVE "EXPIRED" TO WS-ACTION-LIT
               PERFORM 0013-SETTLE-REQUEST
               MOVE "TABAPPRX" TO WS-AUDIT-TAG
               MOVE PEND-REQ-OPERATOR TO WS-AUDIT-OPER
               PERFORM 0022-WRITE-AUDIT-RECORD
               ADD 1 TO WS-EXPIRED-COUNT
           END-IF.

       0008-PROCESS-APPR-CARD.
           MOVE APR-CARD TO WS-EXCP-CARD
           MOVE APR-CARD TO WS-EXCP-VALUE
           IF APR-ACTION-EXPIRY
               MOVE "EXPIRY CARD NOT FIRST IN DECK" TO WS-EXCP-REASON
               PERFORM 0014-REFUSE-CARD
           ELSE
           IF NOT APR-ACTION-APPROVE AND NOT APR-ACTION-REJECT
               MOVE "INVALID ACTION CODE ON CARD" TO WS-EXCP-REASON
               PERFORM 0014-REFUSE-CARD
           ELSE
           IF NOT APR-TYPE-MULT AND NOT APR-TYPE-ADD
               MOVE "INVALID TABLE TYPE ON CARD" TO WS-EXCP-REASON
               PERFORM 0014-REFUSE-CARD
           ELSE
           IF APR-KEY-I IS NOT NUMERIC
               MOVE "NON-NUMERIC APPROVAL CARD" TO WS-EXCP-REASON
               PERFORM 0014-REFUSE-CARD
           ELSE
               IF APR-TYPE-ADD
                   MOVE 'A' TO PEND-KEY-TYPE
               ELSE
                   MOVE 'M' TO PEND-KEY-TYPE
               END-IF
               MOVE APR-KEY-I TO PEND-KEY-I
               READ PENDING-FILE
                   INVALID KEY
                       MOVE "NO REQUEST ON FILE FOR KEY"
                           TO WS-EXCP-REASON
                       PERFORM 0014-REFUSE-CARD
                   NOT INVALID KEY
                       IF NOT PEND-PENDING
                           MOVE "REQUEST NOT PENDING"
                               TO WS-EXCP-REASON
                           PERFORM 0014-REFUSE-CARD
                       ELSE
                           IF APR-ACTION-APPROVE
                               PERFORM 0009-APPROVE-REQUEST
                           ELSE
                               PERFORM 0012-REJECT-REQUEST
                           END-IF
                       END-IF
               END-READ
           END-IF
           END-IF
           END-IF
           END-IF.

       0009-APPROVE-REQUEST.
      * the two-operator rule itself: the approver must not be the
      * requester.  Everything else about the approver - on
      * OPERAUTH with function B - was settled at startup.  A
      * request that cannot be applied stays pending for the
      * approver to look into or reject.
           IF PEND-REQ-OPERATOR = WS-OPERATOR-ID
               DISPLAY "OPERATOR " WS-OPERATOR-ID
                   " MAY NOT APPROVE THEIR OWN REQUEST FOR "
                   PEND-KEY-TYPE PEND-KEY-I
               MOVE "APPROVER SAME AS REQUESTER" TO WS-EXCP-REASON
               PERFORM 0014-REFUSE-CARD
           ELSE
               MOVE PEND-KEY-TYPE TO WS-TABLE-TYPE
               IF WS-TYPE-ADD
                   MOVE " + " TO WS-OP-LIT
               ELSE
                   MOVE " * " TO WS-OP-LIT
               END-IF
               MOVE PEND-KEY-I TO WS-I
               MOVE 'N' TO WS-APPLIED-SW
               IF PEND-MODE-DELETE
                   PERFORM 0010-APPLY-DELETE
               ELSE
                   IF PEND-MODE-REGEN
                       PERFORM 0011-APPLY-REGEN
                   ELSE
                       MOVE "PENDING REQUEST MODE INVALID"
                           TO WS-EXCP-REASON
                       PERFORM 0014-REFUSE-CARD
                   END-IF
               END-IF
               IF WS-APPLIED
                   MOVE "TABAPPRA" TO WS-AUDIT-TAG
                   MOVE WS-OPERATOR-ID TO WS-AUDIT-OPER
                   PERFORM 0022-WRITE-AUDIT-RECORD
                   SET PEND-APPLIED TO TRUE
                   MOVE "APPLIED" TO WS-ACTION-LIT
                   PERFORM 0013-SETTLE-REQUEST
                   ADD 1 TO WS-APPLIED-COUNT
               END-IF
           END-IF.

       0010-APPLY-DELETE.
      * judged on the file status rather than the INVALID KEY
      * phrase alone, as the worklist did when it applied these
      * itself.  The change is audited under the worklist's own D
      * card tag in the requester's name, so the delete trail reads
      * the same as it always has; the approval has its own tag.
           MOVE WS-TABLE-TYPE TO TM-KEY-TYPE
           MOVE WS-I TO TM-KEY-I
           DELETE TABLE-MASTER RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF WS-TABMSTR-STATUS = "00"
               DISPLAY "TABLE " WS-TABLE-TYPE WS-I
                   " DELETED FROM MASTER"
               MOVE "TABWACCD" TO WS-AUDIT-TAG
               MOVE PEND-REQ-OPERATOR TO WS-AUDIT-OPER
               PERFORM 0022-WRITE-AUDIT-RECORD
               SET WS-APPLIED TO TRUE
           ELSE
               IF WS-TABMSTR-STATUS = "23"
                   MOVE "DELETE KEY NOT ON MASTER" TO WS-EXCP-REASON
               ELSE
                   MOVE "DELETE FAILED - SEE STATUS" TO WS-EXCP-REASON
                   DISPLAY "DELETE OF TABLE " WS-I
                       " FAILED - STATUS " WS-TABMSTR-STATUS
               END-IF
               PERFORM 0014-REFUSE-CARD
           END-IF.

       0011-APPLY-REGEN.
      * the rebuilt table goes out through the same write-with-
      * rewrite a T card uses.  Audit and history carry the
      * requester, with one run stamp between them, the way the
      * worklist wrote an R card - the reconciliation pairs them on
      * exactly that.  The key must still be active on the table
      * catalog: a request queued before the key was retired is
      * rejected rather than put the retired table back on the
      * master.  Without the catalog the request stays pending.
           PERFORM 0031-CHECK-CATALOG-KEY
           IF NOT WS-CATLG-AVAILABLE
               PERFORM 0014-REFUSE-CARD
           ELSE
           IF NOT WS-CATLG-KEY-ACTIVE
               DISPLAY "TABLE " WS-TABLE-TYPE WS-I
                   " NOT ACTIVE ON TABCATLG - REQUEST REJECTED"
               PERFORM 0023-LOG-EXCEPTION
               PERFORM 0012-REJECT-REQUEST
           ELSE
               PERFORM 0032-REGENERATE-KEY
           END-IF
           END-IF.

       0032-REGENERATE-KEY.
           DISPLAY WS-TABLE-TYPE WS-I " TABLE'S (REGENERATED)"
           DISPLAY " ************* "
           PERFORM 0020-BUILD-TABLE-ROWS
           MOVE WS-TABLE-TYPE TO TM-KEY-TYPE
           MOVE WS-I TO TM-KEY-I
           WRITE TABMSTR-REC
               INVALID KEY
                   REWRITE TABMSTR-REC
           END-WRITE
           IF WS-TABMSTR-STATUS = "00"
               MOVE "TABWACCR" TO WS-AUDIT-TAG
               MOVE PEND-REQ-OPERATOR TO WS-AUDIT-OPER
               PERFORM 0022-WRITE-AUDIT-RECORD
               PERFORM 0021-WRITE-HISTORY-RECORD
               SET WS-APPLIED TO TRUE
           ELSE
               DISPLAY "REGENERATE OF TABLE " WS-I
                   " FAILED - STATUS " WS-TABMSTR-STATUS
               MOVE "REGEN FAILED - SEE STATUS" TO WS-EXCP-REASON
               PERFORM 0014-REFUSE-CARD
           END-IF.

       0012-REJECT-REQUEST.
      * any B operator may turn a request down; the requester doing
      * so is withdrawing it, and the report says so.
           SET PEND-REJECTED TO TRUE
           IF PEND-REQ-OPERATOR = WS-OPERATOR-ID
               MOVE "WITHDRAWN" TO WS-ACTION-LIT
           ELSE
               MOVE "REJECTED" TO WS-ACTION-LIT
           END-IF
           PERFORM 0013-SETTLE-REQUEST
           MOVE "TABAPPRJ" TO WS-AUDIT-TAG
           MOVE WS-OPERATOR-ID TO WS-AUDIT-OPER
           PERFORM 0022-WRITE-AUDIT-RECORD
           ADD 1 TO WS-REJECTED-COUNT.

       0013-SETTLE-REQUEST.
      * the settled record stays on file with who settled it and
      * when, until a new request for the key writes over it.
           MOVE WS-OPERATOR-ID TO PEND-ACT-OPERATOR
           MOVE WS-RUN-DATE TO PEND-ACT-DATE
           MOVE WS-RUN-TIME TO PEND-ACT-TIME
           REWRITE PEND-REC
               INVALID KEY
                   DISPLAY "REWRITE OF MAINTPND " PEND-KEY
                       " FAILED - STATUS " WS-MAINTPND-STATUS
           END-REWRITE
           PERFORM 0016-PRINT-REQUEST-LINE
           ADD 1 TO WS-ACTION-LINES.

       0014-REFUSE-CARD.
           ADD 1 TO WS-REFUSED-COUNT
           PERFORM 0023-LOG-EXCEPTION
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "  REFUSED    " DELIMITED BY SIZE
               WS-EXCP-VALUE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EXCP-REASON DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           ADD 1 TO WS-ACTION-LINES.

       0015-LIST-PENDING-REQUESTS.
      * what is still waiting after tonight's cards, with its age,
      * so the approvers can see what will expire next.
           MOVE "REQUESTS STILL PENDING" TO WS-HEADER-LINE
           WRITE REPORT-REC FROM WS-HEADER-LINE
               AFTER ADVANCING 2 LINES
           END-WRITE
           MOVE 'N' TO WS-PEND-EOF-SW
           MOVE LOW-VALUES TO PEND-KEY
           START PENDING-FILE KEY NOT LESS THAN PEND-KEY
               INVALID KEY
                   SET WS-PEND-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-PEND-EOF
               READ PENDING-FILE NEXT RECORD
                   AT END
                       SET WS-PEND-EOF TO TRUE
                   NOT AT END
                       IF PEND-PENDING
                           ADD 1 TO WS-PENDING-COUNT
                           MOVE "PENDING" TO WS-ACTION-LIT
                           PERFORM 0016-PRINT-REQUEST-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PENDING-COUNT = 0
               MOVE "  NONE" TO WS-DETAIL-LINE
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.

       0016-PRINT-REQUEST-LINE.
           PERFORM 0018-COMPUTE-REQUEST-AGE
           MOVE WS-REQUEST-AGE TO WS-AGE-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "  " DELIMITED BY SIZE
               WS-ACTION-LIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PEND-KEY-TYPE DELIMITED BY SIZE
               PEND-KEY-I DELIMITED BY SIZE
               "  MODE " DELIMITED BY SIZE
               PEND-MODE DELIMITED BY SIZE
               "  REQUESTED BY " DELIMITED BY SIZE
               PEND-REQ-OPERATOR DELIMITED BY SIZE
               " ON " DELIMITED BY SIZE
               PEND-REQ-DATE DELIMITED BY SIZE
               "  AGE " DELIMITED BY SIZE
               WS-AGE-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE.

       0017-PRINT-RUN-TOTALS.
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
           STRING "REQUESTS APPLIED " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "REQUESTS REJECTED OR WITHDRAWN " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE WS-EXPIRED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "REQUESTS EXPIRED " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE WS-PENDING-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "REQUESTS STILL PENDING " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE WS-REFUSED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "CARDS REFUSED " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE.

       0018-COMPUTE-REQUEST-AGE.
      * age in calendar days from the request date to today.  A
      * request dated after today (a clock set wrong somewhere)
      * counts as new rather than going negative.
           MOVE PEND-REQ-DATE TO WS-DN-DATE
           PERFORM 0019-COMPUTE-DAY-NUMBER
           MOVE 0 TO WS-REQUEST-AGE
           IF WS-DN-VALID AND WS-DN-RESULT < WS-RUN-DAYNUM
               COMPUTE WS-REQUEST-AGE = WS-RUN-DAYNUM - WS-DN-RESULT
           END-IF.

       0019-COMPUTE-DAY-NUMBER.
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

       0020-BUILD-TABLE-ROWS.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 10
               IF WS-TYPE-ADD
                   COMPUTE WS-K = WS-I + WS-J
                       ON SIZE ERROR
                           SET WS-K-OVERFLOW TO TRUE
                       NOT ON SIZE ERROR
                           SET WS-K-OK TO TRUE
                   END-COMPUTE
               ELSE
                   COMPUTE WS-K = WS-I * WS-J
                       ON SIZE ERROR
                           SET WS-K-OVERFLOW TO TRUE
                       NOT ON SIZE ERROR
                           SET WS-K-OK TO TRUE
                   END-COMPUTE
               END-IF
               MOVE WS-J TO TM-MULTIPLICAND (WS-J)
               IF WS-K-OK
                   MOVE WS-K TO WS-K-EDIT
                   MOVE WS-K TO TM-PRODUCT (WS-J)
                   MOVE 'N' TO TM-OVERFLOW-SW (WS-J)
                   DISPLAY WS-J WS-OP-LIT WS-I " = " WS-K-EDIT
               ELSE
                   MOVE ZEROS TO TM-PRODUCT (WS-J)
                   MOVE 'Y' TO TM-OVERFLOW-SW (WS-J)
                   DISPLAY "RESULT OVERFLOW FOR " WS-J
                       WS-OP-LIT WS-I
               END-IF
           END-PERFORM.

       0021-WRITE-HISTORY-RECORD.
           MOVE TM-KEY-I TO HIST-KEY-I
           MOVE WS-TABLE-TYPE TO HIST-TABLE-TYPE
           MOVE WS-RUN-DATE TO HIST-RUN-DATE
           MOVE WS-RUN-TIME TO HIST-RUN-TIME
           MOVE "TABAPPR" TO HIST-PROGRAM-ID
           MOVE PEND-REQ-OPERATOR TO HIST-OPERATOR-ID
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 10
               MOVE TM-MULTIPLICAND (WS-J)
                   TO HIST-MULTIPLICAND (WS-J)
               MOVE TM-PRODUCT (WS-J) TO HIST-PRODUCT (WS-J)
               MOVE TM-OVERFLOW-SW (WS-J) TO HIST-OVERFLOW-SW (WS-J)
           END-PERFORM
           WRITE HIST-REC.

       0022-WRITE-AUDIT-RECORD.
      * the tag says what happened and the operator says who it is
      * charged to - the approver for an approval or rejection, the
      * requester for an expiry and for the change itself.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME
           MOVE WS-AUDIT-TAG TO AUDIT-PROGRAM-ID
           MOVE WS-AUDIT-OPER TO AUDIT-OPERATOR-ID
           MOVE PEND-KEY-I TO AUDIT-WS-I-VALUE
           WRITE AUDIT-REC.

       0023-LOG-EXCEPTION.
           MOVE WS-RUN-DATE TO EXCP-RUN-DATE
           MOVE WS-RUN-TIME TO EXCP-RUN-TIME
           MOVE "TABAPPR" TO EXCP-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO EXCP-OPERATOR-ID
           MOVE WS-EXCP-VALUE TO EXCP-BAD-VALUE
           MOVE WS-EXCP-REASON TO EXCP-REASON
           MOVE WS-EXCP-CARD TO EXCP-CARD-IMAGE
           WRITE EXCP-REC.

       0024-OPEN-EXCEPTION-FILE.
           OPEN EXTEND EXCEPTION-FILE
           IF WS-EXCP-STATUS NOT = "00"
               OPEN OUTPUT EXCEPTION-FILE
               IF WS-EXCP-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN EXCPLOG - STATUS "
                       WS-EXCP-STATUS
                   STOP RUN
               END-IF
           END-IF.

       0025-OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN AUDITLOG - STATUS "
                       WS-AUDIT-STATUS
                   STOP RUN
               END-IF
           END-IF.

       0026-OPEN-HISTORY-FILE.
           OPEN EXTEND HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-FILE
               IF WS-HIST-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN TABHIST - STATUS "
                       WS-HIST-STATUS
                   STOP RUN
               END-IF
           END-IF.

       0027-PRINT-REPORT-HEADER.
           MOVE SPACES TO WS-HEADER-LINE
           STRING "RUN DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "  MAINTENANCE REQUEST APPROVAL" DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-HEADER-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE " ************* " TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "APPROVING OPERATOR " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE.

       0029-PRINT-ACTION-HEADING.
           MOVE WS-EXPIRY-DAYS TO WS-EXPIRY-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "EXPIRY WINDOW " DELIMITED BY SIZE
               WS-EXPIRY-EDIT DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE "ACTIONS THIS RUN" TO WS-HEADER-LINE
           WRITE REPORT-REC FROM WS-HEADER-LINE
               AFTER ADVANCING 2 LINES
           END-WRITE.

       0030-OPEN-CATALOG-FILE.
      * read only, and only an R approval needs it.  Without it the
      * run still expires, rejects and applies deletions; R
      * approvals are refused and stay pending until it is back.
           OPEN INPUT CATALOG-FILE
           IF WS-CATLG-STATUS = "00"
               SET WS-CATLG-AVAILABLE TO TRUE
           ELSE
               DISPLAY "TABCATLG UNAVAILABLE - STATUS "
                   WS-CATLG-STATUS " - R APPROVALS REFUSED"
           END-IF.

       0031-CHECK-CATALOG-KEY.
      * on a key that is not active the reason is left ready for
      * the caller's exception.
           MOVE 'N' TO WS-CATLG-KEY-SW
           IF NOT WS-CATLG-AVAILABLE
               MOVE "TABCATLG UNAVAILABLE" TO WS-EXCP-REASON
           ELSE
               MOVE WS-TABLE-TYPE TO CAT-KEY-TYPE
               MOVE WS-I TO CAT-KEY-I
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
