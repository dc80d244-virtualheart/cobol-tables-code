       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT REQUEST-FILE ASSIGN TO "LKUPREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-PROGRAM-ID
               FILE STATUS IS WS-CTL-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "LKUPREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LKG-KEY
               FILE STATUS IS WS-REG-STATUS.
           SELECT USAGE-FILE ASSIGN TO "LKUPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORDING MODE IS F.
           COPY LKUPCARD.

       FD  REQUEST-FILE
           RECORDING MODE IS F.
           COPY LKUPREQ.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  REGISTER-FILE.
           COPY LKUPREG.

       FD  USAGE-FILE
           RECORDING MODE IS F.
           COPY LKUPLOG.

       WORKING-STORAGE SECTION.
           COPY TABROW.
       01  WS-REQUEST-STATUS           PIC XX.
       01  WS-EXCP-STATUS              PIC XX.
       01  WS-STAMP-STATUS             PIC XX.
       01  WS-CTL-STATUS               PIC XX.
       01  WS-CONTROL-STATUS           PIC XX.
       01  WS-REG-STATUS               PIC XX.
       01  WS-CONTROL-MODE             PIC X         VALUE 'A'.
           88  WS-MODE-ANSWER                        VALUE 'A' ' '.
           88  WS-MODE-REDELIVER                     VALUE 'R'.
       01  WS-REDELIVER-SOURCE         PIC X(8)      VALUE SPACES.
       01  WS-REDELIVER-DATE-X         PIC X(8)      VALUE SPACES.
       01  WS-HEADER-SEEN-SW           PIC X         VALUE 'N'.
           88  WS-HEADER-SEEN                        VALUE 'Y'.
       01  WS-REQ-SOURCE               PIC X(8)      VALUE SPACES.
       01  WS-REQ-DATE                 PIC 9(8)      VALUE 0.
       01  WS-REG-SEQ                  PIC 9(6)      VALUE 0.
       01  WS-REG-EOF-SW               PIC X         VALUE 'N'.
           88  WS-REG-EOF                            VALUE 'Y'.
       01  WS-REG-FOUND-SW             PIC X         VALUE 'N'.
           88  WS-REG-FOUND                          VALUE 'Y'.
       01  WS-REDELIVER-COUNT          PIC 9(6)      VALUE 0.
       01  WS-USAGE-STATUS             PIC XX.
       01  WS-USE-STATUS-LIST          PIC X(5)      VALUE "FNKOE".
       01  WS-USE-STATUS-TABLE REDEFINES WS-USE-STATUS-LIST.
           05  WS-USE-STATUS           PIC X OCCURS 5 TIMES.
       01  WS-USE-COUNTS.
           05  WS-USE-COUNT            PIC 9(5) OCCURS 5 TIMES.
       01  WS-USE-SUB                  PIC 9(2)      VALUE 0.
       01  WS-WARN-SW                  PIC X         VALUE 'N'.
           88  WS-WRITE-SINCE-VERIFY                 VALUE 'Y'.
       01  WS-STAMP-TS.
      * backup restore applies - and only a balanced file is
      * answered.  Every detail gets exactly one response record, in
      * request order, answered from the stored master so the answers
      * can never disagree with the feed we publish from it.  Each
      * file answered goes on the LKUPREG register with a copy of
      * its response, so a resend is refused rather than answered
      * twice and a lost response is redelivered, not recomputed.
           DISPLAY "BULK LOOKUP REQUEST/RESPONSE"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           PERFORM 0008-OPEN-EXCEPTION-FILE
           PERFORM 0016-READ-CONTROL-CARD
           IF WS-MODE-REDELIVER
               PERFORM 0021-REDELIVER-RESPONSE
               CLOSE EXCEPTION-FILE
               STOP RUN
           END-IF
           PERFORM 0013-CHECK-VERIFY-STAMP
           PERFORM 0002-BALANCE-REQUEST-FILE
           PERFORM 0017-CHECK-REGISTER
           PERFORM 0024-OPEN-USAGE-FILE
           MOVE ZEROS TO WS-USE-COUNTS
           OPEN INPUT TABLE-MASTER
           IF WS-TABMSTR-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TABMSTR - STATUS "
                       IF LKQ-DETAIL
                           ADD 1 TO WS-REQUEST-SEQ
                           PERFORM 0005-ANSWER-REQUEST
                           PERFORM 0023-TALLY-ANSWER-STATUS
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 0007-WRITE-RESPONSE-TRAILER
           PERFORM 0019-WRITE-REGISTER-ENTRY
           PERFORM VARYING WS-USE-SUB FROM 1 BY 1 UNTIL WS-USE-SUB > 5
               IF WS-USE-COUNT (WS-USE-SUB) > 0
                   MOVE WS-USE-STATUS (WS-USE-SUB) TO LKU-STATUS
                   MOVE WS-USE-COUNT (WS-USE-SUB) TO LKU-COUNT
                   PERFORM 0025-WRITE-USAGE-RECORD
               END-IF
           END-PERFORM
           CLOSE USAGE-FILE
           CLOSE REQUEST-FILE
           CLOSE RESPONSE-FILE
           CLOSE REGISTER-FILE
           CLOSE TABLE-MASTER
           CLOSE EXCEPTION-FILE
           DISPLAY "REQUESTS ANSWERED " WS-ANSWERED-COUNT
               PERFORM 0015-CHECK-ONE-CTL-ENTRY
               MOVE "TABWACC" TO CTL-PROGRAM-ID
               PERFORM 0015-CHECK-ONE-CTL-ENTRY
               MOVE "TABAPPR" TO CTL-PROGRAM-ID
               PERFORM 0015-CHECK-ONE-CTL-ENTRY
               CLOSE RUN-CONTROL-FILE
               IF WS-WRITE-SINCE-VERIFY
                   DISPLAY "WARNING - TABMSTR WRITTEN SINCE LAST "
               END-READ
           END-PERFORM
           CLOSE REQUEST-FILE
           IF NOT WS-HEADER-SEEN
               DISPLAY "REQUEST FILE HAS NO VALID HEADER - "
                   "RUN REFUSED"
               MOVE SPACES TO WS-EXCP-VALUE
               MOVE "LKUPREQ HEADER MISSING" TO WS-EXCP-REASON
               PERFORM 0009-LOG-EXCEPTION
               CLOSE EXCEPTION-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-TRAILER-SEEN
               DISPLAY "REQUEST FILE HAS NO TRAILER - RUN REFUSED"
               MOVE SPACES TO WS-EXCP-VALUE
                   MOVE LKQ-D-PRODUCT TO WS-LOOKUP-PRODUCT
                   ADD WS-LOOKUP-PRODUCT TO WS-HASH-TOTAL
               END-IF
           ELSE
           IF LKQ-HEADER
               IF LKQ-H-DATE IS NUMERIC AND LKQ-H-SOURCE NOT = SPACES
                       AND NOT WS-HEADER-SEEN
                   SET WS-HEADER-SEEN TO TRUE
                   MOVE LKQ-H-SOURCE TO WS-REQ-SOURCE
                   MOVE LKQ-H-DATE TO WS-REQ-DATE
               END-IF
           ELSE
               IF LKQ-TRAILER
                   IF LKQ-T-COUNT IS NUMERIC
                       STOP RUN
                   END-IF
               END-IF
           END-IF
           END-IF.

       0004-WRITE-RESPONSE-HEADER.
           MOVE 'H' TO LKR-TYPE
           MOVE WS-RUN-DATE TO LKR-H-DATE
           MOVE "TABLKUP" TO LKR-H-PGM
           WRITE LKR-REC
           PERFORM 0018-REGISTER-RESPONSE-RECORD.

       0005-ANSWER-REQUEST.
      * leading spaces in the request fields read as zeros, matching
               IF WS-LOOKUP-FACTOR = 0
                   PERFORM 0011-SEARCH-ALL-KEYS
               ELSE
                   PERFORM 0010-SEARCH-STORED-TABLE
                   PERFORM 0006-WRITE-RESPONSE-DETAIL
               END-IF
           ELSE
               MOVE 'E' TO WS-ANSWER-STATUS
           MOVE WS-ANSWER-STATUS TO LKR-D-STATUS
           MOVE WS-TABLE-TYPE TO LKR-D-TYPE
           WRITE LKR-REC
           PERFORM 0018-REGISTER-RESPONSE-RECORD
           ADD 1 TO WS-RESP-COUNT
           ADD WS-LOOKUP-PRODUCT TO WS-RESP-HASH.

           MOVE 'T' TO LKR-TYPE
           MOVE WS-RESP-COUNT TO LKR-T-COUNT
           MOVE WS-RESP-HASH TO LKR-T-HASH
           WRITE LKR-REC
           PERFORM 0018-REGISTER-RESPONSE-RECORD.

       0008-OPEN-EXCEPTION-FILE.
           OPEN EXTEND EXCEPTION-FILE
           MOVE WS-EXCP-REASON TO EXCP-REASON
           MOVE WS-EXCP-CARD TO EXCP-CARD-IMAGE
           WRITE EXCP-REC.

       0016-READ-CONTROL-CARD.
      * the card is optional - no SYSIN, or an empty one, answers
      * LKUPREQ exactly as before.  A card that cannot be read as
      * asked is refused rather than guessed at.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LKC-MODE TO WS-CONTROL-MODE
                       MOVE LKC-SOURCE TO WS-REDELIVER-SOURCE
                       MOVE LKC-DATE TO WS-REDELIVER-DATE-X
                       MOVE LKC-CARD TO WS-EXCP-CARD
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF NOT WS-MODE-ANSWER AND NOT WS-MODE-REDELIVER
               DISPLAY "INVALID CONTROL CARD MODE - " WS-CONTROL-MODE
               MOVE WS-CONTROL-MODE TO WS-EXCP-VALUE
               MOVE "INVALID LOOKUP CONTROL CARD" TO WS-EXCP-REASON
               PERFORM 0009-LOG-EXCEPTION
               CLOSE EXCEPTION-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MODE-REDELIVER
               IF WS-REDELIVER-SOURCE = SPACES
                       OR WS-REDELIVER-DATE-X IS NOT NUMERIC
                   DISPLAY "REDELIVERY CARD NEEDS SOURCE AND DATE"
                   MOVE WS-REDELIVER-DATE-X TO WS-EXCP-VALUE
                   MOVE "INVALID LOOKUP CONTROL CARD"
                       TO WS-EXCP-REASON
                   PERFORM 0009-LOG-EXCEPTION
                   CLOSE EXCEPTION-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       0017-CHECK-REGISTER.
      * a request file already answered is refused whole, with its
      * own return code, so the scheduler can tell a resend or a
      * double-run step from a damaged file.  The same source and
      * date carrying different totals is refused as well - the
      * register can only hold one answer per header, and the
      * sender must re-date a genuinely new file.
           PERFORM 0020-OPEN-REGISTER-FILE
           MOVE WS-REQ-SOURCE TO LKG-SOURCE
           MOVE WS-REQ-DATE TO LKG-REQ-DATE
           MOVE 0 TO LKG-REC-SEQ
           READ REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "REQUEST FILE " WS-REQ-SOURCE " "
                       WS-REQ-DATE " ALREADY ANSWERED " LKG-RUN-DATE
                       " " LKG-RUN-TIME " - RUN REFUSED"
                   MOVE WS-REQ-SOURCE TO WS-EXCP-VALUE
                   IF LKG-REQ-COUNT = WS-TRAILER-COUNT
                           AND LKG-REQ-HASH = WS-TRAILER-HASH
                       MOVE "DUPLICATE LKUPREQ TRANSMISSION"
                           TO WS-EXCP-REASON
                   ELSE
                       DISPLAY "  REGISTERED TOTALS " LKG-REQ-COUNT
                           " " LKG-REQ-HASH " DIFFER - RE-DATE THE "
                           "HEADER FOR A NEW FILE"
                       MOVE "LKUPREQ HEADER ALREADY ANSWERED"
                           TO WS-EXCP-REASON
                   END-IF
                   PERFORM 0009-LOG-EXCEPTION
                   CLOSE REGISTER-FILE
                   CLOSE EXCEPTION-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.

       0018-REGISTER-RESPONSE-RECORD.
      * a record left behind by a run that never finished is
      * overwritten, not duplicated, when the file is answered
      * again.
           ADD 1 TO WS-REG-SEQ
           MOVE WS-REQ-SOURCE TO LKG-SOURCE
           MOVE WS-REQ-DATE TO LKG-REQ-DATE
           MOVE WS-REG-SEQ TO LKG-REC-SEQ
           MOVE LKR-REC TO LKG-DATA
           WRITE LKG-REC
               INVALID KEY
                   REWRITE LKG-REC
           END-WRITE.

       0019-WRITE-REGISTER-ENTRY.
           MOVE WS-REQ-SOURCE TO LKG-SOURCE
           MOVE WS-REQ-DATE TO LKG-REQ-DATE
           MOVE 0 TO LKG-REC-SEQ
           MOVE SPACES TO LKG-DATA
           MOVE WS-TRAILER-COUNT TO LKG-REQ-COUNT
           MOVE WS-TRAILER-HASH TO LKG-REQ-HASH
           MOVE WS-RESP-COUNT TO LKG-RESP-COUNT
           MOVE WS-RESP-HASH TO LKG-RESP-HASH
           MOVE WS-REG-SEQ TO LKG-RESP-RECORDS
           MOVE WS-RUN-DATE TO LKG-RUN-DATE
           MOVE WS-RUN-TIME TO LKG-RUN-TIME
           MOVE WS-OPERATOR-ID TO LKG-OPERATOR-ID
           MOVE 0 TO LKG-REDELIVER-COUNT
           MOVE ZEROS TO LKG-REDELIVER-DATE
           WRITE LKG-REC
               INVALID KEY
                   REWRITE LKG-REC
           END-WRITE.

       0020-OPEN-REGISTER-FILE.
      * created on first use the way RUNCTL is.  A register that
      * still cannot be opened stops the run: answering without it
      * is exactly how a duplicate file gets answered twice.
           OPEN I-O REGISTER-FILE
           IF WS-REG-STATUS NOT = "00"
               OPEN OUTPUT REGISTER-FILE
               IF WS-REG-STATUS = "00"
                   CLOSE REGISTER-FILE
                   OPEN I-O REGISTER-FILE
               END-IF
           END-IF
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN LKUPREG - STATUS "
                   WS-REG-STATUS
               CLOSE EXCEPTION-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0021-REDELIVER-RESPONSE.
      * the kept copy goes out exactly as first sent - same header
      * date, same answers, same trailer - so the receiver loads
      * what it would have loaded the first time.  Nothing is
      * recomputed, so neither the verify stamp nor the master is
      * consulted.  The copy is checked against the totals on the
      * register entry before the job is allowed to end clean.
           PERFORM 0020-OPEN-REGISTER-FILE
           MOVE WS-REDELIVER-SOURCE TO LKG-SOURCE
           MOVE WS-REDELIVER-DATE-X TO LKG-REQ-DATE
           MOVE 0 TO LKG-REC-SEQ
           MOVE 'N' TO WS-REG-FOUND-SW
           READ REGISTER-FILE
               INVALID KEY
                   DISPLAY "NO REGISTERED RESPONSE FOR "
                       WS-REDELIVER-SOURCE " " WS-REDELIVER-DATE-X
                       " - NOTHING REDELIVERED"
                   MOVE WS-REDELIVER-SOURCE TO WS-EXCP-VALUE
                   MOVE "NO REGISTERED LKUPRESP" TO WS-EXCP-REASON
                   PERFORM 0009-LOG-EXCEPTION
                   CLOSE REGISTER-FILE
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   SET WS-REG-FOUND TO TRUE
           END-READ
           IF WS-REG-FOUND
               OPEN OUTPUT RESPONSE-FILE
               IF WS-RESPONSE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN LKUPRESP - STATUS "
                       WS-RESPONSE-STATUS
                   CLOSE REGISTER-FILE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 0024-OPEN-USAGE-FILE
                   PERFORM 0022-COPY-REGISTERED-RESPONSE
                   CLOSE USAGE-FILE
                   CLOSE RESPONSE-FILE
                   CLOSE REGISTER-FILE
               END-IF
           END-IF.

       0022-COPY-REGISTERED-RESPONSE.
           MOVE LKG-RESP-RECORDS TO WS-REG-SEQ
           MOVE 0 TO WS-REDELIVER-COUNT
           MOVE 'N' TO WS-REG-EOF-SW
           PERFORM UNTIL WS-REG-EOF OR WS-REDELIVER-COUNT >= WS-REG-SEQ
               READ REGISTER-FILE NEXT RECORD
                   AT END
                       SET WS-REG-EOF TO TRUE
                   NOT AT END
                       IF LKG-SOURCE NOT = WS-REDELIVER-SOURCE
                               OR LKG-REQ-DATE NOT = WS-REDELIVER-DATE-X
                           SET WS-REG-EOF TO TRUE
                       ELSE
                           MOVE LKG-DATA TO LKR-REC
                           WRITE LKR-REC
                           ADD 1 TO WS-REDELIVER-COUNT
                           IF LKR-DETAIL
                               ADD 1 TO WS-RESP-COUNT
                               ADD LKR-D-PRODUCT TO WS-RESP-HASH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-REDELIVER-SOURCE TO LKG-SOURCE
           MOVE WS-REDELIVER-DATE-X TO LKG-REQ-DATE
           MOVE 0 TO LKG-REC-SEQ
           READ REGISTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-REDELIVER-COUNT NOT = LKG-RESP-RECORDS
                   OR WS-RESP-COUNT NOT = LKG-RESP-COUNT
                   OR WS-RESP-HASH NOT = LKG-RESP-HASH
               DISPLAY "REGISTERED RESPONSE INCOMPLETE - RECORDS "
                   WS-REDELIVER-COUNT " OF " LKG-RESP-RECORDS
                   " - DO NOT RELEASE"
               MOVE WS-REDELIVER-SOURCE TO WS-EXCP-VALUE
               MOVE "REGISTERED LKUPRESP INCOMPLETE" TO WS-EXCP-REASON
               PERFORM 0009-LOG-EXCEPTION
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO LKG-REDELIVER-COUNT
               MOVE WS-RUN-DATE TO LKG-REDELIVER-DATE
               REWRITE LKG-REC
               MOVE WS-REDELIVER-SOURCE TO WS-REQ-SOURCE
               MOVE LKG-REQ-DATE TO WS-REQ-DATE
               MOVE 'R' TO LKU-STATUS
               MOVE 1 TO LKU-COUNT
               PERFORM 0025-WRITE-USAGE-RECORD
               DISPLAY "RESPONSE " WS-REDELIVER-SOURCE " "
                   WS-REDELIVER-DATE-X " REDELIVERED - RECORDS "
                   WS-REDELIVER-COUNT " ANSWERED " LKG-RUN-DATE
           END-IF.

       0023-TALLY-ANSWER-STATUS.
      * counted once per request detail, on the status it ended
      * with - a product-only request that found three pairs is one
      * request answered, not three.
           PERFORM VARYING WS-USE-SUB FROM 1 BY 1 UNTIL WS-USE-SUB > 5
               IF WS-USE-STATUS (WS-USE-SUB) = WS-ANSWER-STATUS
                   ADD 1 TO WS-USE-COUNT (WS-USE-SUB)
                   MOVE 5 TO WS-USE-SUB
               END-IF
           END-PERFORM.

       0024-OPEN-USAGE-FILE.
           OPEN EXTEND USAGE-FILE
           IF WS-USAGE-STATUS NOT = "00"
               OPEN OUTPUT USAGE-FILE
               IF WS-USAGE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN LKUPLOG - STATUS "
                       WS-USAGE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       0025-WRITE-USAGE-RECORD.
           MOVE WS-RUN-DATE TO LKU-RUN-DATE
           MOVE WS-RUN-TIME TO LKU-RUN-TIME
           MOVE WS-OPERATOR-ID TO LKU-OPERATOR-ID
           MOVE WS-REQ-SOURCE TO LKU-SOURCE
           MOVE WS-REQ-DATE TO LKU-REQ-DATE
           WRITE LKU-REC.
