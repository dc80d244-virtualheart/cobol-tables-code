               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-KEY
               FILE STATUS IS WS-TABMSTR-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "TABCATLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-KEY
               FILE STATUS IS WS-CATLG-STATUS.
           SELECT STAMP-FILE ASSIGN TO "VRFYSTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAMP-STATUS.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-PROGRAM-ID
               FILE STATUS IS WS-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-FILE
       FD  TABLE-MASTER.
           COPY TABMSTR.

       FD  CATALOG-FILE.
           COPY TABCATLG.

       FD  STAMP-FILE
           RECORDING MODE IS F.
           COPY VRFYSTMP.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-REC.
           05  AUDIT-RUN-DATE          PIC 9(8).
           05  AUDIT-RUN-TIME          PIC 9(8).
           05  AUDIT-PROGRAM-ID        PIC X(8).
           05  AUDIT-OPERATOR-ID       PIC X(8).
           05  AUDIT-WS-I-VALUE        PIC 9(2).

       WORKING-STORAGE SECTION.
           COPY TABROW.
       01  WS-INQ-STATUS               PIC XX.
       01  WS-PRINT-STATUS             PIC XX.
       01  WS-EXCP-STATUS              PIC XX.
       01  WS-TABMSTR-STATUS           PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-CATLG-STATUS             PIC XX.
       01  WS-CATLG-EOF-SW             PIC X         VALUE 'N'.
           88  WS-CATLG-EOF                          VALUE 'Y'.
       01  WS-ACTIVE-IN-RANGE          PIC 9(2)      VALUE 0.
       01  WS-KEY-FROM                 PIC 9(2).
       01  WS-KEY-TO                   PIC 9(2).
       01  WS-VALID-SW                 PIC X         VALUE 'N'.
       0001-MAIN-PROC.
      * card-driven reprint of tables already persisted on TABMSTR -
      * no regeneration, the stored TM-ROW entries are the report.
      * Each table reprinted is audited as TABINQ so reprints can be
      * charged back to the operator who asked for them.
           DISPLAY "TABMSTR INQUIRY"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
                   WS-TABMSTR-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CATALOG-FILE
           IF WS-CATLG-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TABCATLG - STATUS "
                   WS-CATLG-STATUS " - RUN REFUSED"
               MOVE WS-CATLG-STATUS TO WS-EXCP-VALUE
               MOVE "TABCATLG UNAVAILABLE - REFUSED" TO WS-EXCP-REASON
               PERFORM 0005-LOG-EXCEPTION
               CLOSE PRINT-FILE
               CLOSE EXCEPTION-FILE
               CLOSE TABLE-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0012-OPEN-AUDIT-FILE
           OPEN INPUT INQUIRY-FILE
           IF WS-INQ-STATUS = "00"
               PERFORM UNTIL WS-INQ-EOF
           CLOSE PRINT-FILE
           CLOSE EXCEPTION-FILE
           CLOSE TABLE-MASTER
           CLOSE CATALOG-FILE
           CLOSE AUDIT-FILE
           STOP RUN.

       0002-PROCESS-INQ-CARD.
           END-IF
           IF INQ-REQUEST-ALL
               MOVE 1 TO WS-KEY-FROM
               MOVE 99 TO WS-KEY-TO
               SET WS-CARD-VALID TO TRUE
           ELSE
               INSPECT INQ-KEY-FROM-X REPLACING LEADING SPACE BY "0"
               PERFORM 0005-LOG-EXCEPTION
           END-IF
           IF WS-CARD-VALID
               PERFORM 0014-PRINT-CATALOG-RANGE
           END-IF.

       0003-VALIDATE-KEY-RANGE.
           IF WS-KEY-FROM < 1 OR WS-KEY-TO < 1
               SET WS-CARD-INVALID TO TRUE
               MOVE INQ-REQUEST TO WS-EXCP-VALUE
               MOVE "KEY OUT OF RANGE (1-99)" TO WS-EXCP-REASON
               PERFORM 0005-LOG-EXCEPTION
           ELSE
               IF WS-KEY-FROM > WS-KEY-TO
                   PERFORM 0005-LOG-EXCEPTION
               NOT INVALID KEY
                   PERFORM 0007-PRINT-TABLE-BODY
                   PERFORM 0013-WRITE-AUDIT-RECORD
           END-READ.

       0007-PRINT-TABLE-BODY.
               PERFORM 0010-CHECK-ONE-CTL-ENTRY
               MOVE "TABWACC" TO CTL-PROGRAM-ID
               PERFORM 0010-CHECK-ONE-CTL-ENTRY
               MOVE "TABAPPR" TO CTL-PROGRAM-ID
               PERFORM 0010-CHECK-ONE-CTL-ENTRY
               CLOSE RUN-CONTROL-FILE
               IF WS-WRITE-SINCE-VERIFY
                   DISPLAY "WARNING - TABMSTR WRITTEN SINCE LAST "
                           " AFTER THE LAST CLEAN VERIFICATION"
                   END-IF
           END-READ.

       0012-OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN AUDITLOG - STATUS "
                       WS-AUDIT-STATUS
                   STOP RUN
               END-IF
           END-IF.

       0013-WRITE-AUDIT-RECORD.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME
           MOVE "TABINQ" TO AUDIT-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE WS-I TO AUDIT-WS-I-VALUE
           WRITE AUDIT-REC.

       0014-PRINT-CATALOG-RANGE.
      * the keys a family holds are the table catalog's active keys,
      * so the request is walked along the catalog rather than
      * counted out from a fixed range - ALL is every active key of
      * the family, and a retired or never-catalogued key inside a
      * range is passed over.  A request that names no active key
      * at all is logged.
           MOVE 0 TO WS-ACTIVE-IN-RANGE
           MOVE 'N' TO WS-CATLG-EOF-SW
           MOVE WS-TABLE-TYPE TO CAT-KEY-TYPE
           MOVE WS-KEY-FROM TO CAT-KEY-I
           START CATALOG-FILE KEY NOT LESS THAN CAT-KEY
               INVALID KEY
                   SET WS-CATLG-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-CATLG-EOF
               READ CATALOG-FILE NEXT RECORD
                   AT END
                       SET WS-CATLG-EOF TO TRUE
                   NOT AT END
                       IF CAT-KEY-TYPE NOT = WS-TABLE-TYPE
                               OR CAT-KEY-I > WS-KEY-TO
                           SET WS-CATLG-EOF TO TRUE
                       ELSE
                           IF CAT-ACTIVE
                               ADD 1 TO WS-ACTIVE-IN-RANGE
                               MOVE CAT-KEY-I TO WS-I
                               PERFORM 0004-PRINT-STORED-TABLE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ACTIVE-IN-RANGE = 0
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "REQUEST " DELIMITED BY SIZE
                   INQ-REQUEST DELIMITED BY SIZE
                   " TYPE " DELIMITED BY SIZE
                   WS-TABLE-TYPE DELIMITED BY SIZE
                   " NAMES NO ACTIVE CATALOG KEY" DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               WRITE PRINT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
               MOVE INQ-REQUEST TO WS-EXCP-VALUE
               MOVE "NO ACTIVE CATALOG KEY IN RANGE" TO WS-EXCP-REASON
               PERFORM 0005-LOG-EXCEPTION
           END-IF.
