               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-KEY
               FILE STATUS IS WS-TABMSTR-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "TABCATLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-KEY
               FILE STATUS IS WS-CATLG-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "TABXTRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
       FD  TABLE-MASTER.
           COPY TABMSTR.

       FD  CATALOG-FILE.
           COPY TABCATLG.

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       01  EXTRACT-REC                 PIC X(80).
       01  WS-EXTRACT-STATUS           PIC XX.
       01  WS-STAMP-STATUS             PIC XX.
       01  WS-CTL-STATUS               PIC XX.
       01  WS-CATLG-STATUS             PIC XX.
       01  WS-SKIPPED-COUNT            PIC 9(4)      VALUE 0.
       01  WS-WARN-SW                  PIC X         VALUE 'N'.
           88  WS-WRITE-SINCE-VERIFY                 VALUE 'Y'.
       01  WS-STAMP-TS.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CATALOG-FILE
           IF WS-CATLG-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TABCATLG - STATUS "
                   WS-CATLG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TABXTRF - STATUS "
           PERFORM 0003-BROWSE-TABLE-MASTER
           PERFORM 0005-WRITE-TRAILER-RECORD
           CLOSE TABLE-MASTER
           CLOSE CATALOG-FILE
           CLOSE EXTRACT-FILE
           IF WS-SKIPPED-COUNT > 0
               DISPLAY WS-SKIPPED-COUNT " STORED KEY(S) NOT ACTIVE ON "
                   "TABCATLG - LEFT OUT OF THE FEED"
           END-IF
           IF WS-WRITE-SINCE-VERIFY
               MOVE 4 TO RETURN-CODE
           END-IF
               PERFORM 0008-CHECK-ONE-CTL-ENTRY
               MOVE "TABWACC" TO CTL-PROGRAM-ID
               PERFORM 0008-CHECK-ONE-CTL-ENTRY
               MOVE "TABAPPR" TO CTL-PROGRAM-ID
               PERFORM 0008-CHECK-ONE-CTL-ENTRY
               CLOSE RUN-CONTROL-FILE
               IF WS-WRITE-SINCE-VERIFY
                   DISPLAY "WARNING - TABMSTR WRITTEN SINCE LAST "
                   AT END
                       SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       PERFORM 0009-CHECK-CATALOG-KEY
               END-READ
           END-PERFORM.

       0009-CHECK-CATALOG-KEY.
      * the feed carries the catalog's active keys only.  A key
      * retired on the catalog can stay stored until a D card takes
      * it off the master; the planning side is not sent it in the
      * meantime.
           MOVE TM-KEY-TYPE TO CAT-KEY-TYPE
           MOVE TM-KEY-I TO CAT-KEY-I
           READ CATALOG-FILE
               INVALID KEY
                   MOVE 'R' TO CAT-STATUS
           END-READ
           IF CAT-ACTIVE
               PERFORM 0004-EXTRACT-MASTER-RECORD
           ELSE
               DISPLAY "KEY " TM-KEY-TYPE TM-KEY-I
                   " NOT ACTIVE ON TABCATLG - NOT EXTRACTED"
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.

       0004-EXTRACT-MASTER-RECORD.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 10
               MOVE SPACES TO WS-DETAIL-LINE
