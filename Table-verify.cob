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
       FD  TABLE-MASTER.
           COPY TABMSTR.

       FD  CATALOG-FILE.
           COPY TABCATLG.

       FD  STAMP-FILE
           RECORDING MODE IS F.
           COPY VRFYSTMP.
       01  WS-REPORT-STATUS            PIC XX.
       01  WS-TABMSTR-STATUS           PIC XX.
       01  WS-STAMP-STATUS             PIC XX.
       01  WS-CATLG-STATUS             PIC XX.
       01  WS-MASTER-EOF-SW            PIC X         VALUE 'N'.
           88  WS-MASTER-EOF                         VALUE 'Y'.
       01  WS-CATLG-EOF-SW             PIC X         VALUE 'N'.
           88  WS-CATLG-EOF                          VALUE 'Y'.
       01  WS-RECORD-COUNT             PIC 9(4)      VALUE 0.
       01  WS-DISCREPANCY-COUNT        PIC 9(4)      VALUE 0.
       01  WS-MISSING-COUNT            PIC 9(4)      VALUE 0.
       01  WS-ACTIVE-KEY-COUNT         PIC 9(4)      VALUE 0.
       01  WS-RETIRED-STORED-COUNT     PIC 9(4)      VALUE 0.
       01  WS-EXPECTED-OVERFLOW-SW     PIC X.
       01  WS-STORED-EDIT              PIC 9(5).
       01  WS-EXPECTED-EDIT            PIC 9(5).
      * an addition row is judged by addition - and compared against
      * the persisted product and overflow switch.  A partial run,
      * an abend between writes, or a REPRO of an old copy surfaces
      * here instead of in a downstream job.  The keys expected are
      * the table catalog's active keys, family by family; a stored
      * key the catalog has never heard of is a discrepancy, while
      * one it has retired is only reported - its stored table
      * waits on a D card and is still checked row by row.  A
      * nonzero condition code holds the schedule when anything
      * mismatches.
           DISPLAY "TABMSTR VERIFICATION"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
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
           PERFORM 0002-PRINT-REPORT-HEADER
           PERFORM 0003-BROWSE-TABLE-MASTER
           PERFORM 0006-CHECK-MISSING-KEYS
           PERFORM 0007-PRINT-REPORT-TOTALS
           PERFORM 0009-WRITE-VERIFY-STAMP
           CLOSE TABLE-MASTER
           CLOSE CATALOG-FILE
           CLOSE REPORT-FILE
           IF WS-DISCREPANCY-COUNT > 0 OR WS-MISSING-COUNT > 0
               MOVE 8 TO RETURN-CODE
               END-WRITE
               ADD 1 TO WS-DISCREPANCY-COUNT
           ELSE
               MOVE TM-KEY-TYPE TO CAT-KEY-TYPE
               MOVE TM-KEY-I TO CAT-KEY-I
               READ CATALOG-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-DETAIL-LINE
                       STRING "KEY " DELIMITED BY SIZE
                           TM-KEY-TYPE DELIMITED BY SIZE
                           TM-KEY-I DELIMITED BY SIZE
                           " NOT ON TABLE CATALOG" DELIMITED BY SIZE
                           INTO WS-DETAIL-LINE
                       END-STRING
                       WRITE REPORT-REC FROM WS-DETAIL-LINE
                           AFTER ADVANCING 1 LINE
                       END-WRITE
                       ADD 1 TO WS-DISCREPANCY-COUNT
                   NOT INVALID KEY
                       IF CAT-RETIRED
                           MOVE SPACES TO WS-DETAIL-LINE
                           STRING "KEY " DELIMITED BY SIZE
                               TM-KEY-TYPE DELIMITED BY SIZE
                               TM-KEY-I DELIMITED BY SIZE
                               " RETIRED " DELIMITED BY SIZE
                               CAT-RETIRED-DATE DELIMITED BY SIZE
                               " - STILL STORED" DELIMITED BY SIZE
                               INTO WS-DETAIL-LINE
                           END-STRING
                           WRITE REPORT-REC FROM WS-DETAIL-LINE
                               AFTER ADVANCING 1 LINE
                           END-WRITE
                           ADD 1 TO WS-RETIRED-STORED-COUNT
                       END-IF
               END-READ
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 10
                   PERFORM 0005-VERIFY-MASTER-ROW
               END-PERFORM
           END-IF.

       0006-CHECK-MISSING-KEYS.
      * every active catalog key must be on the master.  A catalog
      * with no active key at all expects nothing, which would pass
      * an empty master clean - that is reported as a discrepancy.
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
                           ADD 1 TO WS-ACTIVE-KEY-COUNT
                           PERFORM 0010-CHECK-CATALOG-KEY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ACTIVE-KEY-COUNT = 0
               MOVE "NO ACTIVE KEYS ON TABLE CATALOG" TO WS-DETAIL-LINE
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
               ADD 1 TO WS-DISCREPANCY-COUNT
           END-IF.

       0010-CHECK-CATALOG-KEY.
           MOVE CAT-KEY-TYPE TO TM-KEY-TYPE
           MOVE CAT-KEY-I TO TM-KEY-I
           READ TABLE-MASTER
               INVALID KEY
                   MOVE SPACES TO WS-DETAIL-LINE
                   STRING "KEY " DELIMITED BY SIZE
                       CAT-KEY-TYPE DELIMITED BY SIZE
                       CAT-KEY-I DELIMITED BY SIZE
                       " MISSING FROM TABLE MASTER"
                       DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
                   WRITE REPORT-REC FROM WS-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
                   END-WRITE
                   ADD 1 TO WS-MISSING-COUNT
           END-READ.

       0007-PRINT-REPORT-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE WS-ACTIVE-KEY-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "ACTIVE CATALOG KEYS " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE WS-MISSING-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "MISSING KEYS " DELIMITED BY SIZE
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE WS-RETIRED-STORED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "RETIRED KEYS STILL STORED " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           IF WS-DISCREPANCY-COUNT = 0 AND WS-MISSING-COUNT = 0
               MOVE "TABMSTR VERIFIED CLEAN" TO WS-DETAIL-LINE
           ELSE
