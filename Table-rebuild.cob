               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-KEY
               FILE STATUS IS WS-TABMSTR-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "TABCATLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-KEY
               FILE STATUS IS WS-CATLG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RBLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  TABLE-MASTER.
           COPY TABMSTR.

       FD  CATALOG-FILE.
           COPY TABCATLG.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-REC                  PIC X(80).
       01  WS-CONTROL-STATUS           PIC XX.
       01  WS-HIST-STATUS              PIC XX.
       01  WS-TABMSTR-STATUS           PIC XX.
       01  WS-CATLG-STATUS             PIC XX.
       01  WS-REPORT-STATUS            PIC XX.
       01  WS-HIST-EOF-SW              PIC X         VALUE 'N'.
           88  WS-HIST-EOF                           VALUE 'Y'.
      * newest generation of each key at or before the cutoff, in
      * file order - the history file is appended chronologically,
      * so the last qualifying record seen for a key is the one the
      * master held at the cutoff moment.  Sized for every key the
      * table catalog can carry (01-99).
       01  WS-PIT-TABLE.
           05  WS-PIT-FAMILY OCCURS 2 TIMES.
               10  WS-PIT-ENTRY OCCURS 99 TIMES.
                   15  WS-PIT-COUNT    PIC 9(4).
                   15  WS-PIT-SKIPPED  PIC 9(4).
                   15  WS-PIT-NEWEST   PIC X(115).
       01  WS-TYPE-SUB                 PIC 9(1)      VALUE 1.
       01  WS-KEY-SUB                  PIC 9(3)      VALUE 1.
       01  WS-TYPE-CHAR                PIC X(1).
       01  WS-NEW-GEN.
           05  WS-NEW-KEY              PIC 9(2).
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
           PERFORM 0003-COLLECT-GENERATIONS
           CLOSE HISTORY-FILE
           OPEN I-O TABLE-MASTER
               ELSE
                   MOVE 'A' TO WS-TYPE-CHAR
               END-IF
               PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                       UNTIL WS-KEY-SUB > 99
                   MOVE WS-KEY-SUB TO WS-I
                   PERFORM 0009-CHECK-CATALOG-KEY
                   IF WS-PIT-COUNT (WS-TYPE-SUB, WS-I) > 0
                           OR WS-PIT-SKIPPED (WS-TYPE-SUB, WS-I) > 0
                           OR CAT-ACTIVE
                       PERFORM 0006-REBUILD-ONE-KEY
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE TABLE-MASTER
           CLOSE CATALOG-FILE
           PERFORM 0008-PRINT-REPORT-TOTALS
           CLOSE REPORT-FILE
           IF WS-NO-HISTORY-COUNT > 0
           IF (HIST-TABLE-TYPE = 'A' OR HIST-TABLE-TYPE = 'M'
                   OR HIST-TABLE-TYPE = SPACE)
                   AND HIST-KEY-I IS NUMERIC
                   AND HIST-KEY-I >= 1
                   AND HIST-RUN-DATE IS NUMERIC
                   AND HIST-RUN-TIME IS NUMERIC
               MOVE HIST-RUN-DATE TO WS-HIST-TS-DATE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.

       0009-CHECK-CATALOG-KEY.
      * a key with no history anywhere on the file is only worth a
      * line when the catalog says it should be stored - the other
      * catalog slots are simply not in use.  A key retired on the
      * catalog is still rebuilt if it has history at the cutoff,
      * since the master held it at that moment.
           MOVE WS-TYPE-CHAR TO CAT-KEY-TYPE
           MOVE WS-I TO CAT-KEY-I
           READ CATALOG-FILE
               INVALID KEY
                   MOVE 'R' TO CAT-STATUS
           END-READ.
