       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABCHART.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHART-FILE ASSIGN TO "CHARTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.
           SELECT TABLE-MASTER ASSIGN TO "TABMSTR"
               ORGANIZATION IS INDEXED
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
       DATA DIVISION.
       FILE SECTION.
       FD  CHART-FILE
           RECORDING MODE IS F.
       01  CHART-REC                   PIC X(80).

       FD  TABLE-MASTER.
           COPY TABMSTR.

       FD  CATALOG-FILE.
           COPY TABCATLG.

       FD  STAMP-FILE
           RECORDING MODE IS F.
           COPY VRFYSTMP.

       WORKING-STORAGE SECTION.
           COPY TABROW.
       01  WS-CHART-STATUS             PIC XX.
       01  WS-TABMSTR-STATUS           PIC XX.
       01  WS-CATLG-STATUS             PIC XX.
       01  WS-STAMP-STATUS             PIC XX.
       01  WS-STAMP-FOUND-SW           PIC X         VALUE 'N'.
           88  WS-STAMP-FOUND                        VALUE 'Y'.
       01  WS-FIRST-CHART-SW           PIC X         VALUE 'Y'.
           88  WS-FIRST-CHART                        VALUE 'Y'.
       01  WS-TYPE-SUB                 PIC 9(1)      VALUE 1.
       01  WS-MISSING-COUNT            PIC 9(2)      VALUE 0.
       01  WS-OVERFLOW-COUNT           PIC 9(3)      VALUE 0.
       01  WS-FAMILY-MISSING           PIC 9(2)      VALUE 0.
       01  WS-FAMILY-OVERFLOW          PIC 9(3)      VALUE 0.
       01  WS-FAMILY-RETIRED           PIC 9(2)      VALUE 0.
       01  WS-FAMILY-BEYOND            PIC 9(2)      VALUE 0.
       01  WS-BEYOND-COUNT             PIC 9(3)      VALUE 0.
       01  WS-BEYOND-SUB               PIC 9(2)      VALUE 0.
       01  WS-SLOT-SUB                 PIC 9(2)      VALUE 0.
       01  WS-CATLG-EOF-SW             PIC X         VALUE 'N'.
           88  WS-CATLG-EOF                          VALUE 'Y'.
       01  WS-COUNT-EDIT               PIC ZZ9.
       01  WS-COUNT-EDIT-2             PIC ZZ9.
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-TIME                 PIC 9(8).

      * one family's chart, filled key by key off the master before
      * a line is printed: WS-CHART-CELL (multiplicand, key).  Each
      * cell is the print image, so a marker sits in it as readily
      * as a product does.
       01  WS-CHART-TABLE.
           05  WS-CHART-ROW OCCURS 10 TIMES.
               10  WS-CHART-CELL       PIC X(6)  OCCURS 10 TIMES.
       01  WS-CELL-EDIT                PIC ZZZZZ9.
       01  WS-CELL-MISSING             PIC X(6)      VALUE " -----".
       01  WS-CELL-OVERFLOW            PIC X(6)      VALUE "  OVFL".
       01  WS-CELL-DAMAGED             PIC X(6)      VALUE "  ????".
       01  WS-CELL-RETIRED             PIC X(6)      VALUE " RETRD".
       01  WS-CELL-NOT-CATALOGUED      PIC X(6)      VALUE "  NCAT".
       01  WS-CELL-FILL                PIC X(6).

      * the printed grid line: an eight-byte side label and ten
      * six-byte cells, keys 1-10 left to right.
       01  WS-GRID-LINE.
           05  WS-GRID-LABEL           PIC X(8).
           05  WS-GRID-CELL            PIC X(6)  OCCURS 10 TIMES.
           05  FILLER                  PIC X(12).
       01  WS-LABEL-EDIT               PIC Z9.

      * active catalog keys of the family above the ten the grid
      * has room for, in key order, and the footer line that lists
      * them eighteen to a line.
       01  WS-BEYOND-TABLE.
           05  WS-BEYOND-KEY           PIC 9(2)  OCCURS 89 TIMES.
       01  WS-BEYOND-LINE.
           05  WS-BEYOND-LABEL         PIC X(8).
           05  WS-BEYOND-CELL          PIC X(4)  OCCURS 18 TIMES.
       01  WS-HEADER-LINE              PIC X(80).
       01  WS-DETAIL-LINE              PIC X(80).
       PROCEDURE DIVISION.

       0001-MAIN-PROC.
      * one-page cross-tab reference chart per family, read straight
      * from the stored master - the wall chart the floor posts
      * instead of the twenty-page one-table-per-page listing.
      * Nothing is recomputed: an overflow row or a key missing from
      * the master prints as a marker, never as a blank or a zero
      * that reads like an answer.  The footer carries the last
      * verification stamp so a posted chart shows how current it is,
      * and lists any active key too high for the grid so the chart
      * is not taken for the whole family.
           DISPLAY "TABMSTR REFERENCE CHART"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT CHART-FILE
           IF WS-CHART-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CHARTRPT - STATUS "
                   WS-CHART-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TABLE-MASTER
           IF WS-TABMSTR-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TABMSTR - STATUS "
                   WS-TABMSTR-STATUS
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
           PERFORM 0002-READ-VERIFY-STAMP
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 2
               IF WS-TYPE-SUB = 1
                   MOVE 'M' TO WS-TABLE-TYPE
                   MOVE " * " TO WS-OP-LIT
               ELSE
                   MOVE 'A' TO WS-TABLE-TYPE
                   MOVE " + " TO WS-OP-LIT
               END-IF
               PERFORM 0003-LOAD-FAMILY-CHART
               PERFORM 0005-PRINT-FAMILY-CHART
           END-PERFORM
           CLOSE TABLE-MASTER
           CLOSE CATALOG-FILE
           CLOSE CHART-FILE
           IF WS-MISSING-COUNT > 0 OR WS-BEYOND-COUNT > 0
                   OR NOT WS-STAMP-FOUND
               MOVE 4 TO RETURN-CODE
           ELSE
               IF NOT STMP-CLEAN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       0002-READ-VERIFY-STAMP.
      * unlike the extract and inquiry programs this chart is not
      * refused off a failed or missing stamp - it prints, and the
      * footer says plainly that the master behind it is not known
      * good.  The floor would rather see that on the wall than a
      * missing chart.
           OPEN INPUT STAMP-FILE
           IF WS-STAMP-STATUS = "00"
               READ STAMP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-STAMP-FOUND TO TRUE
               END-READ
               CLOSE STAMP-FILE
           END-IF.

       0003-LOAD-FAMILY-CHART.
      * only a key active on the table catalog is expected on the
      * master.  A retired key, or one never catalogued, is marked
      * as such whether or not it is still stored, and is not
      * counted missing.
           MOVE 0 TO WS-FAMILY-MISSING
           MOVE 0 TO WS-FAMILY-OVERFLOW
           MOVE 0 TO WS-FAMILY-RETIRED
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
               PERFORM 0007-CHECK-CATALOG-KEY
               IF CAT-ACTIVE
                   MOVE WS-TABLE-TYPE TO TM-KEY-TYPE
                   MOVE WS-I TO TM-KEY-I
                   READ TABLE-MASTER
                       INVALID KEY
                           ADD 1 TO WS-FAMILY-MISSING
                           MOVE WS-CELL-MISSING TO WS-CELL-FILL
                           PERFORM 0008-FILL-KEY-COLUMN
                       NOT INVALID KEY
                           PERFORM 0004-LOAD-KEY-COLUMN
                   END-READ
               ELSE
                   IF CAT-RETIRED
                       ADD 1 TO WS-FAMILY-RETIRED
                       MOVE WS-CELL-RETIRED TO WS-CELL-FILL
                   ELSE
                       MOVE WS-CELL-NOT-CATALOGUED TO WS-CELL-FILL
                   END-IF
                   PERFORM 0008-FILL-KEY-COLUMN
               END-IF
           END-PERFORM
           PERFORM 0009-FIND-KEYS-BEYOND-CHART
           ADD WS-FAMILY-MISSING TO WS-MISSING-COUNT
           ADD WS-FAMILY-OVERFLOW TO WS-OVERFLOW-COUNT
           ADD WS-FAMILY-BEYOND TO WS-BEYOND-COUNT.

       0004-LOAD-KEY-COLUMN.
      * a product that will not read as a number is shown as damage
      * rather than edited into something plausible - TABVRFY is
      * where it gets judged.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 10
               IF TM-OVERFLOW (WS-J)
                   ADD 1 TO WS-FAMILY-OVERFLOW
                   MOVE WS-CELL-OVERFLOW TO WS-CHART-CELL (WS-J, WS-I)
               ELSE
                   IF TM-PRODUCT (WS-J) IS NUMERIC
                       MOVE TM-PRODUCT (WS-J) TO WS-CELL-EDIT
                       MOVE WS-CELL-EDIT
                           TO WS-CHART-CELL (WS-J, WS-I)
                   ELSE
                       MOVE WS-CELL-DAMAGED
                           TO WS-CHART-CELL (WS-J, WS-I)
                   END-IF
               END-IF
           END-PERFORM.

       0005-PRINT-FAMILY-CHART.
      * each family on its own page - the first at the top of page
      * 1, the second after a page eject, the same as the generation
      * report handles its first table.
           MOVE SPACES TO WS-HEADER-LINE
           IF WS-TYPE-ADD
               STRING "RUN DATE " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "  ADDITION REFERENCE CHART" DELIMITED BY SIZE
                   INTO WS-HEADER-LINE
               END-STRING
           ELSE
               STRING "RUN DATE " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "  MULTIPLICATION REFERENCE CHART"
                   DELIMITED BY SIZE
                   INTO WS-HEADER-LINE
               END-STRING
           END-IF
           IF WS-FIRST-CHART
               WRITE CHART-REC FROM WS-HEADER-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
               MOVE 'N' TO WS-FIRST-CHART-SW
           ELSE
               WRITE CHART-REC FROM WS-HEADER-LINE
                   AFTER ADVANCING PAGE
               END-WRITE
           END-IF
           MOVE " ************* " TO CHART-REC
           WRITE CHART-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO WS-GRID-LINE
           STRING WS-OP-LIT DELIMITED BY SIZE
               "KEY |" DELIMITED BY SIZE
               INTO WS-GRID-LABEL
           END-STRING
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
               MOVE WS-I TO WS-CELL-EDIT
               MOVE WS-CELL-EDIT TO WS-GRID-CELL (WS-I)
           END-PERFORM
           WRITE CHART-REC FROM WS-GRID-LINE
               AFTER ADVANCING 2 LINES
           END-WRITE
           MOVE ALL "-" TO WS-GRID-LINE
           MOVE "|" TO WS-GRID-LABEL (8:1)
           MOVE SPACES TO WS-GRID-LINE (69:12)
           WRITE CHART-REC FROM WS-GRID-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE

           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 10
               MOVE SPACES TO WS-GRID-LINE
               MOVE WS-J TO WS-LABEL-EDIT
               MOVE "       |" TO WS-GRID-LABEL
               MOVE WS-LABEL-EDIT TO WS-GRID-LABEL (3:2)
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
                   MOVE WS-CHART-CELL (WS-J, WS-I)
                       TO WS-GRID-CELL (WS-I)
               END-PERFORM
               WRITE CHART-REC FROM WS-GRID-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-PERFORM
           PERFORM 0006-PRINT-CHART-FOOTER.

       0006-PRINT-CHART-FOOTER.
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "OVFL = RESULT OVERFLOW   ----- = KEY NOT ON MASTER"
               DELIMITED BY SIZE
               "   ???? = DAMAGED ROW" DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE CHART-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 2 LINES
           END-WRITE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "RETRD = KEY RETIRED ON TABCATLG" DELIMITED BY SIZE
               "   NCAT = KEY NOT ON TABCATLG" DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE CHART-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           IF WS-FAMILY-MISSING > 0 OR WS-FAMILY-OVERFLOW > 0
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-FAMILY-MISSING TO WS-COUNT-EDIT
               MOVE WS-FAMILY-OVERFLOW TO WS-COUNT-EDIT-2
               STRING "KEYS NOT ON MASTER " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   "   OVERFLOW CELLS " DELIMITED BY SIZE
                   WS-COUNT-EDIT-2 DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               WRITE CHART-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF
           IF WS-FAMILY-RETIRED > 0
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-FAMILY-RETIRED TO WS-COUNT-EDIT
               STRING "KEYS RETIRED ON TABCATLG " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               WRITE CHART-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF
           IF WS-FAMILY-BEYOND > 0
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-FAMILY-BEYOND TO WS-COUNT-EDIT
               STRING "ACTIVE KEYS BEYOND CHART " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " - NOT SHOWN ABOVE" DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               WRITE CHART-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
               PERFORM 0010-PRINT-KEYS-BEYOND-CHART
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           IF NOT WS-STAMP-FOUND
               MOVE "MASTER NOT VERIFIED - NO VERIFICATION STAMP"
                   TO WS-DETAIL-LINE
           ELSE
               IF STMP-CLEAN
                   STRING "VERIFIED " DELIMITED BY SIZE
                       STMP-RUN-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       STMP-RUN-TIME DELIMITED BY SIZE
                       " - CLEAN" DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
               ELSE
                   STRING "VERIFIED " DELIMITED BY SIZE
                       STMP-RUN-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       STMP-RUN-TIME DELIMITED BY SIZE
                       " - FAILED - DO NOT RELY ON THIS CHART"
                       DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
               END-IF
           END-IF
           WRITE CHART-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE.

       0007-CHECK-CATALOG-KEY.
           MOVE WS-TABLE-TYPE TO CAT-KEY-TYPE
           MOVE WS-I TO CAT-KEY-I
           READ CATALOG-FILE
               INVALID KEY
                   MOVE SPACE TO CAT-STATUS
           END-READ.

       0008-FILL-KEY-COLUMN.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 10
               MOVE WS-CELL-FILL TO WS-CHART-CELL (WS-J, WS-I)
           END-PERFORM.

       0009-FIND-KEYS-BEYOND-CHART.
      * the grid stops at key 10, but the catalog need not - browse
      * the family from key 11 up so an active key the grid has no
      * column for is listed in the footer rather than dropped.
           MOVE 0 TO WS-FAMILY-BEYOND
           MOVE 'N' TO WS-CATLG-EOF-SW
           MOVE WS-TABLE-TYPE TO CAT-KEY-TYPE
           MOVE 11 TO CAT-KEY-I
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
                           SET WS-CATLG-EOF TO TRUE
                       ELSE
                           IF CAT-ACTIVE
                               ADD 1 TO WS-FAMILY-BEYOND
                               MOVE CAT-KEY-I
                                   TO WS-BEYOND-KEY (WS-FAMILY-BEYOND)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0010-PRINT-KEYS-BEYOND-CHART.
           MOVE SPACES TO WS-BEYOND-LINE
           MOVE "  KEYS" TO WS-BEYOND-LABEL
           MOVE 0 TO WS-SLOT-SUB
           PERFORM VARYING WS-BEYOND-SUB FROM 1 BY 1
                   UNTIL WS-BEYOND-SUB > WS-FAMILY-BEYOND
               ADD 1 TO WS-SLOT-SUB
               MOVE WS-BEYOND-KEY (WS-BEYOND-SUB) TO WS-LABEL-EDIT
               MOVE WS-LABEL-EDIT TO WS-BEYOND-CELL (WS-SLOT-SUB) (2:2)
               IF WS-SLOT-SUB = 18
                   OR WS-BEYOND-SUB = WS-FAMILY-BEYOND
                   WRITE CHART-REC FROM WS-BEYOND-LINE
                       AFTER ADVANCING 1 LINE
                   END-WRITE
                   MOVE SPACES TO WS-BEYOND-LINE
                   MOVE 0 TO WS-SLOT-SUB
               END-IF
           END-PERFORM.
