       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABRECN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "TABHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT TABLE-MASTER ASSIGN TO "TABMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-KEY
               FILE STATUS IS WS-TABMSTR-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RECNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-REC.
           05  AUDIT-RUN-DATE          PIC 9(8).
           05  AUDIT-RUN-TIME          PIC 9(8).
           05  AUDIT-PROGRAM-ID        PIC X(8).
           05  AUDIT-OPERATOR-ID       PIC X(8).
           05  AUDIT-WS-I-VALUE        PIC 9(2).

       FD  HISTORY-FILE
           RECORDING MODE IS F.
           COPY TABHIST.

       FD  TABLE-MASTER.
           COPY TABMSTR.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-REC                  PIC X(80).

       WORKING-STORAGE SECTION.
           COPY TABROW.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-HIST-STATUS              PIC XX.
       01  WS-TABMSTR-STATUS           PIC XX.
       01  WS-REPORT-STATUS            PIC XX.
       01  WS-AUDIT-EOF-SW             PIC X         VALUE 'N'.
           88  WS-AUDIT-EOF                          VALUE 'Y'.
       01  WS-HIST-EOF-SW              PIC X         VALUE 'N'.
           88  WS-HIST-EOF                           VALUE 'Y'.
       01  WS-MASTER-EOF-SW            PIC X         VALUE 'N'.
           88  WS-MASTER-EOF                         VALUE 'Y'.
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-TIME                 PIC 9(8).

      * generation-bearing audit records, held in file order with a
      * matched switch each.  Only the tags that are written beside
      * a TABHIST generation go in here - lookups, searches, deletes
      * and authorization maintenance never produce a generation and
      * have nothing to reconcile against.
       01  WS-AUD-MAX                  PIC 9(4)      VALUE 5000.
       01  WS-AUD-COUNT                PIC 9(4)      VALUE 0.
       01  WS-AUD-TABLE.
           05  WS-AUD-ENTRY OCCURS 5000 TIMES.
               10  WS-AUD-DATE         PIC 9(8).
               10  WS-AUD-TIME         PIC 9(8).
               10  WS-AUD-PGM          PIC X(8).
               10  WS-AUD-OPER         PIC X(8).
               10  WS-AUD-VALUE        PIC 9(2).
               10  WS-AUD-MATCH-SW     PIC X.
                   88  WS-AUD-MATCHED                VALUE 'Y'.
       01  WS-SUB                      PIC 9(4)      VALUE 0.
       01  WS-HIT-SUB                  PIC 9(4)      VALUE 0.
       01  WS-AUDIT-FIRST-DATE         PIC 9(8)      VALUE 0.
       01  WS-EXPECT-TAG-1             PIC X(8).
       01  WS-EXPECT-TAG-2             PIC X(8).

      * newest generation of each family and key, in file order -
      * the history file is appended to chronologically, so the last
      * record seen for a key is its newest generation.  Keys run
      * the full two-digit range here rather than 1-10: this program
      * judges whatever is actually on the files.
       01  WS-GEN-TABLE.
           05  WS-GEN-FAMILY OCCURS 2 TIMES.
               10  WS-GEN-ENTRY OCCURS 99 TIMES.
                   15  WS-GEN-COUNT    PIC 9(4).
                   15  WS-GEN-NEWEST   PIC X(115).
                   15  WS-GEN-MASTER-SW PIC X.
       01  WS-DELETE-TABLE.
           05  WS-DELETE-ENTRY OCCURS 99 TIMES.
               10  WS-DELETE-DATE      PIC 9(8).
               10  WS-DELETE-TIME      PIC 9(8).
               10  WS-DELETE-OPER      PIC X(8).
       01  WS-TYPE-SUB                 PIC 9(1)      VALUE 1.
       01  WS-KEY-SUB                  PIC 9(3)      VALUE 0.
       01  WS-TYPE-CHAR                PIC X(1).
       01  WS-KEY-VALID-SW             PIC X         VALUE 'N'.
           88  WS-KEY-VALID                          VALUE 'Y'.
       01  WS-NEW-GEN.
           05  WS-NEW-KEY              PIC 9(2).
           05  WS-NEW-DATE             PIC 9(8).
           05  WS-NEW-TIME             PIC 9(8).
           05  WS-NEW-PGM              PIC X(8).
           05  WS-NEW-OPER             PIC X(8).
           05  WS-NEW-ROW OCCURS 10 TIMES.
               10  WS-NEW-MULT         PIC 9(2).
               10  WS-NEW-PROD         PIC 9(5).
               10  WS-NEW-OVFL         PIC X.
           05  WS-NEW-TYPE             PIC X(1).
       01  WS-CHANGED-ROWS             PIC 9(4)      VALUE 0.

      * counts for the totals block and the return code.
       01  WS-AUDIT-READ               PIC 9(5)      VALUE 0.
       01  WS-AUDIT-INVALID            PIC 9(5)      VALUE 0.
       01  WS-AUDIT-OVERFLOW           PIC 9(5)      VALUE 0.
       01  WS-HIST-READ                PIC 9(5)      VALUE 0.
       01  WS-HIST-INVALID             PIC 9(5)      VALUE 0.
       01  WS-HIST-PREDATES            PIC 9(5)      VALUE 0.
       01  WS-MASTER-READ              PIC 9(5)      VALUE 0.
       01  WS-MASTER-INVALID           PIC 9(5)      VALUE 0.
       01  WS-KEYS-DIFFER              PIC 9(4)      VALUE 0.
       01  WS-KEYS-NO-HISTORY          PIC 9(4)      VALUE 0.
       01  WS-GENS-NO-AUDIT            PIC 9(5)      VALUE 0.
       01  WS-AUDITS-NO-GEN            PIC 9(5)      VALUE 0.
       01  WS-KEYS-OFF-MASTER          PIC 9(4)      VALUE 0.
       01  WS-KEYS-UNEXPLAINED         PIC 9(4)      VALUE 0.
       01  WS-SECTION-COUNT            PIC 9(5)      VALUE 0.
       01  WS-COUNT-EDIT               PIC ZZZZ9.
       01  WS-HEADER-LINE              PIC X(80).
       01  WS-DETAIL-LINE              PIC X(80).
       PROCEDURE DIVISION.

       0001-MAIN-PROC.
      * cross-file reconciliation of the three records of a table
      * write: the master holds the newest generation, TABHIST
      * holds every generation, and AUDITLOG holds who asked for
      * each one.  TABVRFY proves the arithmetic; this proves the
      * trail - that nothing reached the master without a history
      * generation and an audit record behind it.
           DISPLAY "TABMSTR / TABHIST / AUDITLOG RECONCILIATION"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE ZEROS TO WS-GEN-TABLE
           MOVE ZEROS TO WS-DELETE-TABLE
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN AUDITLOG - STATUS "
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TABHIST - STATUS "
                   WS-HIST-STATUS
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
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN RECNRPT - STATUS "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0002-LOAD-AUDIT-RECORDS
           PERFORM 0010-PRINT-REPORT-HEADER
           PERFORM 0005-MATCH-HISTORY-RECORDS
           PERFORM 0011-CHECK-MASTER-KEYS
           PERFORM 0014-REPORT-UNMATCHED-AUDIT
           PERFORM 0015-REPORT-KEYS-OFF-MASTER
           PERFORM 0017-PRINT-REPORT-TOTALS
           CLOSE AUDIT-FILE
           CLOSE HISTORY-FILE
           CLOSE TABLE-MASTER
           CLOSE REPORT-FILE
           IF WS-KEYS-DIFFER > 0 OR WS-KEYS-NO-HISTORY > 0
                   OR WS-GENS-NO-AUDIT > 0 OR WS-AUDITS-NO-GEN > 0
                   OR WS-AUDIT-OVERFLOW > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-KEYS-UNEXPLAINED > 0 OR WS-HIST-INVALID > 0
                       OR WS-AUDIT-INVALID > 0
                       OR WS-MASTER-INVALID > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       0002-LOAD-AUDIT-RECORDS.
           PERFORM UNTIL WS-AUDIT-EOF
               READ AUDIT-FILE
                   AT END
                       SET WS-AUDIT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AUDIT-READ
                       PERFORM 0003-FILE-AUDIT-RECORD
               END-READ
           END-PERFORM.

       0003-FILE-AUDIT-RECORD.
      * the oldest date on the live log is kept so generations from
      * before the last audit purge are not called unaudited - their
      * audit records are on AUDARCH, not missing.  A delete card
      * leaves no generation, so its audit record is only kept as
      * the explanation for a key that has left the master.
           IF AUDIT-RUN-DATE IS NOT NUMERIC
                   OR AUDIT-RUN-TIME IS NOT NUMERIC
                   OR AUDIT-WS-I-VALUE IS NOT NUMERIC
               ADD 1 TO WS-AUDIT-INVALID
           ELSE
               IF WS-AUDIT-FIRST-DATE = 0
                       OR AUDIT-RUN-DATE < WS-AUDIT-FIRST-DATE
                   MOVE AUDIT-RUN-DATE TO WS-AUDIT-FIRST-DATE
               END-IF
               IF AUDIT-PROGRAM-ID = "TABLES"
                       OR AUDIT-PROGRAM-ID = "TABLESA"
                       OR AUDIT-PROGRAM-ID = "TABWACC"
                       OR AUDIT-PROGRAM-ID = "TABWACCR"
                   PERFORM 0004-ADD-AUDIT-ENTRY
               ELSE
                   IF AUDIT-PROGRAM-ID = "TABWACCD"
                           AND AUDIT-WS-I-VALUE > 0
                       MOVE AUDIT-RUN-DATE
                           TO WS-DELETE-DATE (AUDIT-WS-I-VALUE)
                       MOVE AUDIT-RUN-TIME
                           TO WS-DELETE-TIME (AUDIT-WS-I-VALUE)
                       MOVE AUDIT-OPERATOR-ID
                           TO WS-DELETE-OPER (AUDIT-WS-I-VALUE)
                   END-IF
               END-IF
           END-IF.

       0004-ADD-AUDIT-ENTRY.
           IF WS-AUD-COUNT < WS-AUD-MAX
               ADD 1 TO WS-AUD-COUNT
               MOVE AUDIT-RUN-DATE TO WS-AUD-DATE (WS-AUD-COUNT)
               MOVE AUDIT-RUN-TIME TO WS-AUD-TIME (WS-AUD-COUNT)
               MOVE AUDIT-PROGRAM-ID TO WS-AUD-PGM (WS-AUD-COUNT)
               MOVE AUDIT-OPERATOR-ID TO WS-AUD-OPER (WS-AUD-COUNT)
               MOVE AUDIT-WS-I-VALUE TO WS-AUD-VALUE (WS-AUD-COUNT)
               MOVE 'N' TO WS-AUD-MATCH-SW (WS-AUD-COUNT)
           ELSE
               ADD 1 TO WS-AUDIT-OVERFLOW
           END-IF.

       0005-MATCH-HISTORY-RECORDS.
           MOVE "GENERATIONS WITHOUT AN AUDIT RECORD" TO WS-HEADER-LINE
           WRITE REPORT-REC FROM WS-HEADER-LINE
               AFTER ADVANCING 2 LINES
           END-WRITE
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM UNTIL WS-HIST-EOF
               READ HISTORY-FILE
                   AT END
                       SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HIST-READ
                       PERFORM 0006-FILE-GENERATION
               END-READ
           END-PERFORM
           IF WS-SECTION-COUNT = 0
               MOVE "  NONE" TO WS-DETAIL-LINE
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.

       0006-FILE-GENERATION.
      * a blank table type is history written before the addition
      * family existed and reads as multiplication, the same as
      * TABDELTA reads it.
           IF HIST-TABLE-TYPE = 'A'
               MOVE 2 TO WS-TYPE-SUB
               MOVE 'A' TO WS-TYPE-CHAR
           ELSE
               MOVE 1 TO WS-TYPE-SUB
               MOVE 'M' TO WS-TYPE-CHAR
           END-IF
           IF (HIST-TABLE-TYPE = 'A' OR HIST-TABLE-TYPE = 'M'
                   OR HIST-TABLE-TYPE = SPACE)
                   AND HIST-KEY-I IS NUMERIC
                   AND HIST-KEY-I >= 1
                   AND HIST-RUN-DATE IS NUMERIC
                   AND HIST-RUN-TIME IS NUMERIC
               MOVE HIST-REC
                   TO WS-GEN-NEWEST (WS-TYPE-SUB, HIST-KEY-I)
               IF WS-GEN-COUNT (WS-TYPE-SUB, HIST-KEY-I) < 9999
                   ADD 1 TO WS-GEN-COUNT (WS-TYPE-SUB, HIST-KEY-I)
               END-IF
               PERFORM 0007-SET-EXPECTED-TAGS
               PERFORM 0008-FIND-AUDIT-MATCH
           ELSE
               ADD 1 TO WS-HIST-INVALID
           END-IF.

       0007-SET-EXPECTED-TAGS.
      * the history program-id names the program that wrote the
      * generation; the audit tag also says why.  TABLES audits the
      * addition set under TABLESA, and a TABWACC generation is a T
      * card (TABWACC) or an R card regenerate (TABWACCR).  An R
      * card applied by the approval run (TABAPPR) keeps the
      * TABWACCR tag.
           MOVE HIST-PROGRAM-ID TO WS-EXPECT-TAG-1
           MOVE HIST-PROGRAM-ID TO WS-EXPECT-TAG-2
           IF HIST-PROGRAM-ID = "TABLES"
               IF HIST-TABLE-TYPE = 'A'
                   MOVE "TABLESA" TO WS-EXPECT-TAG-1
                   MOVE "TABLESA" TO WS-EXPECT-TAG-2
               END-IF
           ELSE
               IF HIST-PROGRAM-ID = "TABWACC"
                   MOVE "TABWACCR" TO WS-EXPECT-TAG-2
               ELSE
                   IF HIST-PROGRAM-ID = "TABAPPR"
                       MOVE "TABWACCR" TO WS-EXPECT-TAG-1
                       MOVE "TABWACCR" TO WS-EXPECT-TAG-2
                   END-IF
               END-IF
           END-IF.

       0008-FIND-AUDIT-MATCH.
      * the first unmatched audit record with the same tag, operator,
      * run stamp and key claims the generation.  A key built twice
      * in one run leaves two identical pairs, and taking the first
      * unmatched one pairs them off one for one.
           MOVE 0 TO WS-HIT-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-AUD-COUNT
               IF NOT WS-AUD-MATCHED (WS-SUB)
                       AND WS-AUD-DATE (WS-SUB) = HIST-RUN-DATE
                       AND WS-AUD-TIME (WS-SUB) = HIST-RUN-TIME
                       AND WS-AUD-OPER (WS-SUB) = HIST-OPERATOR-ID
                       AND WS-AUD-VALUE (WS-SUB) = HIST-KEY-I
                       AND (WS-AUD-PGM (WS-SUB) = WS-EXPECT-TAG-1
                         OR WS-AUD-PGM (WS-SUB) = WS-EXPECT-TAG-2)
                   MOVE WS-SUB TO WS-HIT-SUB
                   MOVE WS-AUD-COUNT TO WS-SUB
               END-IF
           END-PERFORM
           IF WS-HIT-SUB > 0
               SET WS-AUD-MATCHED (WS-HIT-SUB) TO TRUE
           ELSE
               IF HIST-RUN-DATE < WS-AUDIT-FIRST-DATE
                   ADD 1 TO WS-HIST-PREDATES
               ELSE
                   PERFORM 0009-PRINT-GEN-NO-AUDIT
               END-IF
           END-IF.

       0009-PRINT-GEN-NO-AUDIT.
           ADD 1 TO WS-GENS-NO-AUDIT
           ADD 1 TO WS-SECTION-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "  GEN " DELIMITED BY SIZE
               WS-TYPE-CHAR DELIMITED BY SIZE
               HIST-KEY-I DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HIST-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HIST-RUN-TIME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HIST-PROGRAM-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HIST-OPERATOR-ID DELIMITED BY SIZE
               " - NO AUDIT RECORD" DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE.

       0010-PRINT-REPORT-HEADER.
           MOVE SPACES TO WS-HEADER-LINE
           STRING "RUN DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "  MASTER/HISTORY/AUDIT RECONCILIATION"
               DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-HEADER-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE " ************* " TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.

       0011-CHECK-MASTER-KEYS.
           MOVE "MASTER KEYS AGAINST NEWEST GENERATION"
               TO WS-HEADER-LINE
           WRITE REPORT-REC FROM WS-HEADER-LINE
               AFTER ADVANCING 2 LINES
           END-WRITE
           MOVE 0 TO WS-SECTION-COUNT
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
                       ADD 1 TO WS-MASTER-READ
                       PERFORM 0012-CHECK-MASTER-KEY
               END-READ
           END-PERFORM
           IF WS-SECTION-COUNT = 0
               MOVE "  NONE" TO WS-DETAIL-LINE
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.

       0012-CHECK-MASTER-KEY.
      * a master key with no generation at all came in by a path
      * that writes no history - a TABBKUP restore, or a write made
      * while TABHIST could not be opened - and is named as such.
           SET WS-KEY-VALID TO TRUE
           IF TM-TYPE-ADD
               MOVE 2 TO WS-TYPE-SUB
           ELSE
               IF TM-TYPE-MULT
                   MOVE 1 TO WS-TYPE-SUB
               ELSE
                   MOVE 'N' TO WS-KEY-VALID-SW
               END-IF
           END-IF
           IF TM-KEY-I IS NOT NUMERIC
               MOVE 'N' TO WS-KEY-VALID-SW
           ELSE
               IF TM-KEY-I = 0
                   MOVE 'N' TO WS-KEY-VALID-SW
               END-IF
           END-IF
           IF NOT WS-KEY-VALID
               ADD 1 TO WS-MASTER-INVALID
           ELSE
               MOVE 'Y' TO WS-GEN-MASTER-SW (WS-TYPE-SUB, TM-KEY-I)
               IF WS-GEN-COUNT (WS-TYPE-SUB, TM-KEY-I) = 0
                   ADD 1 TO WS-KEYS-NO-HISTORY
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE SPACES TO WS-DETAIL-LINE
                   STRING "  KEY " DELIMITED BY SIZE
                       TM-KEY-TYPE DELIMITED BY SIZE
                       TM-KEY-I DELIMITED BY SIZE
                       " ON MASTER WITH NO HISTORY AT ALL"
                       DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
                   WRITE REPORT-REC FROM WS-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
                   END-WRITE
               ELSE
                   MOVE WS-GEN-NEWEST (WS-TYPE-SUB, TM-KEY-I)
                       TO WS-NEW-GEN
                   MOVE 0 TO WS-CHANGED-ROWS
                   PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 10
                       IF TM-PRODUCT (WS-J) NOT = WS-NEW-PROD (WS-J)
                               OR TM-OVERFLOW-SW (WS-J)
                                   NOT = WS-NEW-OVFL (WS-J)
                           PERFORM 0013-PRINT-ROW-DIFFERENCE
                       END-IF
                   END-PERFORM
                   IF WS-CHANGED-ROWS > 0
                       ADD 1 TO WS-KEYS-DIFFER
                   END-IF
               END-IF
           END-IF.

       0013-PRINT-ROW-DIFFERENCE.
           IF WS-CHANGED-ROWS = 0
               ADD 1 TO WS-SECTION-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "  KEY " DELIMITED BY SIZE
                   TM-KEY-TYPE DELIMITED BY SIZE
                   TM-KEY-I DELIMITED BY SIZE
                   " DIFFERS FROM NEWEST GENERATION " DELIMITED BY SIZE
                   WS-NEW-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NEW-TIME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NEW-PGM DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF
           ADD 1 TO WS-CHANGED-ROWS
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "    ROW " DELIMITED BY SIZE
               WS-J DELIMITED BY SIZE
               " MASTER " DELIMITED BY SIZE
               TM-PRODUCT (WS-J) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TM-OVERFLOW-SW (WS-J) DELIMITED BY SIZE
               "  HISTORY " DELIMITED BY SIZE
               WS-NEW-PROD (WS-J) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NEW-OVFL (WS-J) DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE.

       0014-REPORT-UNMATCHED-AUDIT.
      * an audit record left unclaimed says a table was asked for
      * and audited but never reached history - typically a run
      * where the master was unavailable and the write was skipped.
           MOVE "AUDIT RECORDS WITHOUT A GENERATION" TO WS-HEADER-LINE
           WRITE REPORT-REC FROM WS-HEADER-LINE
               AFTER ADVANCING 2 LINES
           END-WRITE
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-AUD-COUNT
               IF NOT WS-AUD-MATCHED (WS-SUB)
                   ADD 1 TO WS-AUDITS-NO-GEN
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE SPACES TO WS-DETAIL-LINE
                   STRING "  AUDIT " DELIMITED BY SIZE
                       WS-AUD-PGM (WS-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-AUD-OPER (WS-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-AUD-DATE (WS-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-AUD-TIME (WS-SUB) DELIMITED BY SIZE
                       " KEY " DELIMITED BY SIZE
                       WS-AUD-VALUE (WS-SUB) DELIMITED BY SIZE
                       " - NO GENERATION" DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
                   WRITE REPORT-REC FROM WS-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
                   END-WRITE
               END-IF
           END-PERFORM
           IF WS-SECTION-COUNT = 0
               MOVE "  NONE" TO WS-DETAIL-LINE
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.

       0015-REPORT-KEYS-OFF-MASTER.
      * a key with history but no master record was removed by a
      * path that leaves no generation.  A D card audit at or after
      * the newest generation explains it; anything else is a key
      * that went missing without a trail.  The delete audit record
      * carries the key but not the family, so it explains the key
      * in either family.
           MOVE "HISTORY KEYS NOT ON MASTER" TO WS-HEADER-LINE
           WRITE REPORT-REC FROM WS-HEADER-LINE
               AFTER ADVANCING 2 LINES
           END-WRITE
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 2
               IF WS-TYPE-SUB = 1
                   MOVE 'M' TO WS-TYPE-CHAR
               ELSE
                   MOVE 'A' TO WS-TYPE-CHAR
               END-IF
               PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                       UNTIL WS-KEY-SUB > 99
                   IF WS-GEN-COUNT (WS-TYPE-SUB, WS-KEY-SUB) > 0
                       AND WS-GEN-MASTER-SW (WS-TYPE-SUB, WS-KEY-SUB)
                           NOT = 'Y'
                       PERFORM 0016-PRINT-KEY-OFF-MASTER
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-SECTION-COUNT = 0
               MOVE "  NONE" TO WS-DETAIL-LINE
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.

       0016-PRINT-KEY-OFF-MASTER.
           ADD 1 TO WS-KEYS-OFF-MASTER
           ADD 1 TO WS-SECTION-COUNT
           MOVE WS-GEN-NEWEST (WS-TYPE-SUB, WS-KEY-SUB) TO WS-NEW-GEN
           MOVE SPACES TO WS-DETAIL-LINE
           IF WS-DELETE-DATE (WS-KEY-SUB) > WS-NEW-DATE
                   OR (WS-DELETE-DATE (WS-KEY-SUB) = WS-NEW-DATE
                       AND WS-DELETE-TIME (WS-KEY-SUB) >= WS-NEW-TIME)
               STRING "  KEY " DELIMITED BY SIZE
                   WS-TYPE-CHAR DELIMITED BY SIZE
                   WS-KEY-SUB DELIMITED BY SIZE
                   " DELETED " DELIMITED BY SIZE
                   WS-DELETE-DATE (WS-KEY-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DELETE-TIME (WS-KEY-SUB) DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   WS-DELETE-OPER (WS-KEY-SUB) DELIMITED BY SIZE
                   " (D CARD)" DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-KEYS-UNEXPLAINED
               STRING "  KEY " DELIMITED BY SIZE
                   WS-TYPE-CHAR DELIMITED BY SIZE
                   WS-KEY-SUB DELIMITED BY SIZE
                   " LAST GENERATED " DELIMITED BY SIZE
                   WS-NEW-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NEW-TIME DELIMITED BY SIZE
                   " - GONE, NO DELETE AUDIT" DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
           END-IF
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE.

       0017-PRINT-REPORT-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE
           MOVE WS-AUDIT-READ TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "AUDIT RECORDS READ          " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE WS-HIST-READ TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "HISTORY RECORDS READ        " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE WS-MASTER-READ TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "MASTER KEYS READ            " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE WS-KEYS-DIFFER TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "KEYS DIFFERING FROM HISTORY " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE WS-KEYS-NO-HISTORY TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "KEYS WITH NO HISTORY        " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE WS-GENS-NO-AUDIT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "GENERATIONS WITHOUT AUDIT   " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE WS-AUDITS-NO-GEN TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "AUDITS WITHOUT GENERATION   " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           MOVE WS-KEYS-OFF-MASTER TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "HISTORY KEYS OFF MASTER     " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE
           IF WS-HIST-PREDATES > 0
               MOVE WS-HIST-PREDATES TO WS-COUNT-EDIT
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "GENERATIONS BEFORE AUDIT LOG START "
                   DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " (SEE AUDARCH)" DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF
           IF WS-AUDIT-INVALID > 0 OR WS-HIST-INVALID > 0
                   OR WS-MASTER-INVALID > 0
               COMPUTE WS-COUNT-EDIT = WS-AUDIT-INVALID
                   + WS-HIST-INVALID + WS-MASTER-INVALID
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "RECORDS WITH BAD KEY OR DATE - SKIPPED "
                   DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF
           IF WS-AUDIT-OVERFLOW > 0
               MOVE WS-AUDIT-OVERFLOW TO WS-COUNT-EDIT
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "AUDIT RECORDS PAST TABLE LIMIT - NOT MATCHED "
                   DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF
           IF WS-KEYS-DIFFER = 0 AND WS-KEYS-NO-HISTORY = 0
                   AND WS-GENS-NO-AUDIT = 0 AND WS-AUDITS-NO-GEN = 0
                   AND WS-KEYS-UNEXPLAINED = 0
               MOVE "MASTER, HISTORY AND AUDIT TRAIL RECONCILE"
                   TO WS-DETAIL-LINE
           ELSE
               MOVE "RECONCILIATION EXCEPTIONS - SEE ABOVE"
                   TO WS-DETAIL-LINE
           END-IF
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 2 LINES
           END-WRITE.
