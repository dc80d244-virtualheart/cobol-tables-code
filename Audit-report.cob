           05  WS-OPER-ENTRY OCCURS 50 TIMES.
               10  WS-OPER-ID          PIC X(8).
               10  WS-OPER-GENS        PIC 9(5).
               10  WS-OPER-DELETES     PIC 9(5).
               10  WS-OPER-LOOKUPS     PIC 9(5).
               10  WS-OPER-REQUESTS    PIC 9(5).
               10  WS-OPER-APPROVALS   PIC 9(5).
               10  WS-OPER-REJECTS     PIC 9(5).
               10  WS-OPER-EXPIRIES    PIC 9(5).
               10  WS-OPER-CONTROLS    PIC 9(5).
       01  WS-PGM-MAX                  PIC 9(2)      VALUE 20.
       01  WS-PGM-COUNT                PIC 9(2)      VALUE 0.
       01  WS-PGM-TABLE.
           05  WS-PGM-ENTRY OCCURS 20 TIMES.
               10  WS-PGM-ID           PIC X(8).
               10  WS-PGM-RECORDS      PIC 9(5).
       01  WS-DATE-MAX                 PIC 9(3)      VALUE 200.
           05  WS-DATE-ENTRY OCCURS 200 TIMES.
               10  WS-DATE-VALUE       PIC 9(8).
               10  WS-DATE-GENS        PIC 9(5).
               10  WS-DATE-DELETES     PIC 9(5).
               10  WS-DATE-LOOKUPS     PIC 9(5).
               10  WS-DATE-REQUESTS    PIC 9(5).
               10  WS-DATE-APPROVALS   PIC 9(5).
               10  WS-DATE-REJECTS     PIC 9(5).
               10  WS-DATE-EXPIRIES    PIC 9(5).
               10  WS-DATE-CONTROLS    PIC 9(5).
      * every request, settlement and applied change to a stored
      * table, in log order - who asked for each destructive change
      * and who approved, rejected or let it expire.
       01  WS-TRAIL-MAX                PIC 9(3)      VALUE 500.
       01  WS-TRAIL-COUNT              PIC 9(3)      VALUE 0.
       01  WS-TRAIL-TABLE.
           05  WS-TRAIL-ENTRY OCCURS 500 TIMES.
               10  WS-TRAIL-DATE       PIC 9(8).
               10  WS-TRAIL-TIME       PIC 9(8).
               10  WS-TRAIL-TAG        PIC X(8).
               10  WS-TRAIL-OPER       PIC X(8).
               10  WS-TRAIL-KEY        PIC 9(2).
               10  WS-TRAIL-ACTION     PIC X(11).
       01  WS-OVERFLOW-COUNT           PIC 9(5)      VALUE 0.
       01  WS-MULT-TABLE.
           05  WS-MULT-REQUESTS        PIC 9(5)  OCCURS 99 TIMES.
      * what kind of act an audit tag records.  Only TABLES,
      * TABLESA, TABWACC and TABWACCR build a stored table; the
      * request, approval and control tags are tallied apart so they
      * never inflate the generation counts.
       01  WS-TAG-WORK.
           05  WS-TAG-STEM.
               10  WS-TAG-STEM-6       PIC X(6).
               10  WS-TAG-STEM-7       PIC X(1).
           05  FILLER                  PIC X(1).
       01  WS-TAG-CLASS                PIC X(1)      VALUE SPACE.
           88  WS-TAG-GENERATION                     VALUE 'G' 'R'.
           88  WS-TAG-REGENERATION                   VALUE 'R'.
           88  WS-TAG-DELETE                         VALUE 'D'.
           88  WS-TAG-LOOKUP                         VALUE 'L'.
           88  WS-TAG-REQUEST                        VALUE 'Q'.
           88  WS-TAG-APPROVE                        VALUE 'A'.
           88  WS-TAG-REJECT                         VALUE 'J'.
           88  WS-TAG-EXPIRE                         VALUE 'X'.
           88  WS-TAG-CONTROL                        VALUE 'C'.
           88  WS-TAG-OTHER                          VALUE 'O'.
           88  WS-TAG-ON-TRAIL                       VALUE 'R' 'D'
                                                     'Q' 'A' 'J' 'X'.
       01  WS-TAG-ACTION               PIC X(11)     VALUE SPACES.
       01  WS-SUB                      PIC 9(3)      VALUE 0.
       01  WS-HIT-SUB                  PIC 9(3)      VALUE 0.
       01  WS-RANK                     PIC 9(2)      VALUE 0.
       01  WS-BEST-REQUESTS            PIC 9(5)      VALUE 0.
       01  WS-COUNT-EDIT               PIC ZZZZ9.
       01  WS-COUNT-EDIT-2             PIC ZZZZ9.
       01  WS-COUNT-EDIT-3             PIC ZZZZ9.
       01  WS-COUNT-EDIT-4             PIC ZZZZ9.
       01  WS-COUNT-EDIT-5             PIC ZZZZ9.
       01  WS-HEADER-LINE              PIC X(80).
       01  WS-DETAIL-LINE              PIC X(80).
       PROCEDURE DIVISION.
                   OR AUDIT-WS-I-VALUE IS NOT NUMERIC
               ADD 1 TO WS-INVALID-COUNT
           ELSE
               PERFORM 0013-CLASSIFY-AUDIT-TAG
               PERFORM 0006-TALLY-OPERATOR
               PERFORM 0007-TALLY-PROGRAM
               PERFORM 0011-TALLY-RUN-DATE
               IF WS-TAG-ON-TRAIL
                   PERFORM 0014-FILE-TRAIL-ENTRY
               END-IF
               IF (WS-TAG-GENERATION OR WS-TAG-LOOKUP)
                       AND AUDIT-WS-I-VALUE >= 1
                   ADD 1 TO WS-MULT-REQUESTS (AUDIT-WS-I-VALUE)
               END-IF
           END-IF.

       0013-CLASSIFY-AUDIT-TAG.
      * the value byte of a control tag is not a table key (a
      * catalog key at best, an authorization level at worst), so
      * control records are kept out of the multiplier ranking too.
           MOVE AUDIT-PROGRAM-ID TO WS-TAG-WORK
           MOVE SPACES TO WS-TAG-ACTION
           IF AUDIT-PROGRAM-ID = "TABLES"
                   OR AUDIT-PROGRAM-ID = "TABLESA"
                   OR AUDIT-PROGRAM-ID = "TABWACC"
               MOVE 'G' TO WS-TAG-CLASS
           ELSE
           IF AUDIT-PROGRAM-ID = "TABWACCR"
               MOVE 'R' TO WS-TAG-CLASS
               MOVE "REGENERATED" TO WS-TAG-ACTION
           ELSE
           IF AUDIT-PROGRAM-ID = "TABWACCD"
               MOVE 'D' TO WS-TAG-CLASS
               MOVE "DELETED" TO WS-TAG-ACTION
           ELSE
           IF AUDIT-PROGRAM-ID = "TABWACCL"
                   OR AUDIT-PROGRAM-ID = "TABWACCP"
               MOVE 'L' TO WS-TAG-CLASS
           ELSE
           IF AUDIT-PROGRAM-ID = "TABWACCQ"
               MOVE 'Q' TO WS-TAG-CLASS
               MOVE "REQUESTED" TO WS-TAG-ACTION
           ELSE
           IF AUDIT-PROGRAM-ID = "TABAPPRA"
               MOVE 'A' TO WS-TAG-CLASS
               MOVE "APPROVED" TO WS-TAG-ACTION
           ELSE
           IF AUDIT-PROGRAM-ID = "TABAPPRJ"
               MOVE 'J' TO WS-TAG-CLASS
               MOVE "REJECTED" TO WS-TAG-ACTION
           ELSE
           IF AUDIT-PROGRAM-ID = "TABAPPRX"
               MOVE 'X' TO WS-TAG-CLASS
               MOVE "EXPIRED" TO WS-TAG-ACTION
           ELSE
           IF WS-TAG-STEM = "TABAUTH"
                   OR WS-TAG-STEM-6 = "TABCAT"
                   OR WS-TAG-STEM-6 = "TABCAL"
                   OR AUDIT-PROGRAM-ID = "TABINQ"
               MOVE 'C' TO WS-TAG-CLASS
           ELSE
               MOVE 'O' TO WS-TAG-CLASS
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       0014-FILE-TRAIL-ENTRY.
           IF WS-TRAIL-COUNT < WS-TRAIL-MAX
               ADD 1 TO WS-TRAIL-COUNT
               MOVE AUDIT-RUN-DATE TO WS-TRAIL-DATE (WS-TRAIL-COUNT)
               MOVE AUDIT-RUN-TIME TO WS-TRAIL-TIME (WS-TRAIL-COUNT)
               MOVE AUDIT-PROGRAM-ID TO WS-TRAIL-TAG (WS-TRAIL-COUNT)
               MOVE AUDIT-OPERATOR-ID
                   TO WS-TRAIL-OPER (WS-TRAIL-COUNT)
               MOVE AUDIT-WS-I-VALUE TO WS-TRAIL-KEY (WS-TRAIL-COUNT)
               MOVE WS-TAG-ACTION TO WS-TRAIL-ACTION (WS-TRAIL-COUNT)
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.

       0006-TALLY-OPERATOR.
           MOVE 0 TO WS-HIT-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   MOVE WS-OPER-COUNT TO WS-HIT-SUB
                   MOVE AUDIT-OPERATOR-ID TO WS-OPER-ID (WS-HIT-SUB)
                   MOVE ZEROS TO WS-OPER-GENS (WS-HIT-SUB)
                   MOVE ZEROS TO WS-OPER-DELETES (WS-HIT-SUB)
                   MOVE ZEROS TO WS-OPER-LOOKUPS (WS-HIT-SUB)
                   MOVE ZEROS TO WS-OPER-REQUESTS (WS-HIT-SUB)
                   MOVE ZEROS TO WS-OPER-APPROVALS (WS-HIT-SUB)
                   MOVE ZEROS TO WS-OPER-REJECTS (WS-HIT-SUB)
                   MOVE ZEROS TO WS-OPER-EXPIRIES (WS-HIT-SUB)
                   MOVE ZEROS TO WS-OPER-CONTROLS (WS-HIT-SUB)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF
           IF WS-HIT-SUB > 0
               IF WS-TAG-GENERATION
                   ADD 1 TO WS-OPER-GENS (WS-HIT-SUB)
               END-IF
               IF WS-TAG-DELETE
                   ADD 1 TO WS-OPER-DELETES (WS-HIT-SUB)
               END-IF
               IF WS-TAG-LOOKUP
                   ADD 1 TO WS-OPER-LOOKUPS (WS-HIT-SUB)
               END-IF
               IF WS-TAG-REQUEST
                   ADD 1 TO WS-OPER-REQUESTS (WS-HIT-SUB)
               END-IF
               IF WS-TAG-APPROVE
                   ADD 1 TO WS-OPER-APPROVALS (WS-HIT-SUB)
               END-IF
               IF WS-TAG-REJECT
                   ADD 1 TO WS-OPER-REJECTS (WS-HIT-SUB)
               END-IF
               IF WS-TAG-EXPIRE
                   ADD 1 TO WS-OPER-EXPIRIES (WS-HIT-SUB)
               END-IF
               IF WS-TAG-CONTROL
                   ADD 1 TO WS-OPER-CONTROLS (WS-HIT-SUB)
               END-IF
           END-IF.

       0007-TALLY-PROGRAM.
                   MOVE WS-DATE-COUNT TO WS-HIT-SUB
                   MOVE AUDIT-RUN-DATE TO WS-DATE-VALUE (WS-HIT-SUB)
                   MOVE ZEROS TO WS-DATE-GENS (WS-HIT-SUB)
                   MOVE ZEROS TO WS-DATE-DELETES (WS-HIT-SUB)
                   MOVE ZEROS TO WS-DATE-LOOKUPS (WS-HIT-SUB)
                   MOVE ZEROS TO WS-DATE-REQUESTS (WS-HIT-SUB)
                   MOVE ZEROS TO WS-DATE-APPROVALS (WS-HIT-SUB)
                   MOVE ZEROS TO WS-DATE-REJECTS (WS-HIT-SUB)
                   MOVE ZEROS TO WS-DATE-EXPIRIES (WS-HIT-SUB)
                   MOVE ZEROS TO WS-DATE-CONTROLS (WS-HIT-SUB)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF
           IF WS-HIT-SUB > 0
               IF WS-TAG-GENERATION
                   ADD 1 TO WS-DATE-GENS (WS-HIT-SUB)
               END-IF
               IF WS-TAG-DELETE
                   ADD 1 TO WS-DATE-DELETES (WS-HIT-SUB)
               END-IF
               IF WS-TAG-LOOKUP
                   ADD 1 TO WS-DATE-LOOKUPS (WS-HIT-SUB)
               END-IF
               IF WS-TAG-REQUEST
                   ADD 1 TO WS-DATE-REQUESTS (WS-HIT-SUB)
               END-IF
               IF WS-TAG-APPROVE
                   ADD 1 TO WS-DATE-APPROVALS (WS-HIT-SUB)
               END-IF
               IF WS-TAG-REJECT
                   ADD 1 TO WS-DATE-REJECTS (WS-HIT-SUB)
               END-IF
               IF WS-TAG-EXPIRE
                   ADD 1 TO WS-DATE-EXPIRIES (WS-HIT-SUB)
               END-IF
               IF WS-TAG-CONTROL
                   ADD 1 TO WS-DATE-CONTROLS (WS-HIT-SUB)
               END-IF
           END-IF.

       0005-PRINT-SUMMARY-REPORT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-OPER-COUNT
               MOVE WS-OPER-GENS (WS-SUB) TO WS-COUNT-EDIT
               MOVE WS-OPER-DELETES (WS-SUB) TO WS-COUNT-EDIT-2
               MOVE WS-OPER-LOOKUPS (WS-SUB) TO WS-COUNT-EDIT-3
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "OPERATOR " DELIMITED BY SIZE
                   WS-OPER-ID (WS-SUB) DELIMITED BY SIZE
                   "  GENERATIONS " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   "  DELETES " DELIMITED BY SIZE
                   WS-COUNT-EDIT-2 DELIMITED BY SIZE
                   "  LOOKUPS " DELIMITED BY SIZE
                   WS-COUNT-EDIT-3 DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
               MOVE WS-OPER-REQUESTS (WS-SUB) TO WS-COUNT-EDIT
               MOVE WS-OPER-APPROVALS (WS-SUB) TO WS-COUNT-EDIT-2
               MOVE WS-OPER-REJECTS (WS-SUB) TO WS-COUNT-EDIT-3
               MOVE WS-OPER-EXPIRIES (WS-SUB) TO WS-COUNT-EDIT-4
               MOVE WS-OPER-CONTROLS (WS-SUB) TO WS-COUNT-EDIT-5
               PERFORM 0015-PRINT-MAINT-COUNTS
           END-PERFORM

           MOVE "ACTIVITY BY PROGRAM" TO WS-HEADER-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DATE-COUNT
               MOVE WS-DATE-GENS (WS-SUB) TO WS-COUNT-EDIT
               MOVE WS-DATE-DELETES (WS-SUB) TO WS-COUNT-EDIT-2
               MOVE WS-DATE-LOOKUPS (WS-SUB) TO WS-COUNT-EDIT-3
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "DATE " DELIMITED BY SIZE
                   WS-DATE-VALUE (WS-SUB) DELIMITED BY SIZE
                   "  GENERATIONS " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   "  DELETES " DELIMITED BY SIZE
                   WS-COUNT-EDIT-2 DELIMITED BY SIZE
                   "  LOOKUPS " DELIMITED BY SIZE
                   WS-COUNT-EDIT-3 DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
               MOVE WS-DATE-REQUESTS (WS-SUB) TO WS-COUNT-EDIT
               MOVE WS-DATE-APPROVALS (WS-SUB) TO WS-COUNT-EDIT-2
               MOVE WS-DATE-REJECTS (WS-SUB) TO WS-COUNT-EDIT-3
               MOVE WS-DATE-EXPIRIES (WS-SUB) TO WS-COUNT-EDIT-4
               MOVE WS-DATE-CONTROLS (WS-SUB) TO WS-COUNT-EDIT-5
               PERFORM 0015-PRINT-MAINT-COUNTS
           END-PERFORM

           MOVE "DESTRUCTIVE CHANGE TRAIL" TO WS-HEADER-LINE
           WRITE REPORT-REC FROM WS-HEADER-LINE
               AFTER ADVANCING 2 LINES
           END-WRITE
           IF WS-TRAIL-COUNT = 0
               MOVE "  NO REQUESTS OR SETTLEMENTS ON THE LOG"
                   TO WS-DETAIL-LINE
               WRITE REPORT-REC FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TRAIL-COUNT
               PERFORM 0016-PRINT-TRAIL-ENTRY
           END-PERFORM

           MOVE "MOST REQUESTED MULTIPLIERS" TO WS-HEADER-LINE
      * Multipliers never requested are not ranked.
           MOVE 0 TO WS-BEST-SUB
           MOVE 0 TO WS-BEST-REQUESTS
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 99
               IF WS-MULT-REQUESTS (WS-SUB) > WS-BEST-REQUESTS
                   MOVE WS-MULT-REQUESTS (WS-SUB)
                       TO WS-BEST-REQUESTS
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.

       0015-PRINT-MAINT-COUNTS.
      * second line under each operator or date: the maintenance
      * request and approval acts, and the control-file work, kept
      * apart from the generation and lookup counts above.
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "  REQUESTED " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               "  APPROVED " DELIMITED BY SIZE
               WS-COUNT-EDIT-2 DELIMITED BY SIZE
               "  REJECTED " DELIMITED BY SIZE
               WS-COUNT-EDIT-3 DELIMITED BY SIZE
               "  EXPIRED " DELIMITED BY SIZE
               WS-COUNT-EDIT-4 DELIMITED BY SIZE
               "  CONTROL " DELIMITED BY SIZE
               WS-COUNT-EDIT-5 DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE.

       0016-PRINT-TRAIL-ENTRY.
      * a request and an expiry carry the requester; an approval or
      * rejection the operator who settled it; the applied delete or
      * regeneration the requester again, stamped with the approval.
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "  " DELIMITED BY SIZE
               WS-TRAIL-DATE (WS-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TRAIL-TIME (WS-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TRAIL-TAG (WS-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TRAIL-ACTION (WS-SUB) DELIMITED BY SIZE
               "  KEY " DELIMITED BY SIZE
               WS-TRAIL-KEY (WS-SUB) DELIMITED BY SIZE
               "  BY " DELIMITED BY SIZE
               WS-TRAIL-OPER (WS-SUB) DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           END-WRITE.
