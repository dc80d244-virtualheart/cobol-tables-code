      * the two most recent generations of each key, in file order -
      * the history file is appended to chronologically, so the last
      * record seen for a key is its newest generation and the one
      * before that is what last night replaced.  Sized for every key
      * the table catalog can carry (01-99), so a newly activated key
      * is reported without a program change.
       01  WS-GEN-TABLE.
           05  WS-GEN-FAMILY OCCURS 2 TIMES.
               10  WS-GEN-ENTRY OCCURS 99 TIMES.
                   15  WS-GEN-COUNT    PIC 9(4).
                   15  WS-GEN-NEWEST   PIC X(115).
                   15  WS-GEN-PRIOR    PIC X(115).
       01  WS-TYPE-SUB                 PIC 9(1)      VALUE 1.
       01  WS-KEY-SUB                  PIC 9(3)      VALUE 1.
       01  WS-TYPE-CHAR                PIC X(1).
       01  WS-NEW-GEN.
           05  WS-NEW-KEY              PIC 9(2).
               ELSE
                   MOVE 'A' TO WS-TYPE-CHAR
               END-IF
               PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                       UNTIL WS-KEY-SUB > 99
                   MOVE WS-KEY-SUB TO WS-I
                   PERFORM 0004-REPORT-KEY-DELTA
               END-PERFORM
           END-PERFORM
           IF (HIST-TABLE-TYPE = 'A' OR HIST-TABLE-TYPE = 'M'
                   OR HIST-TABLE-TYPE = SPACE)
                   AND HIST-KEY-I IS NUMERIC
                   AND HIST-KEY-I >= 1
               MOVE WS-GEN-NEWEST (WS-TYPE-SUB, HIST-KEY-I)
                   TO WS-GEN-PRIOR (WS-TYPE-SUB, HIST-KEY-I)
               MOVE HIST-REC
