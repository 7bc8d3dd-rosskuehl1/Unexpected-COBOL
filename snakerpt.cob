*> Leaderboard report for the SNAKE high-score ledger (scores.dat)
*> Build: cobc -x -free -o snakerpt snakerpt.cob -I copy
*> Run:   ./snakerpt
*>
*> A top 10 for each rule-set class on the ledger (see
*> copy/rulecls.cpy): a game only ever competes with games played on
*> the same board, at the same starting pace and length, in the same
*> mode and on the same starting layout.  Rows from before the ledger
*> kept a rule set rank together as UNCLASSIFIED.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. SNAKERPT.

 01  RPT-SCORE             OCCURS 2000 TIMES BINARY-LONG.
 01  RPT-OPERATOR          OCCURS 2000 TIMES PIC X(20).
 01  RPT-DATE              OCCURS 2000 TIMES PIC X(10).
 01  RPT-CLASS             OCCURS 2000 TIMES PIC X(42).

 01  RPT-TMP-SCORE         BINARY-LONG.
 01  RPT-TMP-OPERATOR      PIC X(20).
 01  RPT-TMP-DATE          PIC X(10).
 01  RPT-TMP-CLASS         PIC X(42).

 *> rule-set class layouts, shared with SNAKEMON and SNAKEXTR
     COPY "rulecls.cpy".
 01  RPT-CUR-CLASS         PIC X(42).
 01  RPT-CLASS-COUNT       BINARY-LONG VALUE 0.

 01  RPT-RANK              BINARY-LONG.
 01  RPT-RANK-ED           PIC Z9.
                    MOVE SCORE-OPERATOR TO RPT-OPERATOR(RPT-COUNT)
                    STRING SK-YYYY "-" SK-MM "-" SK-DD
                       DELIMITED BY SIZE INTO RPT-DATE(RPT-COUNT)
                    MOVE SCORE-RULES TO RULE-SET
                    PERFORM BUILD-RULE-CLASS
                    MOVE RULE-CLASS TO RPT-CLASS(RPT-COUNT)
                 END-IF
           END-READ
        END-PERFORM
     .

 SORT-SCORES-DESC.
     *> simple descending bubble sort -- ledger sizes are small batch volumes.
     *> Rows group by rule-set class first, best score first within it
     PERFORM VARYING i FROM 1 BY 1 UNTIL i >= RPT-COUNT
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > (RPT-COUNT - i)
           IF RPT-CLASS(j) > RPT-CLASS(j + 1)
                 OR (RPT-CLASS(j) = RPT-CLASS(j + 1)
                    AND RPT-SCORE(j) < RPT-SCORE(j + 1))
              MOVE RPT-SCORE(j)    TO RPT-TMP-SCORE
              MOVE RPT-OPERATOR(j) TO RPT-TMP-OPERATOR
              MOVE RPT-DATE(j)     TO RPT-TMP-DATE
              MOVE RPT-CLASS(j)    TO RPT-TMP-CLASS

              MOVE RPT-SCORE(j + 1)    TO RPT-SCORE(j)
              MOVE RPT-OPERATOR(j + 1) TO RPT-OPERATOR(j)
              MOVE RPT-DATE(j + 1)     TO RPT-DATE(j)
              MOVE RPT-CLASS(j + 1)    TO RPT-CLASS(j)

              MOVE RPT-TMP-SCORE    TO RPT-SCORE(j + 1)
              MOVE RPT-TMP-OPERATOR TO RPT-OPERATOR(j + 1)
              MOVE RPT-TMP-DATE     TO RPT-DATE(j + 1)
              MOVE RPT-TMP-CLASS    TO RPT-CLASS(j + 1)
           END-IF
        END-PERFORM
     END-PERFORM

 PRINT-LEADERBOARD.
     DISPLAY "SNAKE HIGH-SCORE LEADERBOARD" UPON CONSOLE
     DISPLAY "CLASS = BOARD WxH / START TICK MS / START LENGTH / "
             "W WRAP 2 TWO-PLAYER C CAMPAIGN G GHOST / LAYOUT"
        UPON CONSOLE

     *> the rows arrive grouped by class; each class gets its own
     *> heading and its own top 10
     MOVE HIGH-VALUES TO RPT-CUR-CLASS
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > RPT-COUNT
        IF RPT-CLASS(i) NOT = RPT-CUR-CLASS
           MOVE RPT-CLASS(i) TO RPT-CUR-CLASS
           ADD 1 TO RPT-CLASS-COUNT
           MOVE 0 TO RPT-RANK
           DISPLAY " " UPON CONSOLE
           DISPLAY "CLASS: " RPT-CUR-CLASS UPON CONSOLE
           DISPLAY "RANK  SCORE  OPERATOR              DATE"
              UPON CONSOLE
           DISPLAY "----  -----  --------------------  ----------"
              UPON CONSOLE
        END-IF
        ADD 1 TO RPT-RANK
        IF RPT-RANK <= 10
           MOVE RPT-RANK TO RPT-RANK-ED
           MOVE RPT-SCORE(i) TO RPT-SCORE-ED
           DISPLAY "  " RPT-RANK-ED "  " RPT-SCORE-ED "  "
                   RPT-OPERATOR(i) "  " RPT-DATE(i)
              UPON CONSOLE
        END-IF
     END-PERFORM

     IF RPT-COUNT = 0
        DISPLAY "(ledger is empty)" UPON CONSOLE
     END-IF
     .

 BUILD-RULE-CLASS.
     *> RULE-SET in, the printable class code out in RULE-CLASS
     IF NOT RS-CLASSIFIED
        MOVE "UNCLASSIFIED" TO RULE-CLASS
        EXIT PARAGRAPH
     END-IF
     MOVE RS-WIDTH TO RCL-WIDTH
     MOVE RS-HEIGHT TO RCL-HEIGHT
     MOVE RS-TICK-MS TO RCL-TICK-MS
     MOVE RS-START-LEN TO RCL-START-LEN
     MOVE "-" TO RCL-WRAP
     MOVE "-" TO RCL-TWO
     MOVE "-" TO RCL-CAMP
     MOVE "-" TO RCL-GHOST
     IF RS-WRAP-FLAG = 1
        MOVE "W" TO RCL-WRAP
     END-IF
     IF RS-TWO-FLAG = 1
        MOVE "2" TO RCL-TWO
     END-IF
     IF RS-CAMP-FLAG = 1
        MOVE "C" TO RCL-CAMP
     END-IF
     IF RS-GHOST-FLAG = 1
        MOVE "G" TO RCL-GHOST
     END-IF
     MOVE RS-LEVEL TO RCL-LEVEL
     MOVE RULE-CLASS-LINE TO RULE-CLASS
     .
 END PROGRAM SNAKERPT.
