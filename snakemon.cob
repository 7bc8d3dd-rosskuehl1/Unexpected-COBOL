*> Build: cobc -x -free -o snakemon snakemon.cob -I copy
*> Run:   ./snakemon YYYYMM          -- the month's ranked standings
*>        ./snakemon YYYYMM CLOSE    -- standings plus official close:
*>                                      each class winner goes on
*>                                      permanent record in contest.his
*>
*> SNAKERPT only shows the all-time top 10, so last month's champion
*> crowds out this month's race and nobody can say who won March.
*> already have purged part of the month -- ranks each operator by
*> their best score in the month (the same personal-best basis the
*> wall chart uses), and on CLOSE appends the winner to contest.his.
*> The contest runs per rule-set class (copy/rulecls.cpy) -- a game on
*> a small board at a fast start never races one on the default board
*> -- so the standings print one table per class and CLOSE records one
*> winner per class, each history line carrying its class code.  Rows
*> from before the ledger kept a rule set form the UNCLASSIFIED class.
*> A month already on record refuses to close twice.  Attract-mode
*> games never reach the ledger, so the contest is human games only.
*> The run ends with return code 0, 4 when CLOSE finds the month
*> empty or already closed, 8 when contest.his cannot be written and
*> 12 for bad arguments -- the codes the nightly driver SNAKEBAT reads.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. SNAKEMON.

     COPY "scorerec.cpy".

 FD  ARCHIVE-FILE.
 01  ARCHIVE-RECORD            PIC X(98).

 FD  HISTORY-FILE.
 01  HISTORY-RECORD            PIC X(91).

 WORKING-STORAGE SECTION.
 01  WS-SCORE-STATUS       PIC XX.
 *> archive line layout, shared with SNAKEARC (the writer)
     COPY "arcline.cpy".

 *> rule-set class layouts, shared with SNAKERPT and SNAKEXTR
     COPY "rulecls.cpy".

 *> one line of the permanent contest history: the month, the winner,
 *> the winning (best-of-month) score, the date the month closed and
 *> the rule-set class it was won in (blank on lines closed before
 *> the contest ran per class)
 01  HIS-LINE.
     05  HIS-L-MONTH       PIC 9(6).
     05  FILLER            PIC X      VALUE SPACE.
     05  HIS-L-SCORE       PIC 9(9).
     05  FILLER            PIC X      VALUE SPACE.
     05  HIS-L-CLOSED      PIC X(10).
     05  FILLER            PIC X      VALUE SPACE.
     05  HIS-L-CLASS       PIC X(42).

 *> the contest month, taken from the first command-line argument
 01  WS-ARG-VAL            PIC X(20).
     05  MM                PIC 9(2).
     05  DD                PIC 9(2).

 *> one row per class and operator: best score in the month and when
 *> it was set
 01  MON-MAX-ROWS          BINARY-LONG VALUE 500.
 01  MON-COUNT             BINARY-LONG VALUE 0.
 01  MON-CLASS             OCCURS 500 TIMES PIC X(42).
 01  MON-OPER              OCCURS 500 TIMES PIC X(20).
 01  MON-BEST              OCCURS 500 TIMES BINARY-LONG.
 01  MON-BEST-DT           OCCURS 500 TIMES PIC 9(8).

 *> the row being filed
 01  MON-REC-OPER          PIC X(20).
 01  MON-REC-CLASS         PIC X(42).
 01  MON-REC-SCORE         BINARY-LONG.
 01  MON-REC-DATE          PIC 9(8).
 01  MON-ROW-IX            BINARY-LONG.

 *> swap scratch for the bubble sort
 01  MON-TMP-OPER          PIC X(20).
 01  MON-TMP-CLASS         PIC X(42).
 01  MON-TMP-NUM           BINARY-LONG.
 01  MON-TMP-DT            PIC 9(8).

 01  MON-DATE-FMT          PIC X(10).
 01  MON-DATE-X            PIC 9(8).

 *> class break control for the standings and the close
 01  MON-CUR-CLASS         PIC X(42).
 01  MON-CLASS-RANK        BINARY-LONG VALUE 0.
 01  MON-CLASS-COUNT       BINARY-LONG VALUE 0.
 01  MON-WINNERS           BINARY-LONG VALUE 0.

 01  i                     BINARY-LONG.
 01  j                     BINARY-LONG.

     ACCEPT WS-ARG-VAL FROM ARGUMENT-VALUE
        ON EXCEPTION
           DISPLAY "Usage: snakemon YYYYMM [CLOSE]" UPON CONSOLE
           MOVE 12 TO RETURN-CODE
           STOP RUN
     END-ACCEPT
     IF WS-ARG-VAL(1:6) NOT NUMERIC OR WS-ARG-VAL(7:14) NOT = SPACES
        DISPLAY "SNAKEMON: contest month must be YYYYMM, got "
                WS-ARG-VAL UPON CONSOLE
        MOVE 12 TO RETURN-CODE
        STOP RUN
     END-IF
     MOVE WS-ARG-VAL(1:6) TO MON-TARGET
     IF MON-TGT-MM < 1 OR MON-TGT-MM > 12
        DISPLAY "SNAKEMON: contest month must be YYYYMM, got "
                WS-ARG-VAL UPON CONSOLE
        MOVE 12 TO RETURN-CODE
        STOP RUN
     END-IF

        IF WS-ARG-VAL NOT = SPACES
           DISPLAY "SNAKEMON: unknown option " WS-ARG-VAL
              UPON CONSOLE
           MOVE 12 TO RETURN-CODE
           STOP RUN
        END-IF
     END-IF
     IF WS-SCORE-STATUS NOT = "00"
        DISPLAY "SNAKEMON: could not open scores.dat, status "
                WS-SCORE-STATUS UPON CONSOLE
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF
     PERFORM UNTIL 1 = 2
           MOVE SCORE-OPERATOR TO MON-REC-OPER
           MOVE SCORE-VALUE TO MON-REC-SCORE
           COMPUTE MON-REC-DATE = SK-YYYY * 10000 + SK-MM * 100 + SK-DD
           MOVE SCORE-RULES TO RULE-SET
           PERFORM BUILD-RULE-CLASS
           MOVE RULE-CLASS TO MON-REC-CLASS
           PERFORM FILE-ONE-ROW
        END-IF
     END-PERFORM
           MOVE ARC-L-SCORE TO MON-REC-SCORE
           COMPUTE MON-REC-DATE = ARC-L-YYYY * 10000
                                 + ARC-L-MM * 100 + ARC-L-DD
           *> a line archived before the ledger kept a rule set is
           *> blank past the score -- anything but C is unclassified
           MOVE SPACE TO RS-CLASS
           IF ARC-L-RS-CLASSIFIED
              MOVE ARC-L-RS-CLASS TO RS-CLASS
              MOVE ARC-L-RS-WIDTH TO RS-WIDTH
              MOVE ARC-L-RS-HEIGHT TO RS-HEIGHT
              MOVE ARC-L-RS-TICK-MS TO RS-TICK-MS
              MOVE ARC-L-RS-START-LEN TO RS-START-LEN
              MOVE ARC-L-RS-WRAP TO RS-WRAP-FLAG
              MOVE ARC-L-RS-TWO TO RS-TWO-FLAG
              MOVE ARC-L-RS-CAMP TO RS-CAMP-FLAG
              MOVE ARC-L-RS-GHOST TO RS-GHOST-FLAG
              MOVE ARC-L-RS-LEVEL TO RS-LEVEL
           END-IF
           PERFORM BUILD-RULE-CLASS
           MOVE RULE-CLASS TO MON-REC-CLASS
           PERFORM FILE-ONE-ROW
        END-IF
     END-PERFORM
 FILE-ONE-ROW.
     MOVE 0 TO MON-ROW-IX
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > MON-COUNT
        IF MON-OPER(i) = MON-REC-OPER AND MON-CLASS(i) = MON-REC-CLASS
           MOVE i TO MON-ROW-IX
           EXIT PERFORM
        END-IF
        ADD 1 TO MON-COUNT
        MOVE MON-COUNT TO MON-ROW-IX
        MOVE MON-REC-OPER TO MON-OPER(MON-ROW-IX)
        MOVE MON-REC-CLASS TO MON-CLASS(MON-ROW-IX)
        MOVE 0 TO MON-BEST(MON-ROW-IX)
        MOVE 0 TO MON-BEST-DT(MON-ROW-IX)
        MOVE 0 TO MON-GAMES(MON-ROW-IX)
 SORT-BY-BEST-DESC.
     *> simple descending bubble sort, same as the leaderboard report.
     *> On a tied best the earlier date outranks the later one -- the
     *> score was set first, same tie rule READ-HIGH-SCORE applies.
     *> Rows group by rule-set class ahead of all that
     PERFORM VARYING i FROM 1 BY 1 UNTIL i >= MON-COUNT
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > (MON-COUNT - i)
           IF MON-CLASS(j) > MON-CLASS(j + 1)
                 OR (MON-CLASS(j) = MON-CLASS(j + 1)
                    AND (MON-BEST(j) < MON-BEST(j + 1)
                    OR (MON-BEST(j) = MON-BEST(j + 1)
                    AND MON-BEST-DT(j) > MON-BEST-DT(j + 1))))
              MOVE MON-CLASS(j) TO MON-TMP-CLASS
              MOVE MON-CLASS(j + 1) TO MON-CLASS(j)
              MOVE MON-TMP-CLASS TO MON-CLASS(j + 1)
              MOVE MON-OPER(j) TO MON-TMP-OPER
              MOVE MON-OPER(j + 1) TO MON-OPER(j)
              MOVE MON-TMP-OPER TO MON-OPER(j + 1)
     DISPLAY "LEDGER ROWS IN MONTH: " MON-COUNT-ED UPON CONSOLE
     MOVE MON-ARC-ROWS TO MON-COUNT-ED
     DISPLAY "  (FROM ARCHIVE):     " MON-COUNT-ED UPON CONSOLE
     MOVE HIGH-VALUES TO MON-CUR-CLASS
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > MON-COUNT
        IF MON-CLASS(i) NOT = MON-CUR-CLASS
           MOVE MON-CLASS(i) TO MON-CUR-CLASS
           ADD 1 TO MON-CLASS-COUNT
           MOVE 0 TO MON-CLASS-RANK
           DISPLAY " " UPON CONSOLE
           DISPLAY "CLASS: " MON-CUR-CLASS UPON CONSOLE
           DISPLAY "RANK  OPERATOR                 BEST  GAMES  SET ON"
              UPON CONSOLE
           DISPLAY "----  --------------------  -------  -----  ----------"
              UPON CONSOLE
        END-IF
        ADD 1 TO MON-CLASS-RANK
        MOVE MON-CLASS-RANK TO MON-RANK-ED
        MOVE MON-BEST(i) TO MON-SCORE-ED
        MOVE MON-GAMES(i) TO MON-GAMES-ED
        MOVE MON-BEST-DT(i) TO MON-DATE-X
     END-PERFORM
     IF MON-COUNT = 0
        DISPLAY "(no games on record for this month)" UPON CONSOLE
     ELSE
        DISPLAY " " UPON CONSOLE
        MOVE MON-CLASS-COUNT TO MON-COUNT-ED
        DISPLAY "RULE-SET CLASSES:     " MON-COUNT-ED UPON CONSOLE
     END-IF
     .

 BUILD-RULE-CLASS.
     *> RULE-SET in, the printable class code out in RULE-CLASS --
     *> the same code SNAKERPT and SNAKEXTR print
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

 CLOSE-THE-MONTH.
     IF MON-COUNT = 0
        DISPLAY "SNAKEMON: nothing to close -- no games on record "
                "for this month." UPON CONSOLE
        MOVE 4 TO RETURN-CODE
        EXIT PARAGRAPH
     END-IF

              DISPLAY "SNAKEMON: " MON-TGT-YYYY "-" MON-TGT-MM
                      " is already closed -- won by "
                      HIS-L-OPERATOR UPON CONSOLE
              IF HIS-L-CLASS NOT = SPACES
                 DISPLAY "          in class " HIS-L-CLASS
                    UPON CONSOLE
              END-IF
              MOVE 4 TO RETURN-CODE
              CLOSE HISTORY-FILE
              EXIT PARAGRAPH
           END-IF
     IF WS-HIS-STATUS NOT = "00"
        DISPLAY "SNAKEMON: could not open contest.his, status "
                WS-HIS-STATUS " -- month not closed" UPON CONSOLE
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
     END-IF

     ACCEPT cur-date FROM DATE YYYYMMDD
     MOVE MON-TARGET TO HIS-L-MONTH
     MOVE SPACES TO HIS-L-CLOSED
     STRING YYYY "-" MM "-" DD DELIMITED BY SIZE INTO HIS-L-CLOSED

     *> the rows are grouped by class, best first -- the first row of
     *> each class is that class's winner
     MOVE HIGH-VALUES TO MON-CUR-CLASS
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > MON-COUNT
        IF MON-CLASS(i) NOT = MON-CUR-CLASS
           MOVE MON-CLASS(i) TO MON-CUR-CLASS
           MOVE MON-OPER(i) TO HIS-L-OPERATOR
           MOVE MON-BEST(i) TO HIS-L-SCORE
           MOVE MON-CLASS(i) TO HIS-L-CLASS
           WRITE HISTORY-RECORD FROM HIS-LINE
           IF WS-HIS-STATUS NOT = "00"
              DISPLAY "SNAKEMON: contest.his write failed, status "
                      WS-HIS-STATUS " -- month not closed"
                 UPON CONSOLE
              MOVE 8 TO RETURN-CODE
              CLOSE HISTORY-FILE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO MON-WINNERS
           MOVE MON-BEST(i) TO MON-SCORE-ED
           DISPLAY "MONTH CLOSED: " MON-TGT-YYYY "-" MON-TGT-MM
                   " won by " MON-OPER(i) "with" MON-SCORE-ED
              UPON CONSOLE
           DISPLAY "          in class " MON-CLASS(i) UPON CONSOLE
        END-IF
     END-PERFORM
     MOVE MON-WINNERS TO MON-COUNT-ED
     DISPLAY "CLASS WINNERS:        " MON-COUNT-ED UPON CONSOLE
     DISPLAY "Winners recorded in contest.his." UPON CONSOLE
     CLOSE HISTORY-FILE
     .
 END PROGRAM SNAKEMON.
