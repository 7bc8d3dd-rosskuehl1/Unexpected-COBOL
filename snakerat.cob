>>SOURCE FORMAT FREE
*> Head-to-head rating master for the SNAKE match ledger (matches.dat)
*> Build: cobc -x -free -o snakerat snakerat.cob -I copy
*> Run:   ./snakerat           -- rate the matches played since the
*>                                last run, then print the ladder
*>        ./snakerat REBUILD   -- clear ratings.dat and ratings.his and
*>                                rate all of matches.dat from scratch
*>                                (after SNAKENAM renames or merges)
*>        ./snakerat LADDER    -- print the ladder only
*>
*> SNAKEMCH counts wins per pair, so beating the weakest player in the
*> office a hundred times looks as good as beating everybody.  This
*> program keeps an Elo-style rating per operator in ratings.dat
*> (layout in copy/ratrec.cpy).  Matches are rated strictly in date
*> order -- matches.dat is sorted on its date and time first, same-
*> second matches kept in the order they were written.  Everyone
*> starts at 1500; each game moves the two ratings by equal and
*> opposite amounts:
*>   K * margin factor * (actual - expected)
*> where expected = 1 / (1 + 10 ** ((opponent - own) / 400)) -- beating
*> a stronger opponent pays more than beating a weaker one -- actual is
*> 1 for the higher score, 0 for the lower, one half for a tie, and the
*> margin factor 1 + margin / (margin + 100) grows with the gap between
*> MAT-L-SCORE1 and MAT-L-SCORE2 from 1 (a squeaker) towards 2 (a rout).
*> A QUIT ending was not played out, so it is rated differently from a
*> collision.  Q sits on player 1's side of the keyboard:
*>   player 1 level or behind -- a forfeit: player 2 wins, at the plain
*>                               factor of 1 whatever the margin
*>   player 1 ahead           -- no contest: logged, ratings unchanged
*> so walking away can never protect or improve a rating.  A match of
*> an operator against themselves is not rated at all.
*>
*> Every rated game adds a line per operator to ratings.his (the
*> rating before, the change and the rating after).  The run-control
*> log snakerat.ctl records how far into matches.dat the ratings go;
*> a match that turns up dated before that point (a terminal with its
*> clock wrong) cannot be rated in order and is reported -- REBUILD
*> takes it in.  A run that never finished leaves its RUNNING line
*> last in the log and later runs refuse to add to the half-updated
*> ratings until a REBUILD.
*> The run ends with return code 0, 4 when matches were reported and
*> not rated, 8 when a file cannot be read or written (or a REBUILD
*> is needed) and 12 for a bad argument.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. SNAKERAT.

 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT MATCH-FILE ASSIGN TO "matches.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-MATCH-STATUS.

     SELECT SORT-FILE ASSIGN TO "snakerat.srt".

     SELECT RATING-FILE ASSIGN TO "ratings.dat"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS RAT-OPERATOR
        FILE STATUS IS WS-RATING-STATUS.

     SELECT HISTORY-FILE ASSIGN TO "ratings.his"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-HIS-STATUS.

     SELECT CONTROL-FILE ASSIGN TO "snakerat.ctl"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  MATCH-FILE.
 01  MATCH-RECORD              PIC X(104).

 SD  SORT-FILE.
 01  SORT-RECORD.
     05  SRT-STAMP             PIC X(19).
     05  FILLER                PIC X(85).

 FD  RATING-FILE.
     COPY "ratrec.cpy".

 FD  HISTORY-FILE.
 01  HISTORY-RECORD            PIC X(124).

 FD  CONTROL-FILE.
 01  CONTROL-RECORD            PIC X(70).

 WORKING-STORAGE SECTION.
 01  WS-MATCH-STATUS       PIC XX.
 01  WS-RATING-STATUS      PIC XX.
 01  WS-HIS-STATUS         PIC XX.
 01  WS-CTL-STATUS         PIC XX.

 *> match line layout, shared with SNAKE (the writer)
     COPY "matchrec.cpy".

 *> one rating-history line per operator per rated (or no-contest)
 *> game.  Result W / L / D, F for a loss by forfeit (the quitter's
 *> side of a QUIT ending), N for a no-contest
 01  HIS-LINE.
     05  HIS-L-STAMP       PIC X(19).
     05  FILLER            PIC X      VALUE SPACE.
     05  HIS-L-OPERATOR    PIC X(20).
     05  FILLER            PIC X      VALUE SPACE.
     05  HIS-L-OPPONENT    PIC X(20).
     05  FILLER            PIC X      VALUE SPACE.
     05  HIS-L-RESULT      PIC X.
     05  FILLER            PIC X      VALUE SPACE.
     05  HIS-L-SCORE       PIC 9(9).
     05  FILLER            PIC X      VALUE SPACE.
     05  HIS-L-OPP-SCORE   PIC 9(9).
     05  FILLER            PIC X      VALUE SPACE.
     05  HIS-L-CAUSE       PIC X(10).
     05  FILLER            PIC X      VALUE SPACE.
     05  HIS-L-BEFORE      PIC -(5)9.99.
     05  FILLER            PIC X      VALUE SPACE.
     05  HIS-L-CHANGE      PIC +(5)9.99.
     05  FILLER            PIC X      VALUE SPACE.
     05  HIS-L-AFTER       PIC -(5)9.99.

 *> one run-control line.  A run logs RUNNING before it touches the
 *> master and COMPLETE once it is done; the last COMPLETE line says
 *> how far the ratings go: the newest match stamp rated, how many
 *> matches at exactly that stamp were taken, and how many lines of
 *> matches.dat sort at or before it
 01  CTL-LINE.
     05  CTL-L-DATE        PIC 9(8).
     05  FILLER            PIC X      VALUE SPACE.
     05  CTL-L-MODE        PIC X(7).
     05  FILLER            PIC X      VALUE SPACE.
     05  CTL-L-STATE       PIC X(8).
     05  FILLER            PIC X      VALUE SPACE.
     05  CTL-L-STAMP       PIC X(19).
     05  FILLER            PIC X      VALUE SPACE.
     05  CTL-L-SAME        PIC 9(5).
     05  FILLER            PIC X      VALUE SPACE.
     05  CTL-L-SEEN        PIC 9(9).
     05  FILLER            PIC X      VALUE SPACE.
     05  CTL-L-RATED       PIC 9(7).

 *> run mode, from the command-line argument
 01  WS-ARG-VAL            PIC X(20).
 01  RTG-MODE              PIC 9 VALUE 0.
     88  RTG-MODE-UPDATE   VALUE 0.
     88  RTG-MODE-REBUILD  VALUE 1.
     88  RTG-MODE-LADDER   VALUE 2.
 01  RTG-MODE-NAME         PIC X(7).

 *> how far the ratings went before this run, and how far now
 01  RTG-OLD-STAMP         PIC X(19) VALUE LOW-VALUES.
 01  RTG-OLD-SAME          BINARY-LONG VALUE 0.
 01  RTG-OLD-SEEN          BINARY-LONG VALUE 0.
 01  RTG-AT-OLD-STAMP      BINARY-LONG VALUE 0.
 01  RTG-NEW-STAMP         PIC X(19).
 01  RTG-NEW-SAME          BINARY-LONG VALUE 0.
 01  RTG-LAST-STATE        PIC X(8) VALUE SPACES.
 01  RTG-SORT-EOF          PIC 9.

 *> rating arithmetic
 01  RTG-START-RATING      PIC S9(5)V99 VALUE 1500.
 01  RTG-K-FACTOR          BINARY-LONG VALUE 32.
 01  RTG-MARGIN-SCALE      BINARY-LONG VALUE 100.
 01  RTG-R1                PIC S9(5)V99.
 01  RTG-R2                PIC S9(5)V99.
 01  RTG-EXPECT            PIC 9V9(6).
 01  RTG-ACTUAL            PIC 9V9.
 01  RTG-MULT              PIC 9V9(6).
 01  RTG-MARGIN            BINARY-LONG.
 01  RTG-DELTA             PIC S9(5)V99.
 01  RTG-RESULT1           PIC X.
 01  RTG-RESULT2           PIC X.

 *> one side of the match being posted
 01  RTG-WHO               PIC X(20).
 01  RTG-OPP               PIC X(20).
 01  RTG-MY-SCORE          BINARY-LONG.
 01  RTG-OPP-SCORE         BINARY-LONG.
 01  RTG-MY-DELTA          PIC S9(5)V99.
 01  RTG-MY-RESULT         PIC X.
 01  RTG-ROW-NEW           PIC 9.
 01  RTG-MATCH-DATE        PIC 9(8).

 *> the ladder, loaded from ratings.dat and sorted by rating
 01  RTG-MAX-LADDER        BINARY-LONG VALUE 500.
 01  RTG-LAD-COUNT         BINARY-LONG VALUE 0.
 01  RTG-LAD-OPER          OCCURS 500 TIMES PIC X(20).
 01  RTG-LAD-RATING        OCCURS 500 TIMES PIC S9(5)V99.
 01  RTG-LAD-PEAK          OCCURS 500 TIMES PIC S9(5)V99.
 01  RTG-LAD-GAMES         OCCURS 500 TIMES BINARY-LONG.
 01  RTG-LAD-WINS          OCCURS 500 TIMES BINARY-LONG.
 01  RTG-LAD-LOSSES        OCCURS 500 TIMES BINARY-LONG.
 01  RTG-LAD-DRAWS         OCCURS 500 TIMES BINARY-LONG.
 01  RTG-LAD-TREND         OCCURS 500 TIMES PIC S9(5)V99.
 01  RTG-LAD-LAST          OCCURS 500 TIMES PIC 9(8).
 01  RTG-LAD-OVERFLOW      BINARY-LONG VALUE 0.

 *> swap scratch for the bubble sort
 01  RTG-TMP-OPER          PIC X(20).
 01  RTG-TMP-RATING        PIC S9(5)V99.
 01  RTG-TMP-NUM           BINARY-LONG.
 01  RTG-TMP-DATE          PIC 9(8).

 *> control totals
 01  RTG-READ-COUNT        BINARY-LONG VALUE 0.
 01  RTG-BEFORE-COUNT      BINARY-LONG VALUE 0.
 01  RTG-RATED-COUNT       BINARY-LONG VALUE 0.
 01  RTG-FORFEIT-COUNT     BINARY-LONG VALUE 0.
 01  RTG-NO-CONTEST        BINARY-LONG VALUE 0.
 01  RTG-SAME-OPER         BINARY-LONG VALUE 0.
 01  RTG-BAD-LINES         BINARY-LONG VALUE 0.
 01  RTG-LATE-COUNT        BINARY-LONG VALUE 0.
 01  RTG-LOST-COUNT        BINARY-LONG VALUE 0.
 01  RTG-WARN-FLAG         PIC 9 VALUE 0.
 01  RTG-ERROR-FLAG        PIC 9 VALUE 0.

 01  cur-date.
     05  YYYY              PIC 9(4).
     05  MM                PIC 9(2).
     05  DD                PIC 9(2).

 01  RTG-COUNT-ED          PIC ZZZZZZZZ9.
 01  RTG-RANK-ED           PIC ZZZ9.
 01  RTG-RATING-ED         PIC -ZZZZ9.
 01  RTG-PEAK-ED           PIC -ZZZZ9.
 01  RTG-GAMES-ED          PIC ZZZZ9.
 01  RTG-WLD-ED            PIC ZZZZ9.
 01  RTG-TREND-ED          PIC +(4)9.
 01  RTG-WHOLE             BINARY-LONG.

 01  i                     BINARY-LONG.
 01  j                     BINARY-LONG.

 PROCEDURE DIVISION.
 MAIN-SECTION.
     PERFORM GET-RUN-OPTIONS
     IF NOT RTG-MODE-LADDER
        PERFORM READ-RUN-CONTROL
        PERFORM OPEN-FILES
        PERFORM LOG-RUN-START
        PERFORM RATE-MATCHES
        CLOSE RATING-FILE
        CLOSE HISTORY-FILE
        IF RTG-ERROR-FLAG = 0
           PERFORM LOG-RUN-END
        END-IF
     END-IF
     PERFORM LOAD-LADDER
     PERFORM SORT-LADDER-BY-RATING
     PERFORM PRINT-LADDER
     STOP RUN.

 GET-RUN-OPTIONS.
     DISPLAY 1 UPON ARGUMENT-NUMBER
     MOVE SPACES TO WS-ARG-VAL
     ACCEPT WS-ARG-VAL FROM ARGUMENT-VALUE
        ON EXCEPTION
           MOVE SPACES TO WS-ARG-VAL
     END-ACCEPT
     EVALUATE TRUE
        WHEN WS-ARG-VAL = SPACES
           SET RTG-MODE-UPDATE TO TRUE
           MOVE "UPDATE" TO RTG-MODE-NAME
        WHEN FUNCTION UPPER-CASE(WS-ARG-VAL) = "REBUILD"
           SET RTG-MODE-REBUILD TO TRUE
           MOVE "REBUILD" TO RTG-MODE-NAME
        WHEN FUNCTION UPPER-CASE(WS-ARG-VAL) = "LADDER"
           SET RTG-MODE-LADDER TO TRUE
        WHEN OTHER
           DISPLAY "SNAKERAT: unknown option " WS-ARG-VAL UPON CONSOLE
           DISPLAY "Usage: snakerat [REBUILD | LADDER]" UPON CONSOLE
           MOVE 12 TO RETURN-CODE
           STOP RUN
     END-EVALUATE
     .

 READ-RUN-CONTROL.
     *> the last COMPLETE line says where the ratings stand.  A
     *> REBUILD starts from nothing, so it only needs the log to be
     *> writable
     OPEN INPUT CONTROL-FILE
     IF WS-CTL-STATUS = "35"
        EXIT PARAGRAPH
     END-IF
     IF WS-CTL-STATUS NOT = "00"
        DISPLAY "SNAKERAT: could not open snakerat.ctl, status "
                WS-CTL-STATUS UPON CONSOLE
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF
     PERFORM UNTIL 1 = 2
        READ CONTROL-FILE
           AT END
              EXIT PERFORM
        END-READ
        MOVE CONTROL-RECORD TO CTL-LINE
        MOVE CTL-L-STATE TO RTG-LAST-STATE
        IF CTL-L-STATE = "COMPLETE"
           MOVE CTL-L-STAMP TO RTG-OLD-STAMP
           MOVE CTL-L-SAME TO RTG-OLD-SAME
           MOVE CTL-L-SEEN TO RTG-OLD-SEEN
        END-IF
     END-PERFORM
     CLOSE CONTROL-FILE
     IF RTG-MODE-REBUILD
        MOVE LOW-VALUES TO RTG-OLD-STAMP
        MOVE 0 TO RTG-OLD-SAME
        MOVE 0 TO RTG-OLD-SEEN
        EXIT PARAGRAPH
     END-IF
     IF RTG-LAST-STATE = "RUNNING"
        DISPLAY "SNAKERAT: the last rating run never finished -- "
                "ratings.dat is only part-updated." UPON CONSOLE
        DISPLAY "          Run ./snakerat REBUILD." UPON CONSOLE
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF
     .

 OPEN-FILES.
     IF RTG-MODE-REBUILD
        OPEN OUTPUT RATING-FILE
        IF WS-RATING-STATUS = "00"
           CLOSE RATING-FILE
           OPEN I-O RATING-FILE
        END-IF
     ELSE
        OPEN I-O RATING-FILE
        IF WS-RATING-STATUS = "35"
           OPEN OUTPUT RATING-FILE
           CLOSE RATING-FILE
           OPEN I-O RATING-FILE
        END-IF
     END-IF
     IF WS-RATING-STATUS NOT = "00"
        DISPLAY "SNAKERAT: could not open ratings.dat, status "
                WS-RATING-STATUS UPON CONSOLE
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF

     IF RTG-MODE-REBUILD
        OPEN OUTPUT HISTORY-FILE
     ELSE
        OPEN EXTEND HISTORY-FILE
        IF WS-HIS-STATUS = "35"
           OPEN OUTPUT HISTORY-FILE
           CLOSE HISTORY-FILE
           OPEN EXTEND HISTORY-FILE
        END-IF
     END-IF
     IF WS-HIS-STATUS NOT = "00"
        DISPLAY "SNAKERAT: could not open ratings.his, status "
                WS-HIS-STATUS UPON CONSOLE
        CLOSE RATING-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF
     .

 LOG-RUN-START.
     *> on record before the first rating moves, so a run killed
     *> part-way can never be mistaken for a finished one
     MOVE "RUNNING" TO CTL-L-STATE
     MOVE RTG-OLD-STAMP TO CTL-L-STAMP
     IF RTG-OLD-STAMP = LOW-VALUES
        MOVE SPACES TO CTL-L-STAMP
     END-IF
     MOVE RTG-OLD-SAME TO CTL-L-SAME
     MOVE RTG-OLD-SEEN TO CTL-L-SEEN
     MOVE 0 TO CTL-L-RATED
     PERFORM WRITE-CONTROL-LINE
     IF RTG-ERROR-FLAG = 1
        CLOSE RATING-FILE
        CLOSE HISTORY-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF
     .

 RATE-MATCHES.
     MOVE RTG-OLD-STAMP TO RTG-NEW-STAMP
     MOVE RTG-OLD-SAME TO RTG-NEW-SAME
     OPEN INPUT MATCH-FILE
     IF WS-MATCH-STATUS = "35"
        DISPLAY "No match ledger found (matches.dat) -- no "
                "head-to-head games to rate." UPON CONSOLE
        EXIT PARAGRAPH
     END-IF
     IF WS-MATCH-STATUS NOT = "00"
        DISPLAY "SNAKERAT: could not open matches.dat, status "
                WS-MATCH-STATUS UPON CONSOLE
        MOVE 1 TO RTG-ERROR-FLAG
        EXIT PARAGRAPH
     END-IF
     CLOSE MATCH-FILE
     SORT SORT-FILE
        ON ASCENDING KEY SRT-STAMP
        WITH DUPLICATES IN ORDER
        USING MATCH-FILE
        OUTPUT PROCEDURE IS RATE-SORTED-MATCHES

     *> every line that sorts at or before the old high-water mark was
     *> there last time -- any more than then are late arrivals
     EVALUATE TRUE
        WHEN RTG-BEFORE-COUNT > RTG-OLD-SEEN
           COMPUTE RTG-LATE-COUNT = RTG-BEFORE-COUNT - RTG-OLD-SEEN
           MOVE 1 TO RTG-WARN-FLAG
        WHEN RTG-BEFORE-COUNT < RTG-OLD-SEEN
           COMPUTE RTG-LOST-COUNT = RTG-OLD-SEEN - RTG-BEFORE-COUNT
           MOVE 1 TO RTG-WARN-FLAG
     END-EVALUATE
     .

 RATE-SORTED-MATCHES.
     MOVE 0 TO RTG-SORT-EOF
     PERFORM UNTIL RTG-SORT-EOF = 1
        RETURN SORT-FILE
           AT END
              MOVE 1 TO RTG-SORT-EOF
           NOT AT END
              PERFORM TAKE-ONE-MATCH
        END-RETURN
     END-PERFORM
     .

 TAKE-ONE-MATCH.
     ADD 1 TO RTG-READ-COUNT
     *> already rated by an earlier run (or dated too late to rate in
     *> order -- told apart by the count afterwards)
     IF SRT-STAMP < RTG-OLD-STAMP
        ADD 1 TO RTG-BEFORE-COUNT
        EXIT PARAGRAPH
     END-IF
     IF SRT-STAMP = RTG-OLD-STAMP AND RTG-AT-OLD-STAMP < RTG-OLD-SAME
        ADD 1 TO RTG-AT-OLD-STAMP
        ADD 1 TO RTG-BEFORE-COUNT
        EXIT PARAGRAPH
     END-IF

     IF SRT-STAMP = RTG-NEW-STAMP
        ADD 1 TO RTG-NEW-SAME
     ELSE
        MOVE SRT-STAMP TO RTG-NEW-STAMP
        MOVE 1 TO RTG-NEW-SAME
     END-IF
     MOVE SORT-RECORD TO MATCH-LINE
     IF RTG-ERROR-FLAG = 0
        PERFORM RATE-ONE-MATCH
     END-IF
     .

 RATE-ONE-MATCH.
     IF MAT-L-YYYY NOT NUMERIC OR MAT-L-MM NOT NUMERIC
           OR MAT-L-DD NOT NUMERIC OR MAT-L-SCORE1 NOT NUMERIC
           OR MAT-L-SCORE2 NOT NUMERIC
           OR MAT-L-OPER1 = SPACES OR MAT-L-OPER2 = SPACES
        ADD 1 TO RTG-BAD-LINES
        MOVE 1 TO RTG-WARN-FLAG
        DISPLAY "SNAKERAT: unreadable match line skipped: "
                MATCH-LINE(1:60) UPON CONSOLE
        EXIT PARAGRAPH
     END-IF
     IF MAT-L-OPER1 = MAT-L-OPER2
        ADD 1 TO RTG-SAME-OPER
        EXIT PARAGRAPH
     END-IF
     COMPUTE RTG-MATCH-DATE = MAT-L-YYYY * 10000 + MAT-L-MM * 100
                            + MAT-L-DD

     MOVE MAT-L-OPER1 TO RTG-WHO
     PERFORM FETCH-RATING
     MOVE RAT-RATING TO RTG-R1
     MOVE MAT-L-OPER2 TO RTG-WHO
     PERFORM FETCH-RATING
     MOVE RAT-RATING TO RTG-R2
     IF RTG-ERROR-FLAG = 1
        EXIT PARAGRAPH
     END-IF

     EVALUATE TRUE
        WHEN MAT-L-CAUSE = "QUIT" AND MAT-L-SCORE1 > MAT-L-SCORE2
           *> walked away in front: nothing was settled
           ADD 1 TO RTG-NO-CONTEST
           MOVE 0 TO RTG-DELTA
           MOVE "N" TO RTG-RESULT1
           MOVE "N" TO RTG-RESULT2
           MOVE MAT-L-OPER1 TO RTG-WHO
           MOVE MAT-L-OPER2 TO RTG-OPP
           MOVE MAT-L-SCORE1 TO RTG-MY-SCORE
           MOVE MAT-L-SCORE2 TO RTG-OPP-SCORE
           MOVE RTG-R1 TO RAT-RATING
           PERFORM WRITE-NO-CONTEST-LINE
           MOVE MAT-L-OPER2 TO RTG-WHO
           MOVE MAT-L-OPER1 TO RTG-OPP
           MOVE MAT-L-SCORE2 TO RTG-MY-SCORE
           MOVE MAT-L-SCORE1 TO RTG-OPP-SCORE
           MOVE RTG-R2 TO RAT-RATING
           PERFORM WRITE-NO-CONTEST-LINE
           EXIT PARAGRAPH
        WHEN MAT-L-CAUSE = "QUIT"
           *> walked away level or behind: a forfeit, not a rout
           ADD 1 TO RTG-FORFEIT-COUNT
           MOVE 0 TO RTG-ACTUAL
           MOVE 1 TO RTG-MULT
           MOVE "F" TO RTG-RESULT1
           MOVE "W" TO RTG-RESULT2
        WHEN MAT-L-SCORE1 > MAT-L-SCORE2
           MOVE 1 TO RTG-ACTUAL
           MOVE "W" TO RTG-RESULT1
           MOVE "L" TO RTG-RESULT2
        WHEN MAT-L-SCORE1 < MAT-L-SCORE2
           MOVE 0 TO RTG-ACTUAL
           MOVE "L" TO RTG-RESULT1
           MOVE "W" TO RTG-RESULT2
        WHEN OTHER
           MOVE 0.5 TO RTG-ACTUAL
           MOVE "D" TO RTG-RESULT1
           MOVE "D" TO RTG-RESULT2
     END-EVALUATE
     IF MAT-L-CAUSE NOT = "QUIT"
        COMPUTE RTG-MARGIN = FUNCTION ABS(MAT-L-SCORE1 - MAT-L-SCORE2)
        COMPUTE RTG-MULT ROUNDED = 1 + RTG-MARGIN
                                 / (RTG-MARGIN + RTG-MARGIN-SCALE)
     END-IF
     COMPUTE RTG-EXPECT ROUNDED =
        1 / (1 + 10 ** ((RTG-R2 - RTG-R1) / 400))
     COMPUTE RTG-DELTA ROUNDED =
        RTG-K-FACTOR * RTG-MULT * (RTG-ACTUAL - RTG-EXPECT)
     ADD 1 TO RTG-RATED-COUNT

     MOVE MAT-L-OPER1 TO RTG-WHO
     MOVE MAT-L-OPER2 TO RTG-OPP
     MOVE MAT-L-SCORE1 TO RTG-MY-SCORE
     MOVE MAT-L-SCORE2 TO RTG-OPP-SCORE
     MOVE RTG-DELTA TO RTG-MY-DELTA
     MOVE RTG-RESULT1 TO RTG-MY-RESULT
     PERFORM POST-ONE-SIDE

     MOVE MAT-L-OPER2 TO RTG-WHO
     MOVE MAT-L-OPER1 TO RTG-OPP
     MOVE MAT-L-SCORE2 TO RTG-MY-SCORE
     MOVE MAT-L-SCORE1 TO RTG-OPP-SCORE
     COMPUTE RTG-MY-DELTA = 0 - RTG-DELTA
     MOVE RTG-RESULT2 TO RTG-MY-RESULT
     PERFORM POST-ONE-SIDE
     .

 FETCH-RATING.
     *> the operator's card, or a fresh one at the starting rating
     MOVE RTG-WHO TO RAT-OPERATOR
     MOVE 0 TO RTG-ROW-NEW
     READ RATING-FILE
        KEY IS RAT-OPERATOR
        INVALID KEY
           MOVE 1 TO RTG-ROW-NEW
     END-READ
     IF RTG-ROW-NEW = 0 AND WS-RATING-STATUS NOT = "00"
        DISPLAY "SNAKERAT: ratings.dat read failed for " RTG-WHO
                ", status " WS-RATING-STATUS UPON CONSOLE
        MOVE 1 TO RTG-ERROR-FLAG
        EXIT PARAGRAPH
     END-IF
     IF RTG-ROW-NEW = 1
        INITIALIZE RATING-RECORD
        MOVE RTG-WHO TO RAT-OPERATOR
        MOVE RTG-START-RATING TO RAT-RATING
        MOVE RTG-START-RATING TO RAT-PEAK
     END-IF
     .

 POST-ONE-SIDE.
     PERFORM FETCH-RATING
     IF RTG-ERROR-FLAG = 1
        EXIT PARAGRAPH
     END-IF
     MOVE RAT-RATING TO HIS-L-BEFORE
     PERFORM VARYING j FROM 5 BY -1 UNTIL j < 2
        MOVE RAT-RECENT(j - 1) TO RAT-RECENT(j)
     END-PERFORM
     MOVE RAT-RATING TO RAT-RECENT(1)
     ADD RTG-MY-DELTA TO RAT-RATING
     ADD 1 TO RAT-GAMES
     EVALUATE RTG-MY-RESULT
        WHEN "W"
           ADD 1 TO RAT-WINS
        WHEN "L"
           ADD 1 TO RAT-LOSSES
        WHEN "F"
           ADD 1 TO RAT-LOSSES
           ADD 1 TO RAT-FORFEITS
        WHEN OTHER
           ADD 1 TO RAT-DRAWS
     END-EVALUATE
     IF RAT-RATING > RAT-PEAK
        MOVE RAT-RATING TO RAT-PEAK
        MOVE RTG-MATCH-DATE TO RAT-PEAK-DATE
     END-IF
     MOVE RTG-MATCH-DATE TO RAT-LAST-DATE
     IF RTG-ROW-NEW = 1
        WRITE RATING-RECORD
     ELSE
        REWRITE RATING-RECORD
     END-IF
     IF WS-RATING-STATUS NOT = "00"
        DISPLAY "SNAKERAT: ratings.dat update failed for " RTG-WHO
                ", status " WS-RATING-STATUS UPON CONSOLE
        MOVE 1 TO RTG-ERROR-FLAG
        EXIT PARAGRAPH
     END-IF

     MOVE MATCH-LINE(1:19) TO HIS-L-STAMP
     MOVE RTG-WHO TO HIS-L-OPERATOR
     MOVE RTG-OPP TO HIS-L-OPPONENT
     MOVE RTG-MY-RESULT TO HIS-L-RESULT
     MOVE RTG-MY-SCORE TO HIS-L-SCORE
     MOVE RTG-OPP-SCORE TO HIS-L-OPP-SCORE
     MOVE MAT-L-CAUSE TO HIS-L-CAUSE
     MOVE RTG-MY-DELTA TO HIS-L-CHANGE
     MOVE RAT-RATING TO HIS-L-AFTER
     PERFORM WRITE-HISTORY-LINE
     .

 WRITE-NO-CONTEST-LINE.
     MOVE MATCH-LINE(1:19) TO HIS-L-STAMP
     MOVE RTG-WHO TO HIS-L-OPERATOR
     MOVE RTG-OPP TO HIS-L-OPPONENT
     MOVE "N" TO HIS-L-RESULT
     MOVE RTG-MY-SCORE TO HIS-L-SCORE
     MOVE RTG-OPP-SCORE TO HIS-L-OPP-SCORE
     MOVE MAT-L-CAUSE TO HIS-L-CAUSE
     MOVE RAT-RATING TO HIS-L-BEFORE
     MOVE 0 TO HIS-L-CHANGE
     MOVE RAT-RATING TO HIS-L-AFTER
     PERFORM WRITE-HISTORY-LINE
     .

 WRITE-HISTORY-LINE.
     WRITE HISTORY-RECORD FROM HIS-LINE
     IF WS-HIS-STATUS NOT = "00"
        DISPLAY "SNAKERAT: ratings.his write failed, status "
                WS-HIS-STATUS UPON CONSOLE
        MOVE 1 TO RTG-ERROR-FLAG
     END-IF
     .

 LOG-RUN-END.
     *> the lines this run leaves behind the mark exclude the late
     *> arrivals, so they keep being reported until a REBUILD
     MOVE "COMPLETE" TO CTL-L-STATE
     MOVE RTG-NEW-STAMP TO CTL-L-STAMP
     IF RTG-NEW-STAMP = LOW-VALUES
        MOVE SPACES TO CTL-L-STAMP
     END-IF
     MOVE RTG-NEW-SAME TO CTL-L-SAME
     COMPUTE CTL-L-SEEN = RTG-READ-COUNT - RTG-LATE-COUNT
     MOVE RTG-RATED-COUNT TO CTL-L-RATED
     PERFORM WRITE-CONTROL-LINE
     .

 WRITE-CONTROL-LINE.
     ACCEPT cur-date FROM DATE YYYYMMDD
     MOVE cur-date TO CTL-L-DATE
     MOVE RTG-MODE-NAME TO CTL-L-MODE
     OPEN EXTEND CONTROL-FILE
     IF WS-CTL-STATUS = "35"
        OPEN OUTPUT CONTROL-FILE
        CLOSE CONTROL-FILE
        OPEN EXTEND CONTROL-FILE
     END-IF
     IF WS-CTL-STATUS NOT = "00"
        DISPLAY "SNAKERAT: could not open snakerat.ctl, status "
                WS-CTL-STATUS UPON CONSOLE
        MOVE 1 TO RTG-ERROR-FLAG
        EXIT PARAGRAPH
     END-IF
     WRITE CONTROL-RECORD FROM CTL-LINE
     IF WS-CTL-STATUS NOT = "00"
        DISPLAY "SNAKERAT: snakerat.ctl write failed, status "
                WS-CTL-STATUS UPON CONSOLE
        MOVE 1 TO RTG-ERROR-FLAG
     END-IF
     CLOSE CONTROL-FILE
     .

 LOAD-LADDER.
     OPEN INPUT RATING-FILE
     IF WS-RATING-STATUS = "35"
        EXIT PARAGRAPH
     END-IF
     IF WS-RATING-STATUS NOT = "00"
        DISPLAY "SNAKERAT: could not open ratings.dat, status "
                WS-RATING-STATUS UPON CONSOLE
        MOVE 1 TO RTG-ERROR-FLAG
        EXIT PARAGRAPH
     END-IF
     PERFORM UNTIL 1 = 2
        READ RATING-FILE NEXT RECORD
           AT END
              EXIT PERFORM
        END-READ
        IF RTG-LAD-COUNT >= RTG-MAX-LADDER
           ADD 1 TO RTG-LAD-OVERFLOW
        ELSE
           ADD 1 TO RTG-LAD-COUNT
           MOVE RAT-OPERATOR TO RTG-LAD-OPER(RTG-LAD-COUNT)
           MOVE RAT-RATING TO RTG-LAD-RATING(RTG-LAD-COUNT)
           MOVE RAT-PEAK TO RTG-LAD-PEAK(RTG-LAD-COUNT)
           MOVE RAT-GAMES TO RTG-LAD-GAMES(RTG-LAD-COUNT)
           MOVE RAT-WINS TO RTG-LAD-WINS(RTG-LAD-COUNT)
           MOVE RAT-LOSSES TO RTG-LAD-LOSSES(RTG-LAD-COUNT)
           MOVE RAT-DRAWS TO RTG-LAD-DRAWS(RTG-LAD-COUNT)
           MOVE RAT-LAST-DATE TO RTG-LAD-LAST(RTG-LAD-COUNT)
           *> trend: the move over the last five games (or fewer)
           IF RAT-GAMES = 0
              MOVE 0 TO RTG-LAD-TREND(RTG-LAD-COUNT)
           ELSE
              IF RAT-GAMES < 5
                 MOVE RAT-GAMES TO j
              ELSE
                 MOVE 5 TO j
              END-IF
              COMPUTE RTG-LAD-TREND(RTG-LAD-COUNT) =
                 RAT-RATING - RAT-RECENT(j)
           END-IF
        END-IF
     END-PERFORM
     CLOSE RATING-FILE
     .

 SORT-LADDER-BY-RATING.
     *> simple descending bubble sort, same as the leaderboard report
     PERFORM VARYING i FROM 1 BY 1 UNTIL i >= RTG-LAD-COUNT
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > (RTG-LAD-COUNT - i)
           IF RTG-LAD-RATING(j) < RTG-LAD-RATING(j + 1)
              MOVE RTG-LAD-OPER(j) TO RTG-TMP-OPER
              MOVE RTG-LAD-OPER(j + 1) TO RTG-LAD-OPER(j)
              MOVE RTG-TMP-OPER TO RTG-LAD-OPER(j + 1)
              MOVE RTG-LAD-RATING(j) TO RTG-TMP-RATING
              MOVE RTG-LAD-RATING(j + 1) TO RTG-LAD-RATING(j)
              MOVE RTG-TMP-RATING TO RTG-LAD-RATING(j + 1)
              MOVE RTG-LAD-PEAK(j) TO RTG-TMP-RATING
              MOVE RTG-LAD-PEAK(j + 1) TO RTG-LAD-PEAK(j)
              MOVE RTG-TMP-RATING TO RTG-LAD-PEAK(j + 1)
              MOVE RTG-LAD-TREND(j) TO RTG-TMP-RATING
              MOVE RTG-LAD-TREND(j + 1) TO RTG-LAD-TREND(j)
              MOVE RTG-TMP-RATING TO RTG-LAD-TREND(j + 1)
              MOVE RTG-LAD-GAMES(j) TO RTG-TMP-NUM
              MOVE RTG-LAD-GAMES(j + 1) TO RTG-LAD-GAMES(j)
              MOVE RTG-TMP-NUM TO RTG-LAD-GAMES(j + 1)
              MOVE RTG-LAD-WINS(j) TO RTG-TMP-NUM
              MOVE RTG-LAD-WINS(j + 1) TO RTG-LAD-WINS(j)
              MOVE RTG-TMP-NUM TO RTG-LAD-WINS(j + 1)
              MOVE RTG-LAD-LOSSES(j) TO RTG-TMP-NUM
              MOVE RTG-LAD-LOSSES(j + 1) TO RTG-LAD-LOSSES(j)
              MOVE RTG-TMP-NUM TO RTG-LAD-LOSSES(j + 1)
              MOVE RTG-LAD-DRAWS(j) TO RTG-TMP-NUM
              MOVE RTG-LAD-DRAWS(j + 1) TO RTG-LAD-DRAWS(j)
              MOVE RTG-TMP-NUM TO RTG-LAD-DRAWS(j + 1)
              MOVE RTG-LAD-LAST(j) TO RTG-TMP-DATE
              MOVE RTG-LAD-LAST(j + 1) TO RTG-LAD-LAST(j)
              MOVE RTG-TMP-DATE TO RTG-LAD-LAST(j + 1)
           END-IF
        END-PERFORM
     END-PERFORM
     .

 PRINT-LADDER.
     DISPLAY "SNAKE HEAD-TO-HEAD RATING LADDER" UPON CONSOLE
     IF NOT RTG-MODE-LADDER
        DISPLAY "RUN MODE:             " RTG-MODE-NAME UPON CONSOLE
        MOVE RTG-READ-COUNT TO RTG-COUNT-ED
        DISPLAY "MATCH LINES READ:     " RTG-COUNT-ED UPON CONSOLE
        MOVE RTG-BEFORE-COUNT TO RTG-COUNT-ED
        DISPLAY "RATED IN EARLIER RUNS:" RTG-COUNT-ED UPON CONSOLE
        MOVE RTG-RATED-COUNT TO RTG-COUNT-ED
        DISPLAY "MATCHES RATED:        " RTG-COUNT-ED UPON CONSOLE
        MOVE RTG-FORFEIT-COUNT TO RTG-COUNT-ED
        DISPLAY "  (FORFEITED BY QUIT):" RTG-COUNT-ED UPON CONSOLE
        MOVE RTG-NO-CONTEST TO RTG-COUNT-ED
        DISPLAY "NO CONTEST (QUIT):    " RTG-COUNT-ED UPON CONSOLE
        MOVE RTG-SAME-OPER TO RTG-COUNT-ED
        DISPLAY "SAME OPERATOR:        " RTG-COUNT-ED UPON CONSOLE
        IF RTG-BAD-LINES > 0
           MOVE RTG-BAD-LINES TO RTG-COUNT-ED
           DISPLAY "UNREADABLE LINES:     " RTG-COUNT-ED UPON CONSOLE
        END-IF
        IF RTG-LATE-COUNT > 0
           MOVE RTG-LATE-COUNT TO RTG-COUNT-ED
           DISPLAY "*** " FUNCTION TRIM(RTG-COUNT-ED) " MATCH(ES) "
                   "DATED BEFORE THE LAST RUN -- NOT RATED; RUN "
                   "./snakerat REBUILD ***" UPON CONSOLE
        END-IF
        IF RTG-LOST-COUNT > 0
           MOVE RTG-LOST-COUNT TO RTG-COUNT-ED
           DISPLAY "*** " FUNCTION TRIM(RTG-COUNT-ED) " RATED "
                   "MATCH(ES) NO LONGER IN matches.dat -- RUN "
                   "./snakerat REBUILD ***" UPON CONSOLE
        END-IF
     END-IF
     MOVE RTG-LAD-COUNT TO RTG-COUNT-ED
     DISPLAY "OPERATORS RATED:      " RTG-COUNT-ED UPON CONSOLE
     DISPLAY "RANK  OPERATOR              RATING   PEAK  GAMES"
             "     W     L     D  TREND  LAST PLAYED" UPON CONSOLE
     DISPLAY "----  --------------------  ------ ------  -----"
             " ----- ----- -----  -----  -----------" UPON CONSOLE
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > RTG-LAD-COUNT
        MOVE i TO RTG-RANK-ED
        COMPUTE RTG-WHOLE ROUNDED = RTG-LAD-RATING(i)
        MOVE RTG-WHOLE TO RTG-RATING-ED
        COMPUTE RTG-WHOLE ROUNDED = RTG-LAD-PEAK(i)
        MOVE RTG-WHOLE TO RTG-PEAK-ED
        MOVE RTG-LAD-GAMES(i) TO RTG-GAMES-ED
        DISPLAY RTG-RANK-ED "  " RTG-LAD-OPER(i) "  " RTG-RATING-ED
                " " RTG-PEAK-ED "  " RTG-GAMES-ED
           WITH NO ADVANCING UPON CONSOLE
        MOVE RTG-LAD-WINS(i) TO RTG-WLD-ED
        DISPLAY " " RTG-WLD-ED WITH NO ADVANCING UPON CONSOLE
        MOVE RTG-LAD-LOSSES(i) TO RTG-WLD-ED
        DISPLAY " " RTG-WLD-ED WITH NO ADVANCING UPON CONSOLE
        MOVE RTG-LAD-DRAWS(i) TO RTG-WLD-ED
        DISPLAY " " RTG-WLD-ED WITH NO ADVANCING UPON CONSOLE
        COMPUTE RTG-WHOLE ROUNDED = RTG-LAD-TREND(i)
        MOVE RTG-WHOLE TO RTG-TREND-ED
        DISPLAY "  " RTG-TREND-ED "  " RTG-LAD-LAST(i)(1:4) "-"
                RTG-LAD-LAST(i)(5:2) "-" RTG-LAD-LAST(i)(7:2)
           UPON CONSOLE
     END-PERFORM
     IF RTG-LAD-COUNT = 0
        DISPLAY "(no rated operators)" UPON CONSOLE
     END-IF
     IF RTG-LAD-OVERFLOW > 0
        MOVE RTG-LAD-OVERFLOW TO RTG-COUNT-ED
        DISPLAY "WARNING:" RTG-COUNT-ED " more operators not shown "
                "(ladder holds 500)" UPON CONSOLE
        MOVE 1 TO RTG-WARN-FLAG
     END-IF

     EVALUATE TRUE
        WHEN RTG-ERROR-FLAG = 1
           DISPLAY "RESULT: *** RATING RUN FAILED -- RUN ./snakerat "
                   "REBUILD ONCE THE ERROR ABOVE IS PUT RIGHT ***"
              UPON CONSOLE
           MOVE 8 TO RETURN-CODE
        WHEN RTG-WARN-FLAG = 1
           DISPLAY "RESULT: *** RATINGS UPDATED WITH EXCEPTIONS -- "
                   "REVIEW ABOVE ***" UPON CONSOLE
           MOVE 4 TO RETURN-CODE
        WHEN OTHER
           DISPLAY "RESULT: CLEAN -- EVERY MATCH RATED IN DATE ORDER"
              UPON CONSOLE
     END-EVALUATE
     .
 END PROGRAM SNAKERAT.
