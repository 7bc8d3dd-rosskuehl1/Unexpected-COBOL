>>SOURCE FORMAT FREE
*> Game recording verifier for the SNAKE score ledger
*> Build: cobc -x -free -o snakevfy snakevfy.cob -I copy
*> Run:   ./snakevfy [YYYYMMDD]   (only games started on or after the
*>        date; every recording when omitted)
*>
*> SNAKE records every human game tick for tick into recording.dat
*> (layouts in copy/tickrec.cpy): the srand seed, every food and
*> power-up cell it chose, the layout in force and the direction each
*> snake moved on every tick.  This program plays each recording again
*> without a screen -- the same COMPUTE-HEADS/UPDATE-STATE/PLACE-FOOD
*> logic SNAKE runs, reseeded from the recording -- and certifies the
*> result: every cell the replay draws must be the cell the game drew,
*> every move must be one a keyboard could have made, every checkpoint
*> must match the replay and the game must end the way, and with the
*> score, the recording says.  The END line names the scores.dat rows
*> TEARDOWN wrote; each row's SCORE-VALUE must be the replayed score.
*> A daily challenge attempt is replayed the same way, but it goes to
*> challenge.dat rather than the ledger, so it has no row to check.
*> Finally every scores.dat row dated inside the window (and no older
*> than the first recording) must belong to a recorded game.
*>
*> Each game that fails is listed once, under the first reason found:
*>   WRONG SCORE        replay, recording and ledger disagree on a score
*>   IMPOSSIBLE MOVE    a reversal, a turn on the quit tick, two keys on
*>                      one tick, or play after the game was over
*>   EDITED CHECKPOINT  a resume loaded something other than the save
*>                      the recording made
*>   STATE DIVERGES     the replay drew a different cell, or a saved
*>                      checkpoint did not match the replay
*>   WRONG ENDING       the replay ended differently (or not at all)
*>   PARTIAL RECORDING  resumed from a save made before the game was
*>                      being recorded -- it cannot be replayed
*>   BAD RECORDING      the recording itself is damaged or cut short
*>   NO RECORDING       a ledger row with no recorded game behind it
*> A row the END line names that is no longer on the live ledger
*> (archived or trimmed since) is counted, not listed.
*>
*> rand() is the C library's, so run this on the machine the games
*> are played on.  The run ends with return code 0 when every game is
*> certified, 4 when exceptions are listed, 8 when a file could not be
*> read and 12 for a bad date argument.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. SNAKEVFY.

 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT TICK-REC-FILE ASSIGN TO "recording.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-TREC-STATUS.

     SELECT SCORE-FILE ASSIGN TO "scores.dat"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS SCORE-KEY
        FILE STATUS IS WS-SCORE-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  TICK-REC-FILE.
 01  TICK-REC-RECORD           PIC X(128).

 FD  SCORE-FILE.
     COPY "scorerec.cpy".

 WORKING-STORAGE SECTION.
 01  WS-TREC-STATUS        PIC XX.
 01  WS-SCORE-STATUS       PIC XX.

 *> optional from-date, taken from the first command-line argument
 01  WS-ARG-VAL            PIC X(20).
 01  VFY-FROM-DATE         PIC 9(8) VALUE 0.
 01  VFY-FROM-X            REDEFINES VFY-FROM-DATE.
     05  VFY-FROM-YYYY     PIC 9(4).
     05  VFY-FROM-MM       PIC 9(2).
     05  VFY-FROM-DD       PIC 9(2).
 01  VFY-FROM-TEXT         REDEFINES VFY-FROM-DATE PIC X(8).

 *> recording reader -- one line of look-ahead can be handed back
 *> (VFY-HELD) so a line that belongs to the next game, or that a
 *> failed game's skip has to see, is not lost
 01  VFY-LINE              PIC X(128).
 01  VFY-TYPE              PIC X(6).
 01  VFY-EOF               PIC 9 VALUE 0.
 01  VFY-HELD              PIC 9 VALUE 0.
 01  VFY-REC-OPEN          PIC 9 VALUE 0.
 01  VFY-LEDGER-OPEN       PIC 9 VALUE 0.

 *> recording line layouts, shared with SNAKE (the writer)
     COPY "tickrec.cpy".

 *> the game being replayed
 01  VFY-GAME-DATE         PIC 9(8).
 01  VFY-GAME-TIME         PIC 9(6).
 01  VFY-GAME-OPER         PIC X(20).
 01  VFY-BAD               PIC 9.
 01  VFY-AT-END            PIC 9.
 01  VFY-TICK              BINARY-LONG.
 *> SNAKE counts a power-up slowdown down at the very end of a tick,
 *> after any checkpoint that tick saved -- the replay defers the
 *> count to the start of the next tick so a checkpoint digest sees
 *> the same value the save did
 01  VFY-SLOW-PENDING      PIC 9.
 01  VFY-TK-CODES          PIC X(100).
 01  VFY-TK-COUNT          BINARY-LONG.
 01  VFY-TK-POS            BINARY-LONG.
 01  VFY-CODE              PIC X.
 01  VFY-CODE1             PIC X.
 01  VFY-CODE2             PIC X.
 01  VFY-NEW-X             BINARY-SHORT.
 01  VFY-NEW-Y             BINARY-SHORT.
 01  VFY-QUIT              PIC 9.
 01  VFY-TURNED1           PIC 9.
 01  VFY-TURNED2           PIC 9.
 01  VFY-PLAYER            PIC 9.
 01  VFY-DIGEST            BINARY-DOUBLE.
 01  VFY-IX                BINARY-LONG.
 01  VFY-OX                BINARY-LONG.
 01  VFY-CAUSE             PIC X(10).
 01  VFY-EXPECT-TYPE       PIC X(6).
 01  VFY-EXPECT-X          BINARY-SHORT.
 01  VFY-EXPECT-Y          BINARY-SHORT.
 01  VFY-BASE-TICK-MS      BINARY-LONG.

 *> the state the last matching checkpoint saved -- a RESUME line must
 *> load exactly this back
 01  VFY-HAVE-SNAP         PIC 9.
 01  SNAP-SNAKE-LENGTH     BINARY-SHORT.
 01  SNAP-SNAKE-X          OCCURS 1000 TIMES BINARY-SHORT.
 01  SNAP-SNAKE-Y          OCCURS 1000 TIMES BINARY-SHORT.
 01  SNAP-DIR-X            BINARY-SHORT.
 01  SNAP-DIR-Y            BINARY-SHORT.
 01  SNAP-FOOD-X           BINARY-SHORT.
 01  SNAP-FOOD-Y           BINARY-SHORT.
 01  SNAP-SCORE            BINARY-LONG.
 01  SNAP-TWO-FLAG         PIC 9.
 01  SNAP-SNAKE2-LENGTH    BINARY-SHORT.
 01  SNAP-SNAKE2-X         OCCURS 1000 TIMES BINARY-SHORT.
 01  SNAP-SNAKE2-Y         OCCURS 1000 TIMES BINARY-SHORT.
 01  SNAP-DIR2-X           BINARY-SHORT.
 01  SNAP-DIR2-Y           BINARY-SHORT.
 01  SNAP-SCORE2           BINARY-LONG.
 01  SNAP-POWER-ACTIVE     PIC 9.
 01  SNAP-POWER-X          BINARY-SHORT.
 01  SNAP-POWER-Y          BINARY-SHORT.
 01  SNAP-SLOW-LEFT        BINARY-LONG.
 01  SNAP-CAMPAIGN-FLAG    PIC 9.
 01  SNAP-CAMPAIGN-LEVEL   BINARY-SHORT.
 01  SNAP-BASE-TICK-MS     BINARY-LONG.

 *> game state, named as SNAKE names it so the mirrored paragraphs
 *> below read line for line against the game's own
 01  WIDTH                 BINARY-SHORT VALUE 50.
 01  HEIGHT                BINARY-SHORT VALUE 22.
 01  MAX-LEN               BINARY-SHORT VALUE 1000.
 01  MIN-BOARD-WIDTH       BINARY-SHORT VALUE 12.
 01  MIN-BOARD-HEIGHT      BINARY-SHORT VALUE 8.
 01  start-length          BINARY-SHORT VALUE 5.

 01  snake-length          BINARY-SHORT VALUE 5.
 01  head-x                BINARY-SHORT.
 01  head-y                BINARY-SHORT.
 01  snake-x               OCCURS 1000 TIMES BINARY-SHORT.
 01  snake-y               OCCURS 1000 TIMES BINARY-SHORT.
 01  prev-snake-length     BINARY-SHORT.
 01  prev-snake-x          OCCURS 1000 TIMES BINARY-SHORT.
 01  prev-snake-y          OCCURS 1000 TIMES BINARY-SHORT.
 01  dir-x                 BINARY-SHORT VALUE 1.
 01  dir-y                 BINARY-SHORT VALUE 0.

 01  food-x                BINARY-SHORT VALUE 10.
 01  food-y                BINARY-SHORT VALUE 10.
 01  power-food-active     PIC 9 VALUE 0.
 01  power-food-x          BINARY-SHORT VALUE 0.
 01  power-food-y          BINARY-SHORT VALUE 0.
 01  POWER-FOOD-POINTS     BINARY-LONG VALUE 50.
 01  POWER-FOOD-ODDS       BINARY-LONG VALUE 6.
 01  MAX-FOOD-PLACE-TRIES  BINARY-LONG VALUE 1000.
 01  VFY-FOOD-PLACE-TRY    BINARY-LONG.
 01  POWER-SLOW-DURATION   BINARY-LONG VALUE 50.
 01  POWER-SLOW-TICKS-LEFT BINARY-LONG VALUE 0.

 01  score                 BINARY-LONG VALUE 0.
 01  game-over-flag        PIC 9 VALUE 0.
 01  wrap-mode-flag        PIC 9 VALUE 0.

 01  two-player-flag       PIC 9 VALUE 0.
 01  snake2-length         BINARY-SHORT VALUE 5.
 01  head2-x               BINARY-SHORT.
 01  head2-y               BINARY-SHORT.
 01  snake2-x              OCCURS 1000 TIMES BINARY-SHORT.
 01  snake2-y              OCCURS 1000 TIMES BINARY-SHORT.
 01  prev-snake2-length    BINARY-SHORT.
 01  prev-snake2-x         OCCURS 1000 TIMES BINARY-SHORT.
 01  prev-snake2-y         OCCURS 1000 TIMES BINARY-SHORT.
 01  dir2-x                BINARY-SHORT VALUE -1.
 01  dir2-y                BINARY-SHORT VALUE 0.
 01  score2                BINARY-LONG VALUE 0.
 01  snake1-dead           PIC 9 VALUE 0.
 01  snake2-dead           PIC 9 VALUE 0.
 01  snake2-hit            PIC 9 VALUE 0.
 01  quit-flag             PIC 9 VALUE 0.

 01  i                     BINARY-LONG.
 01  r                     BINARY-LONG.
 01  seed                  BINARY-LONG.
 01  tmp                   BINARY-LONG.

 01  campaign-flag         PIC 9 VALUE 0.
 01  campaign-level        BINARY-SHORT VALUE 1.
 01  campaign-won          PIC 9 VALUE 0.
 01  campaign-score2-hold  BINARY-LONG.
 01  CAMPAIGN-STEP-POINTS  BINARY-LONG VALUE 100.
 01  CAMPAIGN-TICK-CUT     BINARY-LONG VALUE 10.
 01  CAMPAIGN-MIN-TICK-MS  BINARY-LONG VALUE 20.
 01  MAX-OBSTACLES         BINARY-SHORT VALUE 200.
 01  OBST-COUNT            BINARY-SHORT VALUE 0.
 01  OBST-X                OCCURS 200 TIMES BINARY-SHORT.
 01  OBST-Y                OCCURS 200 TIMES BINARY-SHORT.

 *> the ledger keys every END line in the window named, for the
 *> closing sweep that looks for rows no recording accounts for
 01  VFY-MAX-KEYS          BINARY-LONG VALUE 5000.
 01  VFY-KEY-COUNT         BINARY-LONG VALUE 0.
 01  VFY-SEEN-KEY          OCCURS 5000 TIMES PIC X(16).
 01  VFY-KEY-OVERFLOW      PIC 9 VALUE 0.
 01  VFY-KEY-FOUND         PIC 9.
 01  VFY-WANT-KEY          PIC X(16).
 01  VFY-WANT-SCORE        BINARY-LONG.
 01  VFY-FIRST-STAMP       PIC X(14) VALUE HIGH-VALUES.
 01  VFY-STAMP             PIC X(14).

 *> control totals
 01  VFY-GAMES-READ        BINARY-LONG VALUE 0.
 01  VFY-GAMES-SKIPPED     BINARY-LONG VALUE 0.
 01  VFY-GAMES-REPLAYED    BINARY-LONG VALUE 0.
 01  VFY-CERTIFIED         BINARY-LONG VALUE 0.
 01  VFY-EXC-COUNT         BINARY-LONG VALUE 0.
 01  VFY-STRAY-COUNT       BINARY-LONG VALUE 0.
 01  VFY-ROWS-CONFIRMED    BINARY-LONG VALUE 0.
 01  VFY-NOT-LIVE          BINARY-LONG VALUE 0.
 01  VFY-UNFILED           BINARY-LONG VALUE 0.
 01  VFY-CHALLENGES        BINARY-LONG VALUE 0.
 01  VFY-GAME-CHALLENGE    PIC 9 VALUE 0.
 01  VFY-ROWS-SWEPT        BINARY-LONG VALUE 0.
 01  VFY-NO-REC-COUNT      BINARY-LONG VALUE 0.
 01  VFY-ERROR-FLAG        PIC 9 VALUE 0.

 *> one exceptions-report line
 01  VFY-REASON            PIC X(17).
 01  VFY-DETAIL            PIC X(60).
 01  VFY-EXC-DATE          PIC 9(8).
 01  VFY-EXC-TIME          PIC 9(6).
 01  VFY-EXC-OPER          PIC X(20).
 01  VFY-EXC-LINE.
     05  VEL-REASON        PIC X(17).
     05  FILLER            PIC X      VALUE SPACE.
     05  VEL-DATE          PIC X(10).
     05  FILLER            PIC X      VALUE SPACE.
     05  VEL-TIME          PIC X(8).
     05  FILLER            PIC X      VALUE SPACE.
     05  VEL-OPERATOR      PIC X(20).
     05  FILLER            PIC X      VALUE SPACE.
     05  VEL-DETAIL        PIC X(60).

 01  VFY-COUNT-ED          PIC ZZZZZZZZ9.
 01  VFY-N1-ED             PIC ZZZZZZZZ9.
 01  VFY-N2-ED             PIC ZZZZZZZZ9.
 01  VFY-N3-ED             PIC ZZZZZZZZ9.
 01  VFY-N4-ED             PIC ZZZZZZZZ9.

 PROCEDURE DIVISION.
 MAIN-SECTION.
     PERFORM GET-FROM-DATE
     PERFORM OPEN-FILES
     PERFORM PRINT-REPORT-HEADER
     IF VFY-REC-OPEN = 1
        PERFORM VERIFY-RECORDINGS
        PERFORM SWEEP-LEDGER
        CLOSE TICK-REC-FILE
     END-IF
     IF VFY-LEDGER-OPEN = 1
        CLOSE SCORE-FILE
     END-IF
     PERFORM PRINT-REPORT-TOTALS
     STOP RUN.

 GET-FROM-DATE.
     DISPLAY 1 UPON ARGUMENT-NUMBER
     MOVE SPACES TO WS-ARG-VAL
     ACCEPT WS-ARG-VAL FROM ARGUMENT-VALUE
        ON EXCEPTION
           EXIT PARAGRAPH
     END-ACCEPT
     IF WS-ARG-VAL = SPACES
        EXIT PARAGRAPH
     END-IF
     IF WS-ARG-VAL(1:8) NOT NUMERIC OR WS-ARG-VAL(9:12) NOT = SPACES
        DISPLAY "SNAKEVFY: from-date must be YYYYMMDD, got "
                WS-ARG-VAL UPON CONSOLE
        DISPLAY "Usage: snakevfy [YYYYMMDD]" UPON CONSOLE
        MOVE 12 TO RETURN-CODE
        STOP RUN
     END-IF
     MOVE WS-ARG-VAL(1:8) TO VFY-FROM-DATE
     IF VFY-FROM-MM < 1 OR VFY-FROM-MM > 12
           OR VFY-FROM-DD < 1 OR VFY-FROM-DD > 31
        DISPLAY "SNAKEVFY: from-date must be YYYYMMDD, got "
                WS-ARG-VAL UPON CONSOLE
        MOVE 12 TO RETURN-CODE
        STOP RUN
     END-IF
     .

 OPEN-FILES.
     OPEN INPUT TICK-REC-FILE
     IF WS-TREC-STATUS = "35"
        DISPLAY "No game recordings found (recording.dat) -- nothing "
                "to verify." UPON CONSOLE
        EXIT PARAGRAPH
     END-IF
     IF WS-TREC-STATUS NOT = "00"
        DISPLAY "SNAKEVFY: could not open recording.dat, status "
                WS-TREC-STATUS UPON CONSOLE
        MOVE 1 TO VFY-ERROR-FLAG
        EXIT PARAGRAPH
     END-IF
     MOVE 1 TO VFY-REC-OPEN

     OPEN INPUT SCORE-FILE
     IF WS-SCORE-STATUS = "35"
        DISPLAY "No score ledger found (scores.dat) -- games are "
                "checked against their own recordings only."
           UPON CONSOLE
        EXIT PARAGRAPH
     END-IF
     IF WS-SCORE-STATUS NOT = "00"
        DISPLAY "SNAKEVFY: could not open scores.dat, status "
                WS-SCORE-STATUS UPON CONSOLE
        MOVE 1 TO VFY-ERROR-FLAG
        EXIT PARAGRAPH
     END-IF
     MOVE 1 TO VFY-LEDGER-OPEN
     .

 PRINT-REPORT-HEADER.
     DISPLAY "SNAKE GAME RECORDING VERIFICATION" UPON CONSOLE
     IF VFY-FROM-DATE = 0
        DISPLAY "GAMES FROM:           (every recording)" UPON CONSOLE
     ELSE
        DISPLAY "GAMES FROM:           " VFY-FROM-YYYY "-" VFY-FROM-MM
                "-" VFY-FROM-DD UPON CONSOLE
     END-IF
     DISPLAY "REASON            DATE       TIME     OPERATOR           "
             "  DETAIL" UPON CONSOLE
     DISPLAY "----------------- ---------- -------- -------------------"
             "- ------------------------------------------------------"
             "------" UPON CONSOLE
     .

 VERIFY-RECORDINGS.
     PERFORM UNTIL 1 = 2
        PERFORM NEXT-LINE
        IF VFY-EOF = 1
           EXIT PERFORM
        END-IF
        IF VFY-TYPE = "GAME"
           PERFORM VERIFY-ONE-GAME
        ELSE
           *> a line outside any game -- only possible if the file was
           *> edited or an append was cut short
           ADD 1 TO VFY-STRAY-COUNT
        END-IF
     END-PERFORM
     .

 NEXT-LINE.
     IF VFY-HELD = 1
        MOVE 0 TO VFY-HELD
        EXIT PARAGRAPH
     END-IF
     IF VFY-EOF = 1
        MOVE SPACES TO VFY-LINE
        MOVE SPACES TO VFY-TYPE
        EXIT PARAGRAPH
     END-IF
     READ TICK-REC-FILE INTO VFY-LINE
        AT END
           MOVE 1 TO VFY-EOF
           MOVE SPACES TO VFY-LINE
     END-READ
     IF VFY-EOF = 0 AND WS-TREC-STATUS NOT = "00"
           AND WS-TREC-STATUS NOT = "04"
        DISPLAY "SNAKEVFY: recording.dat read failed, status "
                WS-TREC-STATUS UPON CONSOLE
        MOVE 1 TO VFY-ERROR-FLAG
        MOVE 1 TO VFY-EOF
        MOVE SPACES TO VFY-LINE
     END-IF
     MOVE VFY-LINE(1:6) TO VFY-TYPE
     .

 VERIFY-ONE-GAME.
     MOVE VFY-LINE TO TKG-LINE
     ADD 1 TO VFY-GAMES-READ
     MOVE 0 TO VFY-BAD
     MOVE 0 TO VFY-AT-END
     MOVE TKG-OPER1 TO VFY-GAME-OPER
     IF TKG-CHALLENGE = "1"
        MOVE 1 TO VFY-GAME-CHALLENGE
     ELSE
        MOVE 0 TO VFY-GAME-CHALLENGE
     END-IF
     IF TKG-DATE NUMERIC AND TKG-TIME NUMERIC
        MOVE TKG-DATE TO VFY-GAME-DATE
        MOVE TKG-TIME TO VFY-GAME-TIME
     ELSE
        MOVE 0 TO VFY-GAME-DATE
        MOVE 0 TO VFY-GAME-TIME
     END-IF
     *> the ledger sweep starts no earlier than the first recorded
     *> game: rows from before games were recorded have nothing to
     *> be checked against
     MOVE SPACES TO VFY-STAMP
     STRING VFY-GAME-DATE VFY-GAME-TIME DELIMITED BY SIZE
        INTO VFY-STAMP
     IF VFY-GAME-DATE NOT = 0 AND VFY-STAMP < VFY-FIRST-STAMP
        MOVE VFY-STAMP TO VFY-FIRST-STAMP
     END-IF

     IF VFY-GAME-DATE < VFY-FROM-DATE AND VFY-GAME-DATE NOT = 0
        *> outside the window -- not replayed, but a game that ran
        *> past midnight into the window still accounts for its rows
        ADD 1 TO VFY-GAMES-SKIPPED
        PERFORM SKIP-TO-END-GAME
        IF VFY-AT-END = 1
           PERFORM NOTE-ENDING-KEYS
        END-IF
        EXIT PARAGRAPH
     END-IF

     ADD 1 TO VFY-GAMES-REPLAYED
     PERFORM START-REPLAY
     IF VFY-BAD = 0
        PERFORM REPLAY-TICKS
     END-IF
     IF VFY-BAD = 0
        PERFORM CHECK-ENDING
     END-IF
     IF VFY-AT-END = 0
        PERFORM SKIP-TO-END-GAME
     END-IF
     IF VFY-AT-END = 1
        PERFORM NOTE-ENDING-KEYS
     END-IF
     IF VFY-BAD = 0
        ADD 1 TO VFY-CERTIFIED
     END-IF
     .

 SKIP-TO-END-GAME.
     *> pass over the rest of a game that is not (or no longer) being
     *> replayed, stopping at its END line or handing back the next
     *> game's GAME line
     PERFORM UNTIL 1 = 2
        PERFORM NEXT-LINE
        IF VFY-EOF = 1
           EXIT PERFORM
        END-IF
        IF VFY-TYPE = "GAME"
           MOVE 1 TO VFY-HELD
           EXIT PERFORM
        END-IF
        IF VFY-TYPE = "END"
           MOVE VFY-LINE TO TKE-LINE
           MOVE 1 TO VFY-AT-END
           EXIT PERFORM
        END-IF
     END-PERFORM
     .

 START-REPLAY.
     *> the GAME line sets up the board exactly as INIT-GAME (or a
     *> demo hand-over's DEMO-RESTART) left it before the first tick
     IF TKG-WIDTH NOT NUMERIC OR TKG-HEIGHT NOT NUMERIC
           OR TKG-MAXLEN NOT NUMERIC OR TKG-START-LEN NOT NUMERIC
           OR TKG-TICK-MS NOT NUMERIC OR TKG-SEED NOT NUMERIC
           OR TKG-TWO-FLAG NOT NUMERIC OR TKG-WRAP-FLAG NOT NUMERIC
           OR TKG-CAMP-FLAG NOT NUMERIC OR TKG-RESUMED NOT NUMERIC
           OR VFY-GAME-DATE = 0
        MOVE "BAD RECORDING" TO VFY-REASON
        MOVE "GAME line is damaged" TO VFY-DETAIL
        PERFORM LOG-GAME-EXCEPTION
        EXIT PARAGRAPH
     END-IF
     IF TKG-WIDTH < MIN-BOARD-WIDTH OR TKG-HEIGHT < MIN-BOARD-HEIGHT
           OR TKG-START-LEN < 1 OR TKG-START-LEN > 1000
           OR TKG-MAXLEN < 1 OR TKG-MAXLEN > 1000
        MOVE "BAD RECORDING" TO VFY-REASON
        MOVE "GAME line board or snake size out of range"
           TO VFY-DETAIL
        PERFORM LOG-GAME-EXCEPTION
        EXIT PARAGRAPH
     END-IF
     IF TKG-RESUMED = 1
        MOVE "PARTIAL RECORDING" TO VFY-REASON
        MOVE "resumed from a save made before recording began"
           TO VFY-DETAIL
        PERFORM LOG-GAME-EXCEPTION
        EXIT PARAGRAPH
     END-IF

     MOVE TKG-WIDTH TO WIDTH
     MOVE TKG-HEIGHT TO HEIGHT
     MOVE TKG-MAXLEN TO MAX-LEN
     MOVE TKG-START-LEN TO start-length
     MOVE TKG-START-LEN TO snake-length
     MOVE TKG-TICK-MS TO VFY-BASE-TICK-MS
     MOVE TKG-TWO-FLAG TO two-player-flag
     MOVE TKG-WRAP-FLAG TO wrap-mode-flag
     MOVE TKG-CAMP-FLAG TO campaign-flag
     MOVE 1 TO dir-x
     MOVE 0 TO dir-y
     MOVE -1 TO dir2-x
     MOVE 0 TO dir2-y
     MOVE 0 TO score
     MOVE 0 TO score2
     MOVE 0 TO power-food-active
     MOVE 0 TO POWER-SLOW-TICKS-LEFT
     MOVE 0 TO game-over-flag
     MOVE 0 TO quit-flag
     MOVE 0 TO campaign-won
     MOVE 0 TO VFY-HAVE-SNAP
     MOVE 0 TO VFY-SLOW-PENDING
     MOVE 0 TO VFY-TICK
     MOVE 0 TO VFY-TK-COUNT
     MOVE 0 TO VFY-TK-POS

     MOVE TKG-SEED TO seed
     CALL "srand" USING BY VALUE seed
     PERFORM READ-LEVEL-BLOCK
     IF VFY-BAD = 1
        EXIT PARAGRAPH
     END-IF
     MOVE TKL-NUMBER TO campaign-level
     PERFORM FRESH-GAME-STATE
     .

 READ-LEVEL-BLOCK.
     *> a LEVEL line and the OBST lines carrying its cells -- the
     *> layout is taken from the recording, since the snake.lvl files
     *> on disk may well have changed since the game was played
     PERFORM NEXT-LINE
     IF VFY-TYPE NOT = "LEVEL"
        MOVE 1 TO VFY-HELD
        MOVE "BAD RECORDING" TO VFY-REASON
        MOVE "LEVEL line missing" TO VFY-DETAIL
        PERFORM LOG-GAME-EXCEPTION
        EXIT PARAGRAPH
     END-IF
     MOVE VFY-LINE TO TKL-LINE
     IF TKL-NUMBER NOT NUMERIC OR TKL-FOUND NOT NUMERIC
           OR TKL-OBST-COUNT NOT NUMERIC
           OR TKL-OBST-COUNT > MAX-OBSTACLES
        MOVE "BAD RECORDING" TO VFY-REASON
        MOVE "LEVEL line is damaged" TO VFY-DETAIL
        PERFORM LOG-GAME-EXCEPTION
        EXIT PARAGRAPH
     END-IF
     IF TKL-FOUND = 0
        EXIT PARAGRAPH
     END-IF
     MOVE 0 TO OBST-COUNT
     PERFORM UNTIL OBST-COUNT >= TKL-OBST-COUNT OR VFY-BAD = 1
        PERFORM NEXT-LINE
        IF VFY-TYPE NOT = "OBST"
           MOVE 1 TO VFY-HELD
           MOVE "BAD RECORDING" TO VFY-REASON
           MOVE "OBST lines missing" TO VFY-DETAIL
           PERFORM LOG-GAME-EXCEPTION
           EXIT PERFORM
        END-IF
        MOVE VFY-LINE TO TKO-LINE
        IF TKO-COUNT NOT NUMERIC OR TKO-COUNT < 1 OR TKO-COUNT > 14
           MOVE "BAD RECORDING" TO VFY-REASON
           MOVE "OBST line is damaged" TO VFY-DETAIL
           PERFORM LOG-GAME-EXCEPTION
           EXIT PERFORM
        END-IF
        PERFORM VARYING VFY-OX FROM 1 BY 1 UNTIL VFY-OX > TKO-COUNT
           IF TKO-X(VFY-OX) NOT NUMERIC OR TKO-Y(VFY-OX) NOT NUMERIC
              MOVE "BAD RECORDING" TO VFY-REASON
              MOVE "OBST line is damaged" TO VFY-DETAIL
              PERFORM LOG-GAME-EXCEPTION
              EXIT PERFORM
           END-IF
           IF OBST-COUNT < MAX-OBSTACLES
              ADD 1 TO OBST-COUNT
              MOVE TKO-X(VFY-OX) TO OBST-X(OBST-COUNT)
              MOVE TKO-Y(VFY-OX) TO OBST-Y(OBST-COUNT)
           END-IF
        END-PERFORM
     END-PERFORM
     .

 REPLAY-TICKS.
     *> SNAKE's main loop, one recorded tick at a time
     PERFORM UNTIL VFY-BAD = 1
        PERFORM FETCH-TICK-CODES
        IF VFY-AT-END = 1 OR VFY-BAD = 1
           EXIT PERFORM
        END-IF
        ADD 1 TO VFY-TICK
        IF game-over-flag = 1
           MOVE "IMPOSSIBLE MOVE" TO VFY-REASON
           MOVE VFY-TICK TO VFY-N1-ED
           MOVE SPACES TO VFY-DETAIL
           STRING "tick " FUNCTION TRIM(VFY-N1-ED)
                  " played after the game was over"
              DELIMITED BY SIZE INTO VFY-DETAIL
           PERFORM LOG-GAME-EXCEPTION
           EXIT PERFORM
        END-IF
        IF VFY-SLOW-PENDING = 1
           PERFORM MANAGE-POWER-SLOWDOWN
        END-IF
        PERFORM APPLY-TICK-CODES
        IF VFY-BAD = 1
           EXIT PERFORM
        END-IF
        PERFORM COMPUTE-HEADS
        PERFORM UPDATE-STATE
        IF two-player-flag = 1
           PERFORM UPDATE-STATE-2
        END-IF
        IF campaign-flag = 1 AND game-over-flag = 0
              AND score >= (campaign-level * CAMPAIGN-STEP-POINTS)
           PERFORM ADVANCE-CAMPAIGN-LEVEL
        END-IF
        MOVE 1 TO VFY-SLOW-PENDING
     END-PERFORM
     .

 FETCH-TICK-CODES.
     *> player 1's code, then player 2's in head-to-head
     PERFORM FETCH-ONE-CODE
     IF VFY-AT-END = 1 OR VFY-BAD = 1
        EXIT PARAGRAPH
     END-IF
     MOVE VFY-CODE TO VFY-CODE1
     IF two-player-flag = 1
        PERFORM FETCH-ONE-CODE
        IF VFY-BAD = 1
           EXIT PARAGRAPH
        END-IF
        IF VFY-AT-END = 1
           MOVE "BAD RECORDING" TO VFY-REASON
           MOVE "last tick has no player 2 code" TO VFY-DETAIL
           PERFORM LOG-GAME-EXCEPTION
           EXIT PARAGRAPH
        END-IF
        MOVE VFY-CODE TO VFY-CODE2
     END-IF
     .

 FETCH-ONE-CODE.
     *> the next tick code, dealing with any checkpoint or resume
     *> lines on the way; stops at the END line
     PERFORM UNTIL VFY-TK-POS < VFY-TK-COUNT
           OR VFY-AT-END = 1 OR VFY-BAD = 1
        PERFORM NEXT-LINE
        EVALUATE TRUE
           WHEN VFY-EOF = 1 OR VFY-TYPE = "GAME"
              MOVE 1 TO VFY-HELD
              MOVE "BAD RECORDING" TO VFY-REASON
              MOVE "recording breaks off without an END line"
                 TO VFY-DETAIL
              PERFORM LOG-GAME-EXCEPTION
           WHEN VFY-TYPE = "TICKS"
              MOVE VFY-LINE TO TKT-LINE
              IF TKT-COUNT NOT NUMERIC OR TKT-COUNT < 1
                    OR TKT-COUNT > 100
                 MOVE "BAD RECORDING" TO VFY-REASON
                 MOVE "TICKS line is damaged" TO VFY-DETAIL
                 PERFORM LOG-GAME-EXCEPTION
              ELSE
                 MOVE TKT-CODES TO VFY-TK-CODES
                 MOVE TKT-COUNT TO VFY-TK-COUNT
                 MOVE 0 TO VFY-TK-POS
              END-IF
           WHEN VFY-TYPE = "CKPT"
              PERFORM CHECK-CHECKPOINT
           WHEN VFY-TYPE = "RESUME"
              PERFORM APPLY-RESUME
           WHEN VFY-TYPE = "END"
              MOVE VFY-LINE TO TKE-LINE
              MOVE 1 TO VFY-AT-END
           WHEN OTHER
              *> a cell or layout the replay had no reason to draw
              MOVE "STATE DIVERGES" TO VFY-REASON
              MOVE VFY-TICK TO VFY-N1-ED
              MOVE SPACES TO VFY-DETAIL
              STRING "recording has a " FUNCTION TRIM(VFY-TYPE)
                     " line after tick " FUNCTION TRIM(VFY-N1-ED)
                     " where the replay drew none"
                 DELIMITED BY SIZE INTO VFY-DETAIL
              PERFORM LOG-GAME-EXCEPTION
        END-EVALUATE
     END-PERFORM
     IF VFY-AT-END = 1 OR VFY-BAD = 1
        EXIT PARAGRAPH
     END-IF
     ADD 1 TO VFY-TK-POS
     MOVE VFY-TK-CODES(VFY-TK-POS:1) TO VFY-CODE
     .

 APPLY-TICK-CODES.
     *> turn each snake the way READ-INPUT would have: one key per
     *> tick at most, never straight back onto its own neck.  A lower
     *> case player 1 code is the tick Q was pressed on -- the tick
     *> still runs, then the game is over
     MOVE 0 TO VFY-QUIT
     MOVE 0 TO VFY-TURNED1
     MOVE 0 TO VFY-TURNED2
     MOVE VFY-CODE1 TO VFY-CODE
     IF VFY-CODE = "u" OR VFY-CODE = "d" OR VFY-CODE = "l"
           OR VFY-CODE = "r"
        MOVE 1 TO VFY-QUIT
        MOVE FUNCTION UPPER-CASE(VFY-CODE) TO VFY-CODE
     END-IF
     MOVE 1 TO VFY-PLAYER
     PERFORM DECODE-DIRECTION
     IF VFY-BAD = 1
        EXIT PARAGRAPH
     END-IF
     IF VFY-NEW-X NOT = dir-x OR VFY-NEW-Y NOT = dir-y
        IF VFY-NEW-X + dir-x = 0 AND VFY-NEW-Y + dir-y = 0
           PERFORM LOG-REVERSAL
           EXIT PARAGRAPH
        END-IF
        MOVE 1 TO VFY-TURNED1
        MOVE VFY-NEW-X TO dir-x
        MOVE VFY-NEW-Y TO dir-y
     END-IF
     IF VFY-QUIT = 1 AND VFY-TURNED1 = 1
        MOVE "IMPOSSIBLE MOVE" TO VFY-REASON
        MOVE VFY-TICK TO VFY-N1-ED
        MOVE SPACES TO VFY-DETAIL
        STRING "player 1 turned and quit on tick "
               FUNCTION TRIM(VFY-N1-ED)
           DELIMITED BY SIZE INTO VFY-DETAIL
        PERFORM LOG-GAME-EXCEPTION
        EXIT PARAGRAPH
     END-IF

     IF two-player-flag = 1
        MOVE VFY-CODE2 TO VFY-CODE
        MOVE 2 TO VFY-PLAYER
        PERFORM DECODE-DIRECTION
        IF VFY-BAD = 1
           EXIT PARAGRAPH
        END-IF
        IF VFY-NEW-X NOT = dir2-x OR VFY-NEW-Y NOT = dir2-y
           IF VFY-NEW-X + dir2-x = 0 AND VFY-NEW-Y + dir2-y = 0
              PERFORM LOG-REVERSAL
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO VFY-TURNED2
           MOVE VFY-NEW-X TO dir2-x
           MOVE VFY-NEW-Y TO dir2-y
        END-IF
        IF VFY-TURNED2 = 1 AND (VFY-TURNED1 = 1 OR VFY-QUIT = 1)
           MOVE "IMPOSSIBLE MOVE" TO VFY-REASON
           MOVE VFY-TICK TO VFY-N1-ED
           MOVE SPACES TO VFY-DETAIL
           STRING "two keys acted on in tick "
                  FUNCTION TRIM(VFY-N1-ED)
              DELIMITED BY SIZE INTO VFY-DETAIL
           PERFORM LOG-GAME-EXCEPTION
           EXIT PARAGRAPH
        END-IF
     END-IF

     IF VFY-QUIT = 1
        MOVE 1 TO game-over-flag
        MOVE 1 TO quit-flag
     END-IF
     .

 DECODE-DIRECTION.
     EVALUATE VFY-CODE
        WHEN "U"
           MOVE 0 TO VFY-NEW-X
           MOVE -1 TO VFY-NEW-Y
        WHEN "D"
           MOVE 0 TO VFY-NEW-X
           MOVE 1 TO VFY-NEW-Y
        WHEN "L"
           MOVE -1 TO VFY-NEW-X
           MOVE 0 TO VFY-NEW-Y
        WHEN "R"
           MOVE 1 TO VFY-NEW-X
           MOVE 0 TO VFY-NEW-Y
        WHEN OTHER
           MOVE "BAD RECORDING" TO VFY-REASON
           MOVE VFY-TICK TO VFY-N1-ED
           MOVE SPACES TO VFY-DETAIL
           STRING "unreadable player " VFY-PLAYER " code on tick "
                  FUNCTION TRIM(VFY-N1-ED)
              DELIMITED BY SIZE INTO VFY-DETAIL
           PERFORM LOG-GAME-EXCEPTION
     END-EVALUATE
     .

 LOG-REVERSAL.
     MOVE "IMPOSSIBLE MOVE" TO VFY-REASON
     MOVE VFY-TICK TO VFY-N1-ED
     MOVE SPACES TO VFY-DETAIL
     STRING "player " VFY-PLAYER " reversed onto itself on tick "
            FUNCTION TRIM(VFY-N1-ED)
        DELIMITED BY SIZE INTO VFY-DETAIL
     PERFORM LOG-GAME-EXCEPTION
     .

 CHECK-CHECKPOINT.
     *> SNAKE saved a checkpoint here: the replay must be in the very
     *> state it saved.  A match becomes the snapshot a later RESUME
     *> has to load back
     MOVE VFY-LINE TO TKC-LINE
     PERFORM COMPUTE-STATE-DIGEST
     IF TKC-DIGEST NOT NUMERIC OR TKC-DIGEST NOT = VFY-DIGEST
        MOVE "STATE DIVERGES" TO VFY-REASON
        MOVE VFY-TICK TO VFY-N1-ED
        MOVE SPACES TO VFY-DETAIL
        STRING "checkpoint saved after tick " FUNCTION TRIM(VFY-N1-ED)
               " does not match the replay"
           DELIMITED BY SIZE INTO VFY-DETAIL
        PERFORM LOG-GAME-EXCEPTION
        EXIT PARAGRAPH
     END-IF
     MOVE 1 TO VFY-HAVE-SNAP
     MOVE snake-length TO SNAP-SNAKE-LENGTH
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > snake-length
        MOVE snake-x(i) TO SNAP-SNAKE-X(i)
        MOVE snake-y(i) TO SNAP-SNAKE-Y(i)
     END-PERFORM
     MOVE dir-x TO SNAP-DIR-X
     MOVE dir-y TO SNAP-DIR-Y
     MOVE food-x TO SNAP-FOOD-X
     MOVE food-y TO SNAP-FOOD-Y
     MOVE score TO SNAP-SCORE
     MOVE two-player-flag TO SNAP-TWO-FLAG
     IF two-player-flag = 1
        MOVE snake2-length TO SNAP-SNAKE2-LENGTH
        PERFORM VARYING i FROM 1 BY 1 UNTIL i > snake2-length
           MOVE snake2-x(i) TO SNAP-SNAKE2-X(i)
           MOVE snake2-y(i) TO SNAP-SNAKE2-Y(i)
        END-PERFORM
        MOVE dir2-x TO SNAP-DIR2-X
        MOVE dir2-y TO SNAP-DIR2-Y
        MOVE score2 TO SNAP-SCORE2
     END-IF
     MOVE power-food-active TO SNAP-POWER-ACTIVE
     MOVE power-food-x TO SNAP-POWER-X
     MOVE power-food-y TO SNAP-POWER-Y
     MOVE POWER-SLOW-TICKS-LEFT TO SNAP-SLOW-LEFT
     MOVE campaign-flag TO SNAP-CAMPAIGN-FLAG
     MOVE campaign-level TO SNAP-CAMPAIGN-LEVEL
     MOVE VFY-BASE-TICK-MS TO SNAP-BASE-TICK-MS
     .

 APPLY-RESUME.
     *> the game was interrupted and restarted from its checkpoint.
     *> Load the last saved state back the way LOAD-CHECKPOINT does --
     *> onto the board, wrap setting and player count the restarted
     *> run used -- and the digest the restarted run took of what it
     *> actually loaded must agree.  Anything the game played past
     *> that checkpoint before it was interrupted is discarded, as the
     *> restart discarded it
     MOVE VFY-LINE TO TKR-LINE
     IF TKR-WIDTH NOT NUMERIC OR TKR-HEIGHT NOT NUMERIC
           OR TKR-MAXLEN NOT NUMERIC OR TKR-START-LEN NOT NUMERIC
           OR TKR-TWO-FLAG NOT NUMERIC OR TKR-WRAP-FLAG NOT NUMERIC
           OR TKR-SEED NOT NUMERIC OR TKR-DIGEST NOT NUMERIC
        MOVE "BAD RECORDING" TO VFY-REASON
        MOVE "RESUME line is damaged" TO VFY-DETAIL
        PERFORM LOG-GAME-EXCEPTION
        EXIT PARAGRAPH
     END-IF
     IF VFY-HAVE-SNAP = 0
        MOVE "EDITED CHECKPOINT" TO VFY-REASON
        MOVE "resumed from a checkpoint this recording never saved"
           TO VFY-DETAIL
        PERFORM LOG-GAME-EXCEPTION
        EXIT PARAGRAPH
     END-IF

     MOVE TKR-WIDTH TO WIDTH
     MOVE TKR-HEIGHT TO HEIGHT
     MOVE TKR-MAXLEN TO MAX-LEN
     MOVE TKR-START-LEN TO start-length
     MOVE TKR-WRAP-FLAG TO wrap-mode-flag

     MOVE SNAP-SNAKE-LENGTH TO snake-length
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > snake-length
        MOVE SNAP-SNAKE-X(i) TO snake-x(i)
        MOVE SNAP-SNAKE-Y(i) TO snake-y(i)
     END-PERFORM
     MOVE snake-x(1) TO head-x
     MOVE snake-y(1) TO head-y
     MOVE SNAP-DIR-X TO dir-x
     MOVE SNAP-DIR-Y TO dir-y
     MOVE SNAP-FOOD-X TO food-x
     MOVE SNAP-FOOD-Y TO food-y
     MOVE SNAP-SCORE TO score
     MOVE TKR-TWO-FLAG TO two-player-flag
     IF two-player-flag = 1
        IF SNAP-TWO-FLAG = 1
           MOVE SNAP-SNAKE2-LENGTH TO snake2-length
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > snake2-length
              MOVE SNAP-SNAKE2-X(i) TO snake2-x(i)
              MOVE SNAP-SNAKE2-Y(i) TO snake2-y(i)
           END-PERFORM
           MOVE snake2-x(1) TO head2-x
           MOVE snake2-y(1) TO head2-y
           MOVE SNAP-DIR2-X TO dir2-x
           MOVE SNAP-DIR2-Y TO dir2-y
           MOVE SNAP-SCORE2 TO score2
        ELSE
           PERFORM INIT-SNAKE2-STATE
        END-IF
     END-IF
     MOVE SNAP-POWER-ACTIVE TO power-food-active
     MOVE SNAP-POWER-X TO power-food-x
     MOVE SNAP-POWER-Y TO power-food-y
     MOVE SNAP-SLOW-LEFT TO POWER-SLOW-TICKS-LEFT
     MOVE SNAP-CAMPAIGN-FLAG TO campaign-flag
     MOVE SNAP-CAMPAIGN-LEVEL TO campaign-level
     MOVE SNAP-BASE-TICK-MS TO VFY-BASE-TICK-MS
     MOVE 0 TO game-over-flag
     MOVE 0 TO quit-flag
     MOVE 0 TO snake1-dead
     MOVE 0 TO snake2-dead
     MOVE 0 TO campaign-won
     MOVE 0 TO VFY-SLOW-PENDING

     PERFORM COMPUTE-STATE-DIGEST
     IF TKR-DIGEST NOT = VFY-DIGEST
        MOVE "EDITED CHECKPOINT" TO VFY-REASON
        MOVE VFY-TICK TO VFY-N1-ED
        MOVE SPACES TO VFY-DETAIL
        STRING "resumed after tick " FUNCTION TRIM(VFY-N1-ED)
               " from a state the game never saved"
           DELIMITED BY SIZE INTO VFY-DETAIL
        PERFORM LOG-GAME-EXCEPTION
        EXIT PARAGRAPH
     END-IF

     MOVE TKR-SEED TO seed
     CALL "srand" USING BY VALUE seed
     PERFORM READ-LEVEL-BLOCK
     .

 CHECK-ENDING.
     *> the replay reached the END line: it must have ended the game
     *> the same way, on the same scores, and the ledger rows the END
     *> line names must carry those scores
     IF game-over-flag = 0
        MOVE "WRONG ENDING" TO VFY-REASON
        MOVE VFY-TICK TO VFY-N1-ED
        MOVE SPACES TO VFY-DETAIL
        STRING "replay is still running after tick "
               FUNCTION TRIM(VFY-N1-ED)
           DELIMITED BY SIZE INTO VFY-DETAIL
        PERFORM LOG-GAME-EXCEPTION
        EXIT PARAGRAPH
     END-IF
     EVALUATE TRUE
        WHEN snake1-dead = 1 AND snake2-dead = 1
           MOVE "BOTH-DEAD" TO VFY-CAUSE
        WHEN snake1-dead = 1
           MOVE "P1-DEAD" TO VFY-CAUSE
        WHEN snake2-dead = 1
           MOVE "P2-DEAD" TO VFY-CAUSE
        WHEN campaign-won = 1
           MOVE "CLEARED" TO VFY-CAUSE
        WHEN OTHER
           MOVE "QUIT" TO VFY-CAUSE
     END-EVALUATE
     IF VFY-CAUSE NOT = TKE-CAUSE
        MOVE "WRONG ENDING" TO VFY-REASON
        MOVE SPACES TO VFY-DETAIL
        STRING "replay ended " FUNCTION TRIM(VFY-CAUSE)
               ", recording says " FUNCTION TRIM(TKE-CAUSE)
           DELIMITED BY SIZE INTO VFY-DETAIL
        PERFORM LOG-GAME-EXCEPTION
        EXIT PARAGRAPH
     END-IF

     IF TKE-SCORE1 NOT NUMERIC OR TKE-SCORE2 NOT NUMERIC
        MOVE "BAD RECORDING" TO VFY-REASON
        MOVE "END line is damaged" TO VFY-DETAIL
        PERFORM LOG-GAME-EXCEPTION
        EXIT PARAGRAPH
     END-IF
     IF TKE-SCORE1 NOT = score
        MOVE 1 TO VFY-PLAYER
        MOVE score TO VFY-N1-ED
        MOVE TKE-SCORE1 TO VFY-N2-ED
        PERFORM LOG-RECORDED-SCORE
        EXIT PARAGRAPH
     END-IF
     IF two-player-flag = 1 AND TKE-SCORE2 NOT = score2
        MOVE 2 TO VFY-PLAYER
        MOVE score2 TO VFY-N1-ED
        MOVE TKE-SCORE2 TO VFY-N2-ED
        PERFORM LOG-RECORDED-SCORE
        EXIT PARAGRAPH
     END-IF

     *> a challenge attempt was never put on the ledger
     IF VFY-GAME-CHALLENGE = 1
        ADD 1 TO VFY-CHALLENGES
        EXIT PARAGRAPH
     END-IF
     MOVE TKE-KEY1 TO VFY-WANT-KEY
     MOVE score TO VFY-WANT-SCORE
     PERFORM CHECK-LEDGER-ROW
     IF two-player-flag = 1 AND VFY-BAD = 0
        MOVE TKE-KEY2 TO VFY-WANT-KEY
        MOVE score2 TO VFY-WANT-SCORE
        PERFORM CHECK-LEDGER-ROW
     END-IF
     .

 LOG-RECORDED-SCORE.
     MOVE "WRONG SCORE" TO VFY-REASON
     MOVE SPACES TO VFY-DETAIL
     STRING "player " VFY-PLAYER " replay scored "
            FUNCTION TRIM(VFY-N1-ED) ", recording says "
            FUNCTION TRIM(VFY-N2-ED)
        DELIMITED BY SIZE INTO VFY-DETAIL
     PERFORM LOG-GAME-EXCEPTION
     .

 CHECK-LEDGER-ROW.
     *> a blank key means TEARDOWN could not file the score at all
     IF VFY-WANT-KEY = SPACES
        ADD 1 TO VFY-UNFILED
        EXIT PARAGRAPH
     END-IF
     IF VFY-LEDGER-OPEN = 0
        ADD 1 TO VFY-NOT-LIVE
        EXIT PARAGRAPH
     END-IF
     MOVE VFY-WANT-KEY TO SCORE-KEY
     READ SCORE-FILE
        KEY IS SCORE-KEY
        INVALID KEY
           ADD 1 TO VFY-NOT-LIVE
           EXIT PARAGRAPH
     END-READ
     IF SCORE-VALUE NOT = VFY-WANT-SCORE
        MOVE "WRONG SCORE" TO VFY-REASON
        MOVE SCORE-VALUE TO VFY-N1-ED
        MOVE VFY-WANT-SCORE TO VFY-N2-ED
        MOVE SPACES TO VFY-DETAIL
        STRING "ledger row " VFY-WANT-KEY " says "
               FUNCTION TRIM(VFY-N1-ED) ", replay scored "
               FUNCTION TRIM(VFY-N2-ED)
           DELIMITED BY SIZE INTO VFY-DETAIL
        PERFORM LOG-GAME-EXCEPTION
        EXIT PARAGRAPH
     END-IF
     ADD 1 TO VFY-ROWS-CONFIRMED
     .

 NOTE-ENDING-KEYS.
     *> remember the rows this game accounts for, whatever became of
     *> its replay -- only rows inside the window are swept for
     MOVE TKE-KEY1 TO VFY-WANT-KEY
     PERFORM NOTE-ONE-KEY
     MOVE TKE-KEY2 TO VFY-WANT-KEY
     PERFORM NOTE-ONE-KEY
     .

 NOTE-ONE-KEY.
     IF VFY-WANT-KEY = SPACES OR VFY-WANT-KEY(1:8) < VFY-FROM-TEXT
        EXIT PARAGRAPH
     END-IF
     IF VFY-KEY-COUNT >= VFY-MAX-KEYS
        MOVE 1 TO VFY-KEY-OVERFLOW
        EXIT PARAGRAPH
     END-IF
     ADD 1 TO VFY-KEY-COUNT
     MOVE VFY-WANT-KEY TO VFY-SEEN-KEY(VFY-KEY-COUNT)
     .

 SWEEP-LEDGER.
     *> every ledger row inside the window must belong to a recorded
     *> game.  Attract-mode games never reach the ledger, so a row with
     *> no recording is a game whose recording was lost -- or a row
     *> that was never a game at all
     IF VFY-LEDGER-OPEN = 0 OR VFY-FIRST-STAMP = HIGH-VALUES
        EXIT PARAGRAPH
     END-IF
     IF VFY-KEY-OVERFLOW = 1
        MOVE VFY-MAX-KEYS TO VFY-COUNT-ED
        DISPLAY "WARNING: more than" VFY-COUNT-ED " ledger rows in the "
                "window -- rows without a recording not checked; run "
                "with a later from-date" UPON CONSOLE
        EXIT PARAGRAPH
     END-IF
     MOVE VFY-FIRST-STAMP TO VFY-STAMP
     IF VFY-FROM-TEXT > VFY-STAMP(1:8)
        MOVE SPACES TO VFY-STAMP
        STRING VFY-FROM-TEXT "000000" DELIMITED BY SIZE INTO VFY-STAMP
     END-IF
     MOVE SPACES TO VFY-WANT-KEY
     STRING VFY-STAMP "00" DELIMITED BY SIZE INTO VFY-WANT-KEY
     MOVE VFY-WANT-KEY TO SCORE-KEY
     START SCORE-FILE KEY IS NOT LESS THAN SCORE-KEY
        INVALID KEY
           EXIT PARAGRAPH
     END-START
     PERFORM UNTIL 1 = 2
        READ SCORE-FILE NEXT RECORD
           AT END
              EXIT PERFORM
        END-READ
        ADD 1 TO VFY-ROWS-SWEPT
        MOVE 0 TO VFY-KEY-FOUND
        PERFORM VARYING VFY-IX FROM 1 BY 1
              UNTIL VFY-IX > VFY-KEY-COUNT
           IF VFY-SEEN-KEY(VFY-IX) = SCORE-KEY
              MOVE 1 TO VFY-KEY-FOUND
              EXIT PERFORM
           END-IF
        END-PERFORM
        IF VFY-KEY-FOUND = 0
           ADD 1 TO VFY-NO-REC-COUNT
           MOVE "NO RECORDING" TO VFY-REASON
           MOVE SCORE-KEY(1:8) TO VFY-EXC-DATE
           MOVE SCORE-KEY(9:6) TO VFY-EXC-TIME
           MOVE SCORE-OPERATOR TO VFY-EXC-OPER
           MOVE SCORE-VALUE TO VFY-N1-ED
           MOVE SPACES TO VFY-DETAIL
           STRING "ledger row " SCORE-KEY " score "
                  FUNCTION TRIM(VFY-N1-ED) " has no recorded game"
              DELIMITED BY SIZE INTO VFY-DETAIL
           PERFORM PRINT-EXCEPTION
        END-IF
     END-PERFORM
     .

 LOG-GAME-EXCEPTION.
     *> one line per failed game, under the first reason found
     IF VFY-BAD = 1
        EXIT PARAGRAPH
     END-IF
     MOVE 1 TO VFY-BAD
     MOVE VFY-GAME-DATE TO VFY-EXC-DATE
     MOVE VFY-GAME-TIME TO VFY-EXC-TIME
     MOVE VFY-GAME-OPER TO VFY-EXC-OPER
     PERFORM PRINT-EXCEPTION
     .

 PRINT-EXCEPTION.
     ADD 1 TO VFY-EXC-COUNT
     MOVE VFY-REASON TO VEL-REASON
     MOVE SPACES TO VEL-DATE
     STRING VFY-EXC-DATE(1:4) "-" VFY-EXC-DATE(5:2) "-"
            VFY-EXC-DATE(7:2)
        DELIMITED BY SIZE INTO VEL-DATE
     MOVE SPACES TO VEL-TIME
     STRING VFY-EXC-TIME(1:2) ":" VFY-EXC-TIME(3:2) ":"
            VFY-EXC-TIME(5:2)
        DELIMITED BY SIZE INTO VEL-TIME
     MOVE VFY-EXC-OPER TO VEL-OPERATOR
     MOVE VFY-DETAIL TO VEL-DETAIL
     DISPLAY VFY-EXC-LINE UPON CONSOLE
     .

 PRINT-REPORT-TOTALS.
     DISPLAY " " UPON CONSOLE
     MOVE VFY-GAMES-READ TO VFY-COUNT-ED
     DISPLAY "RECORDED GAMES READ:  " VFY-COUNT-ED UPON CONSOLE
     MOVE VFY-GAMES-SKIPPED TO VFY-COUNT-ED
     DISPLAY "  (BEFORE FROM DATE): " VFY-COUNT-ED UPON CONSOLE
     MOVE VFY-GAMES-REPLAYED TO VFY-COUNT-ED
     DISPLAY "GAMES REPLAYED:       " VFY-COUNT-ED UPON CONSOLE
     MOVE VFY-CERTIFIED TO VFY-COUNT-ED
     DISPLAY "CERTIFIED:            " VFY-COUNT-ED UPON CONSOLE
     MOVE VFY-ROWS-CONFIRMED TO VFY-COUNT-ED
     DISPLAY "LEDGER ROWS CONFIRMED:" VFY-COUNT-ED UPON CONSOLE
     MOVE VFY-NOT-LIVE TO VFY-COUNT-ED
     DISPLAY "ROWS NO LONGER LIVE:  " VFY-COUNT-ED UPON CONSOLE
     MOVE VFY-UNFILED TO VFY-COUNT-ED
     DISPLAY "SCORES NEVER FILED:   " VFY-COUNT-ED UPON CONSOLE
     MOVE VFY-CHALLENGES TO VFY-COUNT-ED
     DISPLAY "CHALLENGE ATTEMPTS:   " VFY-COUNT-ED UPON CONSOLE
     MOVE VFY-ROWS-SWEPT TO VFY-COUNT-ED
     DISPLAY "LEDGER ROWS SWEPT:    " VFY-COUNT-ED UPON CONSOLE
     MOVE VFY-NO-REC-COUNT TO VFY-COUNT-ED
     DISPLAY "ROWS NOT RECORDED:    " VFY-COUNT-ED UPON CONSOLE
     IF VFY-STRAY-COUNT > 0
        MOVE VFY-STRAY-COUNT TO VFY-COUNT-ED
        DISPLAY "STRAY LINES SKIPPED:  " VFY-COUNT-ED UPON CONSOLE
     END-IF
     MOVE VFY-EXC-COUNT TO VFY-COUNT-ED
     DISPLAY "EXCEPTIONS:           " VFY-COUNT-ED UPON CONSOLE

     EVALUATE TRUE
        WHEN VFY-ERROR-FLAG = 1
           DISPLAY "RESULT: *** VERIFICATION INCOMPLETE -- FILE ERROR "
                   "ABOVE ***" UPON CONSOLE
           MOVE 8 TO RETURN-CODE
        WHEN VFY-EXC-COUNT > 0 OR VFY-STRAY-COUNT > 0
           DISPLAY "RESULT: *** EXCEPTIONS FOUND -- REVIEW ABOVE ***"
              UPON CONSOLE
           MOVE 4 TO RETURN-CODE
        WHEN OTHER
           DISPLAY "RESULT: CLEAN -- EVERY REPLAYED GAME CERTIFIED"
              UPON CONSOLE
     END-EVALUATE
     .

*> ------------------------------------------------------------------
*> the game's own logic, mirrored from SNAKE without the screen, the
*> audit trail or the recording -- keep these in step with SNAKE
*> ------------------------------------------------------------------

 FRESH-GAME-STATE.
     COMPUTE head-x = WIDTH / 2
     COMPUTE head-y = HEIGHT / 2

     PERFORM VARYING i FROM 1 BY 1 UNTIL i > snake-length
        MOVE head-x TO snake-x(i)
        MOVE head-y TO snake-y(i)
        SUBTRACT i FROM snake-x(i) GIVING snake-x(i)
     END-PERFORM

     MOVE 0 TO snake1-dead
     MOVE 0 TO snake2-dead
     IF two-player-flag = 1
        PERFORM INIT-SNAKE2-STATE
     END-IF

     PERFORM PLACE-FOOD
     .

 INIT-SNAKE2-STATE.
     COMPUTE head2-x = WIDTH / 2
     COMPUTE head2-y = HEIGHT / 4
     MOVE 0 TO score2
     MOVE 5 TO snake2-length

     PERFORM VARYING i FROM 1 BY 1 UNTIL i > snake2-length
        MOVE head2-x TO snake2-x(i)
        MOVE head2-y TO snake2-y(i)
        ADD i TO snake2-x(i) GIVING snake2-x(i)
     END-PERFORM
     .

 ADVANCE-CAMPAIGN-LEVEL.
     *> the recording says which layout came next (or that there was
     *> none, and the series was won)
     ADD 1 TO campaign-level
     PERFORM READ-LEVEL-BLOCK
     IF VFY-BAD = 1
        EXIT PARAGRAPH
     END-IF
     IF TKL-NUMBER NOT = campaign-level
        MOVE "STATE DIVERGES" TO VFY-REASON
        MOVE campaign-level TO VFY-N1-ED
        MOVE TKL-NUMBER TO VFY-N2-ED
        MOVE SPACES TO VFY-DETAIL
        STRING "replay reached level " FUNCTION TRIM(VFY-N1-ED)
               ", recording says level " FUNCTION TRIM(VFY-N2-ED)
           DELIMITED BY SIZE INTO VFY-DETAIL
        PERFORM LOG-GAME-EXCEPTION
        EXIT PARAGRAPH
     END-IF
     IF TKL-FOUND = 0
        MOVE 1 TO campaign-won
        MOVE 1 TO game-over-flag
        EXIT PARAGRAPH
     END-IF

     MOVE start-length TO snake-length
     MOVE 1 TO dir-x
     MOVE 0 TO dir-y
     MOVE -1 TO dir2-x
     MOVE 0 TO dir2-y
     MOVE 0 TO power-food-active
     MOVE 0 TO POWER-SLOW-TICKS-LEFT
     IF VFY-BASE-TICK-MS > (CAMPAIGN-MIN-TICK-MS + CAMPAIGN-TICK-CUT)
        SUBTRACT CAMPAIGN-TICK-CUT FROM VFY-BASE-TICK-MS
     ELSE
        MOVE CAMPAIGN-MIN-TICK-MS TO VFY-BASE-TICK-MS
     END-IF
     MOVE score2 TO campaign-score2-hold
     PERFORM FRESH-GAME-STATE
     MOVE campaign-score2-hold TO score2
     .

 COMPUTE-HEADS.
     MOVE snake-length TO prev-snake-length
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > snake-length
        MOVE snake-x(i) TO prev-snake-x(i)
        MOVE snake-y(i) TO prev-snake-y(i)
     END-PERFORM

     COMPUTE head-x = snake-x(1) + dir-x
     COMPUTE head-y = snake-y(1) + dir-y
     IF two-player-flag = 1
        MOVE snake2-length TO prev-snake2-length
        PERFORM VARYING i FROM 1 BY 1 UNTIL i > snake2-length
           MOVE snake2-x(i) TO prev-snake2-x(i)
           MOVE snake2-y(i) TO prev-snake2-y(i)
        END-PERFORM
        COMPUTE head2-x = snake2-x(1) + dir2-x
        COMPUTE head2-y = snake2-y(1) + dir2-y
     END-IF
     .

 UPDATE-STATE.
     IF quit-flag = 1
        EXIT PARAGRAPH
     END-IF
     IF wrap-mode-flag = 1
        IF head-x <= 0
           COMPUTE head-x = WIDTH - 2
        END-IF
        IF head-x >= (WIDTH - 1)
           MOVE 1 TO head-x
        END-IF
        IF head-y <= 0
           COMPUTE head-y = HEIGHT - 2
        END-IF
        IF head-y >= (HEIGHT - 1)
           MOVE 1 TO head-y
        END-IF
     ELSE
        IF head-x <= 0 OR head-x >= (WIDTH - 1)
           MOVE 1 TO game-over-flag
           MOVE 1 TO snake1-dead
           EXIT PARAGRAPH
        END-IF
        IF head-y <= 0 OR head-y >= (HEIGHT - 1)
           MOVE 1 TO game-over-flag
           MOVE 1 TO snake1-dead
           EXIT PARAGRAPH
        END-IF
     END-IF

     PERFORM VARYING i FROM 1 BY 1 UNTIL i > OBST-COUNT
        IF OBST-X(i) = head-x AND OBST-Y(i) = head-y
           MOVE 1 TO game-over-flag
           EXIT PERFORM
        END-IF
     END-PERFORM
     IF game-over-flag = 1
        MOVE 1 TO snake1-dead
        EXIT PARAGRAPH
     END-IF

     PERFORM VARYING i FROM 1 BY 1 UNTIL i > snake-length
        IF snake-x(i) = head-x AND snake-y(i) = head-y
           MOVE 1 TO game-over-flag
           EXIT PERFORM
        END-IF
     END-PERFORM
     IF game-over-flag = 1
        MOVE 1 TO snake1-dead
        EXIT PARAGRAPH
     END-IF

     IF two-player-flag = 1
        IF head-x = head2-x AND head-y = head2-y
           MOVE 1 TO game-over-flag
        END-IF
        PERFORM VARYING i FROM 1 BY 1 UNTIL i > prev-snake2-length
           IF prev-snake2-x(i) = head-x AND prev-snake2-y(i) = head-y
              MOVE 1 TO game-over-flag
              EXIT PERFORM
           END-IF
        END-PERFORM
        IF game-over-flag = 1
           MOVE 1 TO snake1-dead
           EXIT PARAGRAPH
        END-IF
     END-IF

     PERFORM VARYING i FROM snake-length BY -1 UNTIL i < 2
        MOVE snake-x(i - 1) TO snake-x(i)
        MOVE snake-y(i - 1) TO snake-y(i)
     END-PERFORM

     MOVE head-x TO snake-x(1)
     MOVE head-y TO snake-y(1)

     IF head-x = food-x AND head-y = food-y
        IF snake-length < MAX-LEN
           ADD 1 TO snake-length
        END-IF
        ADD 10 TO score
        PERFORM PLACE-FOOD
     END-IF

     IF power-food-active = 1 AND head-x = power-food-x
           AND head-y = power-food-y
        ADD POWER-FOOD-POINTS TO score
        MOVE POWER-SLOW-DURATION TO POWER-SLOW-TICKS-LEFT
        MOVE 0 TO power-food-active
     END-IF
     .

 UPDATE-STATE-2.
     IF quit-flag = 1
        EXIT PARAGRAPH
     END-IF
     MOVE 0 TO snake2-hit
     IF wrap-mode-flag = 1
        IF head2-x <= 0
           COMPUTE head2-x = WIDTH - 2
        END-IF
        IF head2-x >= (WIDTH - 1)
           MOVE 1 TO head2-x
        END-IF
        IF head2-y <= 0
           COMPUTE head2-y = HEIGHT - 2
        END-IF
        IF head2-y >= (HEIGHT - 1)
           MOVE 1 TO head2-y
        END-IF
     ELSE
        IF head2-x <= 0 OR head2-x >= (WIDTH - 1)
           MOVE 1 TO game-over-flag
           MOVE 1 TO snake2-dead
           EXIT PARAGRAPH
        END-IF
        IF head2-y <= 0 OR head2-y >= (HEIGHT - 1)
           MOVE 1 TO game-over-flag
           MOVE 1 TO snake2-dead
           EXIT PARAGRAPH
        END-IF
     END-IF

     PERFORM VARYING i FROM 1 BY 1 UNTIL i > OBST-COUNT
        IF OBST-X(i) = head2-x AND OBST-Y(i) = head2-y
           MOVE 1 TO snake2-hit
           EXIT PERFORM
        END-IF
     END-PERFORM
     IF snake2-hit = 1
        MOVE 1 TO game-over-flag
        MOVE 1 TO snake2-dead
        EXIT PARAGRAPH
     END-IF

     PERFORM VARYING i FROM 1 BY 1 UNTIL i > snake2-length
        IF snake2-x(i) = head2-x AND snake2-y(i) = head2-y
           MOVE 1 TO snake2-hit
           EXIT PERFORM
        END-IF
     END-PERFORM
     IF snake2-hit = 1
        MOVE 1 TO game-over-flag
        MOVE 1 TO snake2-dead
        EXIT PARAGRAPH
     END-IF

     IF head2-x = head-x AND head2-y = head-y
        MOVE 1 TO snake2-hit
     END-IF
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > prev-snake-length
        IF prev-snake-x(i) = head2-x AND prev-snake-y(i) = head2-y
           MOVE 1 TO snake2-hit
           EXIT PERFORM
        END-IF
     END-PERFORM
     IF snake2-hit = 1
        MOVE 1 TO game-over-flag
        MOVE 1 TO snake2-dead
        EXIT PARAGRAPH
     END-IF

     PERFORM VARYING i FROM snake2-length BY -1 UNTIL i < 2
        MOVE snake2-x(i - 1) TO snake2-x(i)
        MOVE snake2-y(i - 1) TO snake2-y(i)
     END-PERFORM

     MOVE head2-x TO snake2-x(1)
     MOVE head2-y TO snake2-y(1)

     IF head2-x = food-x AND head2-y = food-y
        IF snake2-length < MAX-LEN
           ADD 1 TO snake2-length
        END-IF
        ADD 10 TO score2
        PERFORM PLACE-FOOD
     END-IF

     IF power-food-active = 1 AND head2-x = power-food-x
           AND head2-y = power-food-y
        ADD POWER-FOOD-POINTS TO score2
        MOVE POWER-SLOW-DURATION TO POWER-SLOW-TICKS-LEFT
        MOVE 0 TO power-food-active
     END-IF
     .

 PLACE-FOOD.
     MOVE 0 TO tmp
     PERFORM VARYING VFY-FOOD-PLACE-TRY FROM 1 BY 1
           UNTIL VFY-FOOD-PLACE-TRY > MAX-FOOD-PLACE-TRIES
        CALL "rand" RETURNING r
        COMPUTE food-x = FUNCTION MOD(r, WIDTH - 2) + 1
        CALL "rand" RETURNING r
        COMPUTE food-y = FUNCTION MOD(r, HEIGHT - 2) + 1

        MOVE 0 TO tmp
        PERFORM VARYING i FROM 1 BY 1 UNTIL i > snake-length
           IF snake-x(i) = food-x AND snake-y(i) = food-y
              MOVE 1 TO tmp
              EXIT PERFORM
           END-IF
        END-PERFORM

        IF tmp = 0
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > OBST-COUNT
              IF OBST-X(i) = food-x AND OBST-Y(i) = food-y
                 MOVE 1 TO tmp
                 EXIT PERFORM
              END-IF
           END-PERFORM
        END-IF

        IF tmp = 0 AND two-player-flag = 1
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > snake2-length
              IF snake2-x(i) = food-x AND snake2-y(i) = food-y
                 MOVE 1 TO tmp
                 EXIT PERFORM
              END-IF
           END-PERFORM
        END-IF

        IF tmp = 0 AND power-food-active = 1
              AND power-food-x = food-x AND power-food-y = food-y
           MOVE 1 TO tmp
        END-IF

        IF tmp = 0
           EXIT PERFORM
        END-IF
     END-PERFORM

     MOVE "FOOD" TO VFY-EXPECT-TYPE
     MOVE food-x TO VFY-EXPECT-X
     MOVE food-y TO VFY-EXPECT-Y
     PERFORM EXPECT-PLACEMENT

     IF tmp NOT = 0
        EXIT PARAGRAPH
     END-IF

     IF power-food-active = 0
        CALL "rand" RETURNING r
        IF FUNCTION MOD(r, POWER-FOOD-ODDS) = 0
           PERFORM PLACE-POWER-FOOD
        END-IF
     END-IF
     .

 PLACE-POWER-FOOD.
     MOVE 0 TO tmp
     PERFORM VARYING VFY-FOOD-PLACE-TRY FROM 1 BY 1
           UNTIL VFY-FOOD-PLACE-TRY > MAX-FOOD-PLACE-TRIES
        CALL "rand" RETURNING r
        COMPUTE power-food-x = FUNCTION MOD(r, WIDTH - 2) + 1
        CALL "rand" RETURNING r
        COMPUTE power-food-y = FUNCTION MOD(r, HEIGHT - 2) + 1

        MOVE 0 TO tmp
        IF power-food-x = food-x AND power-food-y = food-y
           MOVE 1 TO tmp
        END-IF

        IF tmp = 0
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > snake-length
              IF snake-x(i) = power-food-x AND snake-y(i) = power-food-y
                 MOVE 1 TO tmp
                 EXIT PERFORM
              END-IF
           END-PERFORM
        END-IF

        IF tmp = 0
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > OBST-COUNT
              IF OBST-X(i) = power-food-x AND OBST-Y(i) = power-food-y
                 MOVE 1 TO tmp
                 EXIT PERFORM
              END-IF
           END-PERFORM
        END-IF

        IF tmp = 0 AND two-player-flag = 1
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > snake2-length
              IF snake2-x(i) = power-food-x AND snake2-y(i) = power-food-y
                 MOVE 1 TO tmp
                 EXIT PERFORM
              END-IF
           END-PERFORM
        END-IF

        IF tmp = 0
           EXIT PERFORM
        END-IF
     END-PERFORM

     IF tmp NOT = 0
        EXIT PARAGRAPH
     END-IF

     MOVE 1 TO power-food-active
     MOVE "POWER" TO VFY-EXPECT-TYPE
     MOVE power-food-x TO VFY-EXPECT-X
     MOVE power-food-y TO VFY-EXPECT-Y
     PERFORM EXPECT-PLACEMENT
     .

 MANAGE-POWER-SLOWDOWN.
     IF POWER-SLOW-TICKS-LEFT > 0
        SUBTRACT 1 FROM POWER-SLOW-TICKS-LEFT
     END-IF
     MOVE 0 TO VFY-SLOW-PENDING
     .

 EXPECT-PLACEMENT.
     *> the cell the replay just drew must be the next line of the
     *> recording, and the very cell the game drew
     IF VFY-BAD = 1
        EXIT PARAGRAPH
     END-IF
     PERFORM NEXT-LINE
     IF VFY-TYPE NOT = VFY-EXPECT-TYPE
        MOVE 1 TO VFY-HELD
        MOVE "STATE DIVERGES" TO VFY-REASON
        MOVE VFY-EXPECT-X TO VFY-N1-ED
        MOVE VFY-EXPECT-Y TO VFY-N2-ED
        MOVE VFY-TICK TO VFY-N3-ED
        MOVE SPACES TO VFY-DETAIL
        STRING "tick " FUNCTION TRIM(VFY-N3-ED) ": replay drew "
               FUNCTION TRIM(VFY-EXPECT-TYPE) " at "
               FUNCTION TRIM(VFY-N1-ED) "," FUNCTION TRIM(VFY-N2-ED)
               ", recording has none"
           DELIMITED BY SIZE INTO VFY-DETAIL
        PERFORM LOG-GAME-EXCEPTION
        EXIT PARAGRAPH
     END-IF
     MOVE VFY-LINE TO TKF-LINE
     IF TKF-X NOT NUMERIC OR TKF-Y NOT NUMERIC
        MOVE "BAD RECORDING" TO VFY-REASON
        MOVE SPACES TO VFY-DETAIL
        STRING FUNCTION TRIM(VFY-EXPECT-TYPE) " line is damaged"
           DELIMITED BY SIZE INTO VFY-DETAIL
        PERFORM LOG-GAME-EXCEPTION
        EXIT PARAGRAPH
     END-IF
     IF TKF-X NOT = VFY-EXPECT-X OR TKF-Y NOT = VFY-EXPECT-Y
        MOVE "STATE DIVERGES" TO VFY-REASON
        MOVE VFY-EXPECT-X TO VFY-N1-ED
        MOVE VFY-EXPECT-Y TO VFY-N2-ED
        MOVE TKF-X TO VFY-N3-ED
        MOVE TKF-Y TO VFY-N4-ED
        MOVE SPACES TO VFY-DETAIL
        STRING "replay drew " FUNCTION TRIM(VFY-EXPECT-TYPE) " at "
               FUNCTION TRIM(VFY-N1-ED) "," FUNCTION TRIM(VFY-N2-ED)
               ", recording says " FUNCTION TRIM(VFY-N3-ED) ","
               FUNCTION TRIM(VFY-N4-ED)
           DELIMITED BY SIZE INTO VFY-DETAIL
        PERFORM LOG-GAME-EXCEPTION
     END-IF
     .

 COMPUTE-STATE-DIGEST.
     *> must stay the very sum SNAKE's COMPUTE-STATE-DIGEST takes
     COMPUTE VFY-DIGEST = score * 3 + snake-length * 7
                        + (dir-x + 2) * 11 + (dir-y + 2) * 13
                        + food-x * 17 + food-y * 19
                        + POWER-SLOW-TICKS-LEFT * 37
                        + campaign-level * 41
     IF power-food-active = 1
        COMPUTE VFY-DIGEST = VFY-DIGEST + 23
                           + power-food-x * 29 + power-food-y * 31
     END-IF
     IF campaign-flag = 1
        COMPUTE VFY-DIGEST = VFY-DIGEST + VFY-BASE-TICK-MS * 43
     END-IF
     PERFORM VARYING VFY-IX FROM 1 BY 1 UNTIL VFY-IX > snake-length
        COMPUTE VFY-DIGEST = VFY-DIGEST
              + (snake-x(VFY-IX) * 1000 + snake-y(VFY-IX)) * VFY-IX
     END-PERFORM
     IF two-player-flag = 1
        COMPUTE VFY-DIGEST = VFY-DIGEST + score2 * 5
                           + snake2-length * 47
                           + (dir2-x + 2) * 53 + (dir2-y + 2) * 59
        PERFORM VARYING VFY-IX FROM 1 BY 1 UNTIL VFY-IX > snake2-length
           COMPUTE VFY-DIGEST = VFY-DIGEST
                 + (snake2-x(VFY-IX) * 1000 + snake2-y(VFY-IX))
                 * (VFY-IX + 1000)
        END-PERFORM
     END-IF
     COMPUTE VFY-DIGEST = FUNCTION MOD(VFY-DIGEST, 999999937)
     .
 END PROGRAM SNAKEVFY.
