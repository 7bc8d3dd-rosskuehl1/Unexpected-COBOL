>>SOURCE FORMAT FREE
*> Bracket tournament draw, report and history for SNAKE (tourney.dat)
*> Build: cobc -x -free -o snaketrn snaketrn.cob -I copy
*> Run:   ./snaketrn DRAW ID SINGLE|DOUBLE PROFILE|RATING|ENTRY
*>                   NAME NAME [NAME ...]
*>                                   -- enter 2 to 16 entrants, seed
*>                                      them and draw the bracket
*>        ./snaketrn REPORT [ID]     -- the draw, results so far and
*>                                      next matches due, for one
*>                                      tournament or every one not
*>                                      yet filed
*>        ./snaketrn FILE            -- put every finished tournament
*>                                      on permanent record in
*>                                      tourney.his
*>
*> The weekly break-room bracket used to live on a whiteboard, and
*> matches.dat could only say that two people had played.  DRAW keeps
*> the bracket in the tournament master (layout in copy/trnrec.cpy):
*> the entrants are seeded by their best score on the profile master
*> (PROFILE), by the head-to-head ladder in ratings.dat (RATING) or in
*> the order they are typed (ENTRY) -- anyone the chosen master does
*> not know is seeded after everyone it does, in the order typed.
*> The draw is the usual one: the bracket is rounded up to 4, 8 or 16
*> places, seed 1 meets the lowest seed, and the top seeds take the
*> byes.  A double elimination adds a losers' bracket, a grand final
*> and, if the losers'-bracket side wins the grand final, one
*> deciding game.
*> From then on SNAKE does the posting: when the two players of a
*> match that is due start a head-to-head game from the menu, it asks
*> whether this is their bracket game, and the result moves the
*> winner (and in a double elimination the loser) on through the draw
*> -- a tie, or a QUIT by a player 1 who was ahead, settles nothing
*> and the game has to be played again, the same rule SNAKERAT rates
*> by.  Once the register (operators.dat) is in force only games
*> that are recorded can post, so every entrant must be enrolled and
*> not suspended.  Names are taken exactly as typed, as SNAKEOPR
*> takes them.  FILE writes a finished tournament to tourney.his
*> (a T line for the tournament, an M line for every game of it)
*> exactly once; it runs in the nightly stream.
*> The run ends with return code 0 when all is well, 4 when a report
*> finds nothing to show, 8 when the draw cannot be made or a file
*> cannot be read or written and 12 for a bad argument.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. SNAKETRN.

 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT TOURNEY-FILE ASSIGN TO "tourney.dat"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS TRN-KEY
        FILE STATUS IS WS-TRN-STATUS.

     SELECT PROFILE-FILE ASSIGN TO "profiles.dat"
        ORGANIZATION INDEXED
        ACCESS MODE RANDOM
        RECORD KEY IS PROF-OPERATOR
        FILE STATUS IS WS-PROFILE-STATUS.

     SELECT RATING-FILE ASSIGN TO "ratings.dat"
        ORGANIZATION INDEXED
        ACCESS MODE RANDOM
        RECORD KEY IS RAT-OPERATOR
        FILE STATUS IS WS-RAT-STATUS.

     SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
        ORGANIZATION INDEXED
        ACCESS MODE RANDOM
        RECORD KEY IS OPR-OPERATOR
        FILE STATUS IS WS-OPER-STATUS.

     SELECT HISTORY-FILE ASSIGN TO "tourney.his"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-HIS-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  TOURNEY-FILE.
     COPY "trnrec.cpy".

 FD  PROFILE-FILE.
     COPY "profrec.cpy".

 FD  RATING-FILE.
     COPY "ratrec.cpy".

 FD  OPERATOR-FILE.
     COPY "oprrec.cpy".

 FD  HISTORY-FILE.
 01  HISTORY-RECORD            PIC X(140).

 WORKING-STORAGE SECTION.
 01  WS-TRN-STATUS         PIC XX.
 01  WS-PROFILE-STATUS     PIC XX.
 01  WS-RAT-STATUS         PIC XX.
 01  WS-OPER-STATUS        PIC XX.
 01  WS-HIS-STATUS         PIC XX.

 *> the permanent tournament history: a T line for the tournament,
 *> then an M line for each game of the draw that was played or
 *> walked over
 01  THS-T-LINE.
     05  THS-T-TYPE        PIC X      VALUE "T".
     05  FILLER            PIC X      VALUE SPACE.
     05  THS-T-ID          PIC X(8).
     05  FILLER            PIC X      VALUE SPACE.
     05  THS-T-FORMAT      PIC X(6).
     05  FILLER            PIC X      VALUE SPACE.
     05  THS-T-SEEDING     PIC X(8).
     05  FILLER            PIC X      VALUE SPACE.
     05  THS-T-ENTRANTS    PIC 9(2).
     05  FILLER            PIC X      VALUE SPACE.
     05  THS-T-DRAWN       PIC 9(8).
     05  FILLER            PIC X      VALUE SPACE.
     05  THS-T-FINISHED    PIC 9(8).
     05  FILLER            PIC X      VALUE SPACE.
     05  THS-T-CHAMPION    PIC X(20).
     05  FILLER            PIC X      VALUE SPACE.
     05  THS-T-RUNNER-UP   PIC X(20).
 01  THS-M-LINE.
     05  THS-M-TYPE        PIC X      VALUE "M".
     05  FILLER            PIC X      VALUE SPACE.
     05  THS-M-ID          PIC X(8).
     05  FILLER            PIC X      VALUE SPACE.
     05  THS-M-MATCH       PIC 9(3).
     05  FILLER            PIC X      VALUE SPACE.
     05  THS-M-ROUND       PIC X(5).
     05  FILLER            PIC X      VALUE SPACE.
     05  THS-M-PLAYER1     PIC X(20).
     05  FILLER            PIC X      VALUE SPACE.
     05  THS-M-SCORE1      PIC 9(9).
     05  FILLER            PIC X      VALUE SPACE.
     05  THS-M-PLAYER2     PIC X(20).
     05  FILLER            PIC X      VALUE SPACE.
     05  THS-M-SCORE2      PIC 9(9).
     05  FILLER            PIC X      VALUE SPACE.
     05  THS-M-WINNER      PIC X(20).
     05  FILLER            PIC X      VALUE SPACE.
     05  THS-M-DATE        PIC 9(8).
     05  FILLER            PIC X      VALUE SPACE.
     05  THS-M-CAUSE       PIC X(10).

 *> run options, from the command-line arguments
 01  WS-ARG-VAL            PIC X(40).
 01  TNY-ARG-NUM           BINARY-LONG.
 01  TNY-MODE              PIC 9 VALUE 0.
     88  TNY-MODE-DRAW     VALUE 1.
     88  TNY-MODE-REPORT   VALUE 2.
     88  TNY-MODE-FILE     VALUE 3.
 01  TNY-ID                PIC X(8) VALUE SPACES.
 01  TNY-FORMAT            PIC X.
     88  TNY-SINGLE        VALUE "S".
     88  TNY-DOUBLE        VALUE "D".
 01  TNY-SEEDING           PIC X(8).
 01  TNY-NAME-LEN          BINARY-LONG.
 01  TNY-BAD-CHARS         BINARY-LONG.

 *> the name held on a side no entrant will ever reach
 01  TNY-BYE               PIC X(20) VALUE "- BYE -".

 *> the entrants as typed, then in seed order; the seeding value is
 *> the best score or rating, TNY-KNOWN says the master had them
 01  TNY-MAX-ENTRANTS      BINARY-LONG VALUE 16.
 01  TNY-ENTRANTS          BINARY-LONG VALUE 0.
 01  TNY-NAME              OCCURS 16 TIMES PIC X(20).
 01  TNY-VALUE             OCCURS 16 TIMES PIC S9(9)V99.
 01  TNY-KNOWN             OCCURS 16 TIMES PIC 9.
 01  TNY-TMP-NAME          PIC X(20).
 01  TNY-TMP-VALUE         PIC S9(9)V99.
 01  TNY-TMP-KNOWN         PIC 9.
 01  TNY-VALUE-ED          PIC -(8)9.

 *> the shape of the draw: bracket size, rounds, and where each
 *> round's matches start in the numbering
 01  TNY-SIZE              BINARY-LONG.
 01  TNY-ROUNDS            BINARY-LONG.
 01  TNY-LB-ROUNDS         BINARY-LONG.
 01  TNY-MATCH-COUNT       BINARY-LONG.
 01  TNY-WB-BASE           OCCURS 4 TIMES BINARY-LONG.
 01  TNY-WB-COUNT          OCCURS 4 TIMES BINARY-LONG.
 01  TNY-LB-BASE           OCCURS 6 TIMES BINARY-LONG.
 01  TNY-LB-COUNT          OCCURS 6 TIMES BINARY-LONG.
 01  TNY-GF1               BINARY-LONG.
 01  TNY-GF2               BINARY-LONG.
 01  TNY-ROUND             BINARY-LONG.
 01  TNY-IN-ROUND          BINARY-LONG.
 01  TNY-LB-ROUND          BINARY-LONG.
 01  TNY-LB-PAIR           BINARY-LONG.
 *> the seed that stands at each place of the first round
 01  TNY-ORDER             OCCURS 16 TIMES BINARY-LONG.
 01  TNY-ORDER-NEW         OCCURS 16 TIMES BINARY-LONG.
 01  TNY-ORDER-SIZE        BINARY-LONG.
 01  TNY-PLACE             BINARY-LONG.

 *> every match of the draw before it is written
 01  TNY-MT-BRACKET        OCCURS 31 TIMES PIC X.
 01  TNY-MT-ROUND          OCCURS 31 TIMES BINARY-LONG.
 01  TNY-MT-KIND           OCCURS 31 TIMES PIC X.
 01  TNY-MT-WIN-TO         OCCURS 31 TIMES BINARY-LONG.
 01  TNY-MT-WIN-SLOT       OCCURS 31 TIMES BINARY-LONG.
 01  TNY-MT-LOSE-TO        OCCURS 31 TIMES BINARY-LONG.
 01  TNY-MT-LOSE-SLOT      OCCURS 31 TIMES BINARY-LONG.

 *> players waiting to be put into their next match -- a walkover
 *> moves its winner on at once, which can settle another walkover,
 *> so placing is worked off a queue.  A slot of 0 voids the match
 01  TNY-Q-MAX             BINARY-LONG VALUE 100.
 01  TNY-Q-COUNT           BINARY-LONG VALUE 0.
 01  TNY-Q-NEXT            BINARY-LONG.
 01  TNY-Q-NAME            OCCURS 100 TIMES PIC X(20).
 01  TNY-Q-MATCH           OCCURS 100 TIMES BINARY-LONG.
 01  TNY-Q-SLOT            OCCURS 100 TIMES BINARY-LONG.
 01  TNY-PUT-NAME          PIC X(20).
 01  TNY-PUT-MATCH         BINARY-LONG.
 01  TNY-PUT-SLOT          BINARY-LONG.
 01  TNY-WIN-SIDE          BINARY-LONG.
 01  TNY-CROWN-WINNER      PIC X(20).
 01  TNY-CROWN-LOSER       PIC X(20).

 *> tournaments picked out for the report or the history
 01  TNY-MAX-LIST          BINARY-LONG VALUE 100.
 01  TNY-LIST-COUNT        BINARY-LONG VALUE 0.
 01  TNY-LIST-ID           OCCURS 100 TIMES PIC X(8).
 01  TNY-LIST-IX           BINARY-LONG.

 *> the report's matches due, gathered while the draw is listed
 01  TNY-DUE-COUNT         BINARY-LONG.
 01  TNY-DUE-MATCH         OCCURS 31 TIMES BINARY-LONG.
 01  TNY-DUE-ROUND         OCCURS 31 TIMES PIC X(5).
 01  TNY-DUE-P1            OCCURS 31 TIMES PIC X(20).
 01  TNY-DUE-P2            OCCURS 31 TIMES PIC X(20).
 01  TNY-DUE-IX            BINARY-LONG.
 01  TNY-ROUND-LABEL       PIC X(5).
 01  TNY-RESULT            PIC X(40).
 01  TNY-SCORE1-ED         PIC Z(8)9.
 01  TNY-SCORE2-ED         PIC Z(8)9.
 01  TNY-MATCH-ED          PIC ZZ9.
 01  TNY-COUNT-ED          PIC ZZZZZZZZ9.
 01  TNY-FMT-IN            PIC 9(8).
 01  TNY-FMT-OUT           PIC X(10).
 01  TNY-REGISTER-LIVE     PIC 9 VALUE 0.
 01  TNY-FILED-COUNT       BINARY-LONG VALUE 0.
 01  TNY-HIS-LINES         BINARY-LONG VALUE 0.
 01  TNY-ERROR-FLAG        PIC 9 VALUE 0.

 01  cur-date.
     05  YYYY              PIC 9(4).
     05  MM                PIC 9(2).
     05  DD                PIC 9(2).

 01  cur-time.
     05  HH                PIC 9(2).
     05  MIN               PIC 9(2).
     05  SS                PIC 9(2).
     05  MS                PIC 9(2).

 01  i                     BINARY-LONG.
 01  j                     BINARY-LONG.

 PROCEDURE DIVISION.
 MAIN-SECTION.
     PERFORM GET-RUN-OPTIONS
     ACCEPT cur-date FROM DATE YYYYMMDD
     ACCEPT cur-time FROM TIME
     EVALUATE TRUE
        WHEN TNY-MODE-DRAW
           PERFORM CHECK-ENTRANTS-ENROLLED
           PERFORM SEED-ENTRANTS
           PERFORM LAY-OUT-DRAW
           PERFORM WRITE-DRAW
           PERFORM LIST-ONE-TOURNAMENT
        WHEN TNY-MODE-REPORT
           PERFORM REPORT-TOURNAMENTS
        WHEN TNY-MODE-FILE
           PERFORM FILE-FINISHED-TOURNAMENTS
     END-EVALUATE
     STOP RUN.

 GET-RUN-OPTIONS.
     DISPLAY 1 UPON ARGUMENT-NUMBER
     MOVE SPACES TO WS-ARG-VAL
     ACCEPT WS-ARG-VAL FROM ARGUMENT-VALUE
        ON EXCEPTION
           MOVE SPACES TO WS-ARG-VAL
     END-ACCEPT
     EVALUATE FUNCTION UPPER-CASE(WS-ARG-VAL)
        WHEN "DRAW"
           SET TNY-MODE-DRAW TO TRUE
        WHEN "REPORT"
           SET TNY-MODE-REPORT TO TRUE
        WHEN "FILE"
           SET TNY-MODE-FILE TO TRUE
        WHEN OTHER
           IF WS-ARG-VAL NOT = SPACES
              DISPLAY "SNAKETRN: unknown option " WS-ARG-VAL
                 UPON CONSOLE
           END-IF
           PERFORM SHOW-USAGE
           MOVE 12 TO RETURN-CODE
           STOP RUN
     END-EVALUATE
     IF TNY-MODE-FILE
        EXIT PARAGRAPH
     END-IF

     DISPLAY 2 UPON ARGUMENT-NUMBER
     MOVE SPACES TO WS-ARG-VAL
     ACCEPT WS-ARG-VAL FROM ARGUMENT-VALUE
        ON EXCEPTION
           MOVE SPACES TO WS-ARG-VAL
     END-ACCEPT
     IF WS-ARG-VAL = SPACES
        IF TNY-MODE-REPORT
           EXIT PARAGRAPH
        END-IF
        PERFORM SHOW-USAGE
        MOVE 12 TO RETURN-CODE
        STOP RUN
     END-IF
     MOVE 0 TO TNY-BAD-CHARS
     MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ARG-VAL TRAILING))
        TO TNY-NAME-LEN
     INSPECT WS-ARG-VAL(1:TNY-NAME-LEN) TALLYING TNY-BAD-CHARS
        FOR ALL SPACE ALL "," ALL '"' ALL "/"
     IF TNY-NAME-LEN > 8 OR TNY-BAD-CHARS > 0
        DISPLAY "SNAKETRN: a tournament id is 1 to 8 characters, no "
                "space, comma, double quote or slash -- got "
                WS-ARG-VAL UPON CONSOLE
        MOVE 12 TO RETURN-CODE
        STOP RUN
     END-IF
     MOVE WS-ARG-VAL(1:8) TO TNY-ID
     IF TNY-MODE-REPORT
        EXIT PARAGRAPH
     END-IF

     DISPLAY 3 UPON ARGUMENT-NUMBER
     MOVE SPACES TO WS-ARG-VAL
     ACCEPT WS-ARG-VAL FROM ARGUMENT-VALUE
        ON EXCEPTION
           MOVE SPACES TO WS-ARG-VAL
     END-ACCEPT
     EVALUATE FUNCTION UPPER-CASE(WS-ARG-VAL)
        WHEN "SINGLE"
           SET TNY-SINGLE TO TRUE
        WHEN "DOUBLE"
           SET TNY-DOUBLE TO TRUE
        WHEN OTHER
           DISPLAY "SNAKETRN: the format is SINGLE or DOUBLE, got "
                   WS-ARG-VAL UPON CONSOLE
           MOVE 12 TO RETURN-CODE
           STOP RUN
     END-EVALUATE

     DISPLAY 4 UPON ARGUMENT-NUMBER
     MOVE SPACES TO WS-ARG-VAL
     ACCEPT WS-ARG-VAL FROM ARGUMENT-VALUE
        ON EXCEPTION
           MOVE SPACES TO WS-ARG-VAL
     END-ACCEPT
     EVALUATE FUNCTION UPPER-CASE(WS-ARG-VAL)
        WHEN "PROFILE"
        WHEN "RATING"
        WHEN "ENTRY"
           MOVE FUNCTION UPPER-CASE(WS-ARG-VAL) TO TNY-SEEDING
        WHEN OTHER
           DISPLAY "SNAKETRN: seeding is PROFILE, RATING or ENTRY, "
                   "got " WS-ARG-VAL UPON CONSOLE
           MOVE 12 TO RETURN-CODE
           STOP RUN
     END-EVALUATE

     *> the entrants, as many as are given, in the order typed
     MOVE 5 TO TNY-ARG-NUM
     PERFORM UNTIL 1 = 2
        DISPLAY TNY-ARG-NUM UPON ARGUMENT-NUMBER
        MOVE SPACES TO WS-ARG-VAL
        ACCEPT WS-ARG-VAL FROM ARGUMENT-VALUE
           ON EXCEPTION
              EXIT PERFORM
        END-ACCEPT
        IF WS-ARG-VAL = SPACES
           EXIT PERFORM
        END-IF
        IF TNY-ENTRANTS >= TNY-MAX-ENTRANTS
           DISPLAY "SNAKETRN: at most 16 entrants to a tournament"
              UPON CONSOLE
           MOVE 12 TO RETURN-CODE
           STOP RUN
        END-IF
        PERFORM CHECK-NAME-ARG
        PERFORM VARYING i FROM 1 BY 1 UNTIL i > TNY-ENTRANTS
           IF TNY-NAME(i) = WS-ARG-VAL(1:20)
              DISPLAY "SNAKETRN: " FUNCTION TRIM(WS-ARG-VAL)
                      " is entered twice" UPON CONSOLE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
        END-PERFORM
        ADD 1 TO TNY-ENTRANTS
        MOVE WS-ARG-VAL(1:20) TO TNY-NAME(TNY-ENTRANTS)
        ADD 1 TO TNY-ARG-NUM
     END-PERFORM
     IF TNY-ENTRANTS < 2
        DISPLAY "SNAKETRN: a tournament needs at least 2 entrants"
           UPON CONSOLE
        MOVE 12 TO RETURN-CODE
        STOP RUN
     END-IF
     .

 CHECK-NAME-ARG.
     *> the same characters the menu's name editor refuses
     IF WS-ARG-VAL(21:) NOT = SPACES
        DISPLAY "SNAKETRN: operator names are at most 20 characters"
           UPON CONSOLE
        MOVE 12 TO RETURN-CODE
        STOP RUN
     END-IF
     MOVE 0 TO TNY-BAD-CHARS
     MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ARG-VAL TRAILING))
        TO TNY-NAME-LEN
     INSPECT WS-ARG-VAL(1:TNY-NAME-LEN) TALLYING TNY-BAD-CHARS
        FOR ALL SPACE ALL "," ALL '"' ALL "/"
     IF TNY-BAD-CHARS > 0
        DISPLAY "SNAKETRN: an operator name may not contain a space, "
                "comma, double quote or slash" UPON CONSOLE
        MOVE 12 TO RETURN-CODE
        STOP RUN
     END-IF
     .

 SHOW-USAGE.
     DISPLAY "Usage: snaketrn DRAW ID SINGLE|DOUBLE "
             "PROFILE|RATING|ENTRY NAME NAME [NAME ...]" UPON CONSOLE
     DISPLAY "       snaketrn REPORT [ID]" UPON CONSOLE
     DISPLAY "       snaketrn FILE" UPON CONSOLE
     .

 CHECK-ENTRANTS-ENROLLED.
     *> with the register in force an unenrolled or suspended
     *> player's games go unrecorded, so their bracket games could
     *> never post -- the draw would stall at their first match
     OPEN INPUT OPERATOR-FILE
     IF WS-OPER-STATUS = "35"
        EXIT PARAGRAPH
     END-IF
     IF WS-OPER-STATUS NOT = "00"
        DISPLAY "SNAKETRN: could not open operators.dat, status "
                WS-OPER-STATUS " -- bracket not drawn" UPON CONSOLE
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF
     MOVE 1 TO TNY-REGISTER-LIVE
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > TNY-ENTRANTS
        MOVE TNY-NAME(i) TO OPR-OPERATOR
        READ OPERATOR-FILE
        EVALUATE TRUE
           WHEN WS-OPER-STATUS = "23"
              DISPLAY "SNAKETRN: " FUNCTION TRIM(TNY-NAME(i))
                      " is not enrolled" UPON CONSOLE
              MOVE 1 TO TNY-ERROR-FLAG
           WHEN WS-OPER-STATUS NOT = "00"
              DISPLAY "SNAKETRN: could not read operators.dat, status "
                      WS-OPER-STATUS UPON CONSOLE
              MOVE 1 TO TNY-ERROR-FLAG
           WHEN OPR-SUSPENDED
              DISPLAY "SNAKETRN: " FUNCTION TRIM(TNY-NAME(i))
                      " is suspended" UPON CONSOLE
              MOVE 1 TO TNY-ERROR-FLAG
        END-EVALUATE
     END-PERFORM
     CLOSE OPERATOR-FILE
     IF TNY-ERROR-FLAG = 1
        DISPLAY "SNAKETRN: every entrant must be enrolled -- bracket "
                "not drawn" UPON CONSOLE
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF
     .

 SEED-ENTRANTS.
     *> look each entrant up on the chosen master; ENTRY keeps the
     *> order typed
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > TNY-ENTRANTS
        MOVE 0 TO TNY-VALUE(i)
        MOVE 0 TO TNY-KNOWN(i)
     END-PERFORM
     EVALUATE TNY-SEEDING
        WHEN "PROFILE"
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS = "00"
              PERFORM VARYING i FROM 1 BY 1 UNTIL i > TNY-ENTRANTS
                 MOVE TNY-NAME(i) TO PROF-OPERATOR
                 READ PROFILE-FILE
                 IF WS-PROFILE-STATUS = "00"
                    MOVE PROF-BEST-SCORE TO TNY-VALUE(i)
                    MOVE 1 TO TNY-KNOWN(i)
                 END-IF
              END-PERFORM
              CLOSE PROFILE-FILE
           ELSE
              DISPLAY "SNAKETRN: profiles.dat not readable, status "
                      WS-PROFILE-STATUS " -- seeded in entry order"
                 UPON CONSOLE
           END-IF
        WHEN "RATING"
           OPEN INPUT RATING-FILE
           IF WS-RAT-STATUS = "00"
              PERFORM VARYING i FROM 1 BY 1 UNTIL i > TNY-ENTRANTS
                 MOVE TNY-NAME(i) TO RAT-OPERATOR
                 READ RATING-FILE
                 IF WS-RAT-STATUS = "00"
                    MOVE RAT-RATING TO TNY-VALUE(i)
                    MOVE 1 TO TNY-KNOWN(i)
                 END-IF
              END-PERFORM
              CLOSE RATING-FILE
           ELSE
              DISPLAY "SNAKETRN: ratings.dat not readable, status "
                      WS-RAT-STATUS " -- seeded in entry order"
                 UPON CONSOLE
           END-IF
        WHEN OTHER
           CONTINUE
     END-EVALUATE

     *> known entrants first, highest value first; a tie or an unknown
     *> keeps the order typed (the bubble sort never swaps equals)
     PERFORM VARYING i FROM 1 BY 1 UNTIL i >= TNY-ENTRANTS
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > (TNY-ENTRANTS - i)
           IF TNY-KNOWN(j) < TNY-KNOWN(j + 1)
                 OR (TNY-KNOWN(j) = TNY-KNOWN(j + 1)
                    AND TNY-VALUE(j) < TNY-VALUE(j + 1))
              MOVE TNY-NAME(j) TO TNY-TMP-NAME
              MOVE TNY-NAME(j + 1) TO TNY-NAME(j)
              MOVE TNY-TMP-NAME TO TNY-NAME(j + 1)
              MOVE TNY-VALUE(j) TO TNY-TMP-VALUE
              MOVE TNY-VALUE(j + 1) TO TNY-VALUE(j)
              MOVE TNY-TMP-VALUE TO TNY-VALUE(j + 1)
              MOVE TNY-KNOWN(j) TO TNY-TMP-KNOWN
              MOVE TNY-KNOWN(j + 1) TO TNY-KNOWN(j)
              MOVE TNY-TMP-KNOWN TO TNY-KNOWN(j + 1)
           END-IF
        END-PERFORM
     END-PERFORM
     .

 LAY-OUT-DRAW.
     *> bracket size: the smallest power of two that seats everyone
     MOVE 2 TO TNY-SIZE
     MOVE 1 TO TNY-ROUNDS
     PERFORM UNTIL TNY-SIZE >= TNY-ENTRANTS
        COMPUTE TNY-SIZE = TNY-SIZE * 2
        ADD 1 TO TNY-ROUNDS
     END-PERFORM

     *> seed order around the first round: each doubling pairs every
     *> seed s with (new size + 1 - s), so 1 meets the lowest seed
     *> and 1 and 2 can only meet in the final
     MOVE 1 TO TNY-ORDER(1)
     MOVE 1 TO TNY-ORDER-SIZE
     PERFORM UNTIL TNY-ORDER-SIZE >= TNY-SIZE
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > TNY-ORDER-SIZE
           MOVE TNY-ORDER(j) TO TNY-ORDER-NEW(2 * j - 1)
           COMPUTE TNY-ORDER-NEW(2 * j) =
              2 * TNY-ORDER-SIZE + 1 - TNY-ORDER(j)
        END-PERFORM
        COMPUTE TNY-ORDER-SIZE = TNY-ORDER-SIZE * 2
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > TNY-ORDER-SIZE
           MOVE TNY-ORDER-NEW(j) TO TNY-ORDER(j)
        END-PERFORM
     END-PERFORM

     *> match numbers: the winners' bracket round by round, then the
     *> losers' bracket (two rounds for every winners' round after
     *> the first), then the grand final and the deciding game
     MOVE 0 TO TNY-MATCH-COUNT
     PERFORM VARYING TNY-ROUND FROM 1 BY 1 UNTIL TNY-ROUND > TNY-ROUNDS
        MOVE TNY-MATCH-COUNT TO TNY-WB-BASE(TNY-ROUND)
        COMPUTE TNY-WB-COUNT(TNY-ROUND) = TNY-SIZE / (2 ** TNY-ROUND)
        PERFORM VARYING j FROM 1 BY 1
              UNTIL j > TNY-WB-COUNT(TNY-ROUND)
           ADD 1 TO TNY-MATCH-COUNT
           MOVE "W" TO TNY-MT-BRACKET(TNY-MATCH-COUNT)
           MOVE TNY-ROUND TO TNY-MT-ROUND(TNY-MATCH-COUNT)
        END-PERFORM
     END-PERFORM
     MOVE 0 TO TNY-LB-ROUNDS
     MOVE 0 TO TNY-GF1
     MOVE 0 TO TNY-GF2
     IF TNY-DOUBLE
        COMPUTE TNY-LB-ROUNDS = 2 * (TNY-ROUNDS - 1)
        PERFORM VARYING TNY-LB-ROUND FROM 1 BY 1
              UNTIL TNY-LB-ROUND > TNY-LB-ROUNDS
           *> losers'-bracket rounds come in pairs of equal size,
           *> each pair half the one before
           MOVE TNY-MATCH-COUNT TO TNY-LB-BASE(TNY-LB-ROUND)
           COMPUTE TNY-LB-PAIR = (TNY-LB-ROUND + 1) / 2
           COMPUTE TNY-LB-COUNT(TNY-LB-ROUND) = TNY-SIZE
              / (2 ** (TNY-LB-PAIR + 1))
           PERFORM VARYING j FROM 1 BY 1
                 UNTIL j > TNY-LB-COUNT(TNY-LB-ROUND)
              ADD 1 TO TNY-MATCH-COUNT
              MOVE "L" TO TNY-MT-BRACKET(TNY-MATCH-COUNT)
              MOVE TNY-LB-ROUND TO TNY-MT-ROUND(TNY-MATCH-COUNT)
           END-PERFORM
        END-PERFORM
        ADD 1 TO TNY-MATCH-COUNT
        MOVE TNY-MATCH-COUNT TO TNY-GF1
        ADD 1 TO TNY-MATCH-COUNT
        MOVE TNY-MATCH-COUNT TO TNY-GF2
     END-IF

     PERFORM VARYING i FROM 1 BY 1 UNTIL i > TNY-MATCH-COUNT
        MOVE SPACE TO TNY-MT-KIND(i)
        MOVE 0 TO TNY-MT-WIN-TO(i)
        MOVE 0 TO TNY-MT-WIN-SLOT(i)
        MOVE 0 TO TNY-MT-LOSE-TO(i)
        MOVE 0 TO TNY-MT-LOSE-SLOT(i)
     END-PERFORM

     *> where each winners'-bracket game sends its players
     PERFORM VARYING TNY-ROUND FROM 1 BY 1 UNTIL TNY-ROUND > TNY-ROUNDS
        PERFORM VARYING TNY-IN-ROUND FROM 1 BY 1
              UNTIL TNY-IN-ROUND > TNY-WB-COUNT(TNY-ROUND)
           COMPUTE i = TNY-WB-BASE(TNY-ROUND) + TNY-IN-ROUND
           EVALUATE TRUE
              WHEN TNY-ROUND < TNY-ROUNDS
                 COMPUTE TNY-MT-WIN-TO(i) = TNY-WB-BASE(TNY-ROUND + 1)
                    + (TNY-IN-ROUND + 1) / 2
                 COMPUTE TNY-MT-WIN-SLOT(i) =
                    2 - FUNCTION MOD(TNY-IN-ROUND, 2)
              WHEN TNY-SINGLE
                 MOVE "F" TO TNY-MT-KIND(i)
              WHEN OTHER
                 MOVE TNY-GF1 TO TNY-MT-WIN-TO(i)
                 MOVE 1 TO TNY-MT-WIN-SLOT(i)
           END-EVALUATE
           IF TNY-DOUBLE
              *> losers drop into the losers' bracket: the first
              *> round's losers pair off, later rounds' losers meet a
              *> losers'-bracket survivor, taken in reverse order so
              *> the same two are kept apart as long as possible
              EVALUATE TRUE
                 WHEN TNY-ROUNDS = 1
                    MOVE TNY-GF1 TO TNY-MT-LOSE-TO(i)
                    MOVE 2 TO TNY-MT-LOSE-SLOT(i)
                 WHEN TNY-ROUND = 1
                    COMPUTE TNY-MT-LOSE-TO(i) = TNY-LB-BASE(1)
                       + (TNY-IN-ROUND + 1) / 2
                    COMPUTE TNY-MT-LOSE-SLOT(i) =
                       2 - FUNCTION MOD(TNY-IN-ROUND, 2)
                 WHEN OTHER
                    COMPUTE TNY-LB-ROUND = 2 * (TNY-ROUND - 1)
                    COMPUTE TNY-MT-LOSE-TO(i) =
                       TNY-LB-BASE(TNY-LB-ROUND)
                       + TNY-LB-COUNT(TNY-LB-ROUND) + 1 - TNY-IN-ROUND
                    MOVE 2 TO TNY-MT-LOSE-SLOT(i)
              END-EVALUATE
           END-IF
        END-PERFORM
     END-PERFORM

     *> the losers' bracket: a loss there is the second, and out
     PERFORM VARYING TNY-LB-ROUND FROM 1 BY 1
           UNTIL TNY-LB-ROUND > TNY-LB-ROUNDS
        PERFORM VARYING TNY-IN-ROUND FROM 1 BY 1
              UNTIL TNY-IN-ROUND > TNY-LB-COUNT(TNY-LB-ROUND)
           COMPUTE i = TNY-LB-BASE(TNY-LB-ROUND) + TNY-IN-ROUND
           EVALUATE TRUE
              WHEN TNY-LB-ROUND = TNY-LB-ROUNDS
                 MOVE TNY-GF1 TO TNY-MT-WIN-TO(i)
                 MOVE 2 TO TNY-MT-WIN-SLOT(i)
              WHEN FUNCTION MOD(TNY-LB-ROUND, 2) = 1
                 COMPUTE TNY-MT-WIN-TO(i) =
                    TNY-LB-BASE(TNY-LB-ROUND + 1) + TNY-IN-ROUND
                 MOVE 1 TO TNY-MT-WIN-SLOT(i)
              WHEN OTHER
                 COMPUTE TNY-MT-WIN-TO(i) =
                    TNY-LB-BASE(TNY-LB-ROUND + 1)
                    + (TNY-IN-ROUND + 1) / 2
                 COMPUTE TNY-MT-WIN-SLOT(i) =
                    2 - FUNCTION MOD(TNY-IN-ROUND, 2)
           END-EVALUATE
        END-PERFORM
     END-PERFORM

     IF TNY-DOUBLE
        MOVE "G" TO TNY-MT-BRACKET(TNY-GF1)
        MOVE 1 TO TNY-MT-ROUND(TNY-GF1)
        MOVE "1" TO TNY-MT-KIND(TNY-GF1)
        MOVE TNY-GF2 TO TNY-MT-WIN-TO(TNY-GF1)
        MOVE "G" TO TNY-MT-BRACKET(TNY-GF2)
        MOVE 2 TO TNY-MT-ROUND(TNY-GF2)
        MOVE "2" TO TNY-MT-KIND(TNY-GF2)
     END-IF
     .

 WRITE-DRAW.
     *> only a DRAW may create the master
     OPEN I-O TOURNEY-FILE
     IF WS-TRN-STATUS = "35"
        OPEN OUTPUT TOURNEY-FILE
        IF WS-TRN-STATUS = "00"
           CLOSE TOURNEY-FILE
           OPEN I-O TOURNEY-FILE
        END-IF
     END-IF
     IF WS-TRN-STATUS NOT = "00"
        DISPLAY "SNAKETRN: could not open tourney.dat, status "
                WS-TRN-STATUS " -- bracket not drawn" UPON CONSOLE
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF
     MOVE TNY-ID TO TRN-ID
     MOVE 0 TO TRN-MATCH
     READ TOURNEY-FILE
     IF WS-TRN-STATUS = "00"
        DISPLAY "SNAKETRN: tournament " FUNCTION TRIM(TNY-ID)
                " is already drawn -- pick another id" UPON CONSOLE
        CLOSE TOURNEY-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF

     MOVE SPACES TO TRN-BODY
     MOVE TNY-ID TO TRN-ID
     MOVE 0 TO TRN-MATCH
     MOVE TNY-FORMAT TO TRN-H-FORMAT
     MOVE TNY-SEEDING TO TRN-H-SEEDING
     SET TRN-H-ACTIVE TO TRUE
     MOVE TNY-ENTRANTS TO TRN-H-ENTRANTS
     MOVE TNY-SIZE TO TRN-H-SIZE
     MOVE TNY-MATCH-COUNT TO TRN-H-MATCHES
     MOVE cur-date TO TRN-H-DRAWN
     MOVE 0 TO TRN-H-FINISH-DATE
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > TNY-ENTRANTS
        MOVE TNY-NAME(i) TO TRN-H-SEED(i)
     END-PERFORM
     WRITE TOURNEY-RECORD
     IF WS-TRN-STATUS NOT = "00"
        DISPLAY "SNAKETRN: tourney.dat write failed, status "
                WS-TRN-STATUS " -- bracket not drawn" UPON CONSOLE
        CLOSE TOURNEY-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF

     PERFORM VARYING i FROM 1 BY 1 UNTIL i > TNY-MATCH-COUNT
        MOVE SPACES TO TRN-BODY
        MOVE TNY-ID TO TRN-ID
        MOVE i TO TRN-MATCH
        MOVE TNY-MT-BRACKET(i) TO TRN-M-BRACKET
        MOVE TNY-MT-ROUND(i) TO TRN-M-ROUND
        MOVE TNY-MT-KIND(i) TO TRN-M-KIND
        SET TRN-M-WAITING TO TRUE
        MOVE 0 TO TRN-M-SCORE(1)
        MOVE 0 TO TRN-M-SCORE(2)
        MOVE 0 TO TRN-M-PLAYED-DATE
        MOVE 0 TO TRN-M-PLAYED-TIME
        MOVE TNY-MT-WIN-TO(i) TO TRN-M-WIN-TO
        MOVE TNY-MT-WIN-SLOT(i) TO TRN-M-WIN-SLOT
        MOVE TNY-MT-LOSE-TO(i) TO TRN-M-LOSE-TO
        MOVE TNY-MT-LOSE-SLOT(i) TO TRN-M-LOSE-SLOT
        WRITE TOURNEY-RECORD
        IF WS-TRN-STATUS NOT = "00"
           DISPLAY "SNAKETRN: tourney.dat write failed, status "
                   WS-TRN-STATUS UPON CONSOLE
           MOVE 1 TO TNY-ERROR-FLAG
        END-IF
     END-PERFORM

     *> seat the entrants: place p of the first round holds seed
     *> TNY-ORDER(p), or a bye when there are fewer entrants than
     *> places -- the byes fall to the top seeds
     MOVE 0 TO TNY-Q-COUNT
     PERFORM VARYING TNY-PLACE FROM 1 BY 1 UNTIL TNY-PLACE > TNY-SIZE
        IF TNY-ORDER(TNY-PLACE) > TNY-ENTRANTS
           MOVE TNY-BYE TO TNY-PUT-NAME
        ELSE
           MOVE TNY-NAME(TNY-ORDER(TNY-PLACE)) TO TNY-PUT-NAME
        END-IF
        COMPUTE TNY-PUT-MATCH = TNY-WB-BASE(1) + (TNY-PLACE + 1) / 2
        COMPUTE TNY-PUT-SLOT = 2 - FUNCTION MOD(TNY-PLACE, 2)
        PERFORM QUEUE-PLACEMENT
     END-PERFORM
     PERFORM WORK-PLACEMENTS
     CLOSE TOURNEY-FILE

     IF TNY-ERROR-FLAG = 1
        DISPLAY "SNAKETRN: *** DRAW INCOMPLETE -- REVIEW ABOVE ***"
           UPON CONSOLE
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF
     MOVE TNY-MATCH-COUNT TO TNY-COUNT-ED
     DISPLAY "tourney.dat: " FUNCTION TRIM(TNY-ID) " drawn --"
             TNY-COUNT-ED " games in the draw" UPON CONSOLE
     DISPLAY " " UPON CONSOLE
     .

 QUEUE-PLACEMENT.
     IF TNY-Q-COUNT >= TNY-Q-MAX
        DISPLAY "SNAKETRN: placement queue full -- draw incomplete"
           UPON CONSOLE
        MOVE 1 TO TNY-ERROR-FLAG
        EXIT PARAGRAPH
     END-IF
     ADD 1 TO TNY-Q-COUNT
     MOVE TNY-PUT-NAME TO TNY-Q-NAME(TNY-Q-COUNT)
     MOVE TNY-PUT-MATCH TO TNY-Q-MATCH(TNY-Q-COUNT)
     MOVE TNY-PUT-SLOT TO TNY-Q-SLOT(TNY-Q-COUNT)
     .

 WORK-PLACEMENTS.
     *> the queue can grow while it is worked -- a walkover queues
     *> its own winner and loser
     PERFORM VARYING TNY-Q-NEXT FROM 1 BY 1
           UNTIL TNY-Q-NEXT > TNY-Q-COUNT
        PERFORM PLACE-ONE-PLAYER
     END-PERFORM
     MOVE 0 TO TNY-Q-COUNT
     .

 PLACE-ONE-PLAYER.
     MOVE TNY-ID TO TRN-ID
     MOVE TNY-Q-MATCH(TNY-Q-NEXT) TO TRN-MATCH
     READ TOURNEY-FILE
     IF WS-TRN-STATUS NOT = "00"
        DISPLAY "SNAKETRN: match " TRN-MATCH " not readable, status "
                WS-TRN-STATUS UPON CONSOLE
        MOVE 1 TO TNY-ERROR-FLAG
        EXIT PARAGRAPH
     END-IF
     IF TNY-Q-SLOT(TNY-Q-NEXT) = 0
        *> the deciding game is not needed
        SET TRN-M-VOID TO TRUE
        PERFORM REWRITE-MATCH
        EXIT PARAGRAPH
     END-IF
     MOVE TNY-Q-NAME(TNY-Q-NEXT)
        TO TRN-M-PLAYER(TNY-Q-SLOT(TNY-Q-NEXT))
     IF TRN-M-PLAYER(1) = SPACES OR TRN-M-PLAYER(2) = SPACES
        PERFORM REWRITE-MATCH
        EXIT PARAGRAPH
     END-IF
     IF TRN-M-PLAYER(1) NOT = TNY-BYE AND TRN-M-PLAYER(2) NOT = TNY-BYE
        SET TRN-M-READY TO TRUE
        PERFORM REWRITE-MATCH
        EXIT PARAGRAPH
     END-IF
     *> a walkover: whoever is there goes through (a bye against a bye
     *> passes the bye on, to be settled further down the draw)
     IF TRN-M-PLAYER(1) = TNY-BYE
        MOVE 2 TO TNY-WIN-SIDE
     ELSE
        MOVE 1 TO TNY-WIN-SIDE
     END-IF
     SET TRN-M-WALKOVER TO TRUE
     MOVE TRN-M-PLAYER(TNY-WIN-SIDE) TO TRN-M-WINNER
     MOVE TRN-M-PLAYER(3 - TNY-WIN-SIDE) TO TRN-M-LOSER
     MOVE "WALKOVER" TO TRN-M-CAUSE
     MOVE cur-date TO TRN-M-PLAYED-DATE
     MOVE cur-time(1:6) TO TRN-M-PLAYED-TIME
     PERFORM REWRITE-MATCH
     PERFORM MOVE-PLAYERS-ON
     .

 REWRITE-MATCH.
     REWRITE TOURNEY-RECORD
     IF WS-TRN-STATUS NOT = "00"
        DISPLAY "SNAKETRN: tourney.dat rewrite failed at match "
                TRN-MATCH ", status " WS-TRN-STATUS UPON CONSOLE
        MOVE 1 TO TNY-ERROR-FLAG
     END-IF
     .

 MOVE-PLAYERS-ON.
     *> the match in the record area has just been decided
     EVALUATE TRUE
        WHEN TRN-M-FINAL OR TRN-M-GRAND-2
           MOVE TRN-M-WINNER TO TNY-CROWN-WINNER
           MOVE TRN-M-LOSER TO TNY-CROWN-LOSER
           PERFORM CROWN-CHAMPION
        WHEN TRN-M-GRAND-1 AND TRN-M-WINNER = TRN-M-PLAYER(1)
           *> the unbeaten side held on -- no deciding game
           MOVE TRN-M-WINNER TO TNY-CROWN-WINNER
           MOVE TRN-M-LOSER TO TNY-CROWN-LOSER
           MOVE TRN-M-WIN-TO TO TNY-PUT-MATCH
           MOVE SPACES TO TNY-PUT-NAME
           MOVE 0 TO TNY-PUT-SLOT
           PERFORM QUEUE-PLACEMENT
           PERFORM CROWN-CHAMPION
        WHEN TRN-M-GRAND-1
           *> both now have one loss: they play once more
           MOVE TRN-M-WIN-TO TO TNY-PUT-MATCH
           MOVE TRN-M-PLAYER(1) TO TNY-PUT-NAME
           MOVE 1 TO TNY-PUT-SLOT
           PERFORM QUEUE-PLACEMENT
           MOVE TRN-M-PLAYER(2) TO TNY-PUT-NAME
           MOVE 2 TO TNY-PUT-SLOT
           PERFORM QUEUE-PLACEMENT
        WHEN OTHER
           IF TRN-M-WIN-TO > 0
              MOVE TRN-M-WINNER TO TNY-PUT-NAME
              MOVE TRN-M-WIN-TO TO TNY-PUT-MATCH
              MOVE TRN-M-WIN-SLOT TO TNY-PUT-SLOT
              PERFORM QUEUE-PLACEMENT
           END-IF
           IF TRN-M-LOSE-TO > 0
              MOVE TRN-M-LOSER TO TNY-PUT-NAME
              MOVE TRN-M-LOSE-TO TO TNY-PUT-MATCH
              MOVE TRN-M-LOSE-SLOT TO TNY-PUT-SLOT
              PERFORM QUEUE-PLACEMENT
           END-IF
     END-EVALUATE
     .

 CROWN-CHAMPION.
     MOVE TNY-ID TO TRN-ID
     MOVE 0 TO TRN-MATCH
     READ TOURNEY-FILE
     IF WS-TRN-STATUS NOT = "00"
        DISPLAY "SNAKETRN: tournament header not readable, status "
                WS-TRN-STATUS UPON CONSOLE
        MOVE 1 TO TNY-ERROR-FLAG
        EXIT PARAGRAPH
     END-IF
     SET TRN-H-FINISHED TO TRUE
     MOVE TNY-CROWN-WINNER TO TRN-H-CHAMPION
     MOVE TNY-CROWN-LOSER TO TRN-H-RUNNER-UP
     MOVE cur-date TO TRN-H-FINISH-DATE
     REWRITE TOURNEY-RECORD
     IF WS-TRN-STATUS NOT = "00"
        DISPLAY "SNAKETRN: tourney.dat rewrite failed on the header, "
                "status " WS-TRN-STATUS UPON CONSOLE
        MOVE 1 TO TNY-ERROR-FLAG
     END-IF
     .

 REPORT-TOURNAMENTS.
     *> one tournament by id, or every one not yet on the history
     OPEN INPUT TOURNEY-FILE
     IF WS-TRN-STATUS = "35"
        DISPLAY "No tournament master found (tourney.dat) -- no "
                "bracket has been drawn." UPON CONSOLE
        MOVE 4 TO RETURN-CODE
        EXIT PARAGRAPH
     END-IF
     IF WS-TRN-STATUS NOT = "00"
        DISPLAY "SNAKETRN: could not open tourney.dat, status "
                WS-TRN-STATUS UPON CONSOLE
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
     END-IF
     IF TNY-ID NOT = SPACES
        MOVE TNY-ID TO TRN-ID
        MOVE 0 TO TRN-MATCH
        READ TOURNEY-FILE
        CLOSE TOURNEY-FILE
        IF WS-TRN-STATUS NOT = "00"
           DISPLAY "SNAKETRN: no tournament " FUNCTION TRIM(TNY-ID)
                   " in tourney.dat" UPON CONSOLE
           MOVE 8 TO RETURN-CODE
           EXIT PARAGRAPH
        END-IF
        PERFORM LIST-ONE-TOURNAMENT
        EXIT PARAGRAPH
     END-IF

     MOVE 0 TO TNY-LIST-COUNT
     PERFORM UNTIL 1 = 2
        READ TOURNEY-FILE NEXT RECORD
           AT END
              EXIT PERFORM
        END-READ
        IF TRN-MATCH = 0 AND NOT TRN-H-FILED
              AND TNY-LIST-COUNT < TNY-MAX-LIST
           ADD 1 TO TNY-LIST-COUNT
           MOVE TRN-ID TO TNY-LIST-ID(TNY-LIST-COUNT)
        END-IF
     END-PERFORM
     CLOSE TOURNEY-FILE
     IF TNY-LIST-COUNT = 0
        DISPLAY "(no tournament in play or awaiting filing)"
           UPON CONSOLE
        MOVE 4 TO RETURN-CODE
        EXIT PARAGRAPH
     END-IF
     PERFORM VARYING TNY-LIST-IX FROM 1 BY 1
           UNTIL TNY-LIST-IX > TNY-LIST-COUNT
        MOVE TNY-LIST-ID(TNY-LIST-IX) TO TNY-ID
        PERFORM LIST-ONE-TOURNAMENT
        DISPLAY " " UPON CONSOLE
     END-PERFORM
     .

 LIST-ONE-TOURNAMENT.
     *> the seeding, the whole draw with the results so far, and the
     *> games that are due now
     OPEN INPUT TOURNEY-FILE
     IF WS-TRN-STATUS NOT = "00"
        DISPLAY "SNAKETRN: could not open tourney.dat, status "
                WS-TRN-STATUS UPON CONSOLE
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
     END-IF
     MOVE TNY-ID TO TRN-ID
     MOVE 0 TO TRN-MATCH
     READ TOURNEY-FILE
     IF WS-TRN-STATUS NOT = "00"
        DISPLAY "SNAKETRN: tournament header not readable, status "
                WS-TRN-STATUS UPON CONSOLE
        CLOSE TOURNEY-FILE
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
     END-IF

     DISPLAY "SNAKE TOURNAMENT BRACKET -- " TRN-ID UPON CONSOLE
     IF TRN-H-DOUBLE
        DISPLAY "FORMAT:               DOUBLE ELIMINATION"
           UPON CONSOLE
     ELSE
        DISPLAY "FORMAT:               SINGLE ELIMINATION"
           UPON CONSOLE
     END-IF
     DISPLAY "SEEDED BY:            " TRN-H-SEEDING UPON CONSOLE
     MOVE TRN-H-DRAWN TO TNY-FMT-IN
     PERFORM FORMAT-DATE
     DISPLAY "DRAWN:                " TNY-FMT-OUT UPON CONSOLE
     MOVE TRN-H-ENTRANTS TO TNY-COUNT-ED
     DISPLAY "ENTRANTS:             " TNY-COUNT-ED UPON CONSOLE
     MOVE TRN-H-FINISH-DATE TO TNY-FMT-IN
     PERFORM FORMAT-DATE
     EVALUATE TRUE
        WHEN TRN-H-ACTIVE
           DISPLAY "STATUS:               IN PLAY" UPON CONSOLE
        WHEN TRN-H-FINISHED
           DISPLAY "STATUS:               FINISHED " TNY-FMT-OUT
              UPON CONSOLE
        WHEN OTHER
           DISPLAY "STATUS:               FINISHED " TNY-FMT-OUT
                   ", ON RECORD IN tourney.his" UPON CONSOLE
     END-EVALUATE
     DISPLAY " " UPON CONSOLE
     DISPLAY "SEED  OPERATOR" UPON CONSOLE
     DISPLAY "----  --------------------" UPON CONSOLE
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > TRN-H-ENTRANTS
        MOVE i TO TNY-MATCH-ED
        DISPLAY " " TNY-MATCH-ED "  " TRN-H-SEED(i) UPON CONSOLE
     END-PERFORM
     IF NOT TRN-H-ACTIVE
        DISPLAY " " UPON CONSOLE
        DISPLAY "CHAMPION:             " TRN-H-CHAMPION UPON CONSOLE
        DISPLAY "RUNNER-UP:            " TRN-H-RUNNER-UP UPON CONSOLE
     END-IF

     DISPLAY " " UPON CONSOLE
     DISPLAY "DRAW AND RESULTS" UPON CONSOLE
     DISPLAY "GAME  ROUND  PLAYER 1              PLAYER 2              "
             "RESULT" UPON CONSOLE
     DISPLAY "----  -----  --------------------  --------------------  "
             "----------------------------------------" UPON CONSOLE
     MOVE 0 TO TNY-DUE-COUNT
     PERFORM UNTIL 1 = 2
        READ TOURNEY-FILE NEXT RECORD
           AT END
              EXIT PERFORM
        END-READ
        IF TRN-ID NOT = TNY-ID
           EXIT PERFORM
        END-IF
        PERFORM LIST-ONE-MATCH
     END-PERFORM
     CLOSE TOURNEY-FILE

     DISPLAY " " UPON CONSOLE
     DISPLAY "NEXT MATCHES DUE" UPON CONSOLE
     PERFORM VARYING TNY-DUE-IX FROM 1 BY 1
           UNTIL TNY-DUE-IX > TNY-DUE-COUNT
        MOVE TNY-DUE-MATCH(TNY-DUE-IX) TO TNY-MATCH-ED
        DISPLAY " " TNY-MATCH-ED "   " TNY-DUE-ROUND(TNY-DUE-IX) "  "
                FUNCTION TRIM(TNY-DUE-P1(TNY-DUE-IX)) " v "
                FUNCTION TRIM(TNY-DUE-P2(TNY-DUE-IX)) UPON CONSOLE
     END-PERFORM
     IF TNY-DUE-COUNT = 0
        DISPLAY "(none -- waiting on nothing)" UPON CONSOLE
     END-IF
     .

 LIST-ONE-MATCH.
     PERFORM SET-ROUND-LABEL
     MOVE TRN-M-SCORE(1) TO TNY-SCORE1-ED
     MOVE TRN-M-SCORE(2) TO TNY-SCORE2-ED
     MOVE SPACES TO TNY-RESULT
     EVALUATE TRUE
        WHEN TRN-M-PLAYED AND TRN-M-CAUSE = "QUIT"
           STRING FUNCTION TRIM(TRN-M-WINNER) " WON "
                  FUNCTION TRIM(TNY-SCORE1-ED) "-"
                  FUNCTION TRIM(TNY-SCORE2-ED) " (FORFEIT)"
              DELIMITED BY SIZE INTO TNY-RESULT
        WHEN TRN-M-PLAYED
           STRING FUNCTION TRIM(TRN-M-WINNER) " WON "
                  FUNCTION TRIM(TNY-SCORE1-ED) "-"
                  FUNCTION TRIM(TNY-SCORE2-ED)
              DELIMITED BY SIZE INTO TNY-RESULT
        WHEN TRN-M-WALKOVER
           STRING "WALKOVER -- " FUNCTION TRIM(TRN-M-WINNER)
              DELIMITED BY SIZE INTO TNY-RESULT
        WHEN TRN-M-VOID
           MOVE "NOT NEEDED" TO TNY-RESULT
        WHEN TRN-M-READY
           MOVE "DUE" TO TNY-RESULT
           IF TNY-DUE-COUNT < 31
              ADD 1 TO TNY-DUE-COUNT
              MOVE TRN-MATCH TO TNY-DUE-MATCH(TNY-DUE-COUNT)
              MOVE TNY-ROUND-LABEL TO TNY-DUE-ROUND(TNY-DUE-COUNT)
              MOVE TRN-M-PLAYER(1) TO TNY-DUE-P1(TNY-DUE-COUNT)
              MOVE TRN-M-PLAYER(2) TO TNY-DUE-P2(TNY-DUE-COUNT)
           END-IF
        WHEN OTHER
           MOVE "WAITING" TO TNY-RESULT
     END-EVALUATE
     MOVE TRN-MATCH TO TNY-MATCH-ED
     DISPLAY " " TNY-MATCH-ED "  " TNY-ROUND-LABEL "  "
             TRN-M-PLAYER(1) "  " TRN-M-PLAYER(2) "  " TNY-RESULT
        UPON CONSOLE
     .

 SET-ROUND-LABEL.
     *> W1, W2 ... winners' bracket; L1 ... losers'; FINAL, GF, GF2
     MOVE SPACES TO TNY-ROUND-LABEL
     EVALUATE TRUE
        WHEN TRN-M-FINAL
           MOVE "FINAL" TO TNY-ROUND-LABEL
        WHEN TRN-M-GRAND-1
           MOVE "GF" TO TNY-ROUND-LABEL
        WHEN TRN-M-GRAND-2
           MOVE "GF2" TO TNY-ROUND-LABEL
        WHEN OTHER
           MOVE TRN-M-ROUND TO TNY-MATCH-ED
           STRING TRN-M-BRACKET FUNCTION TRIM(TNY-MATCH-ED)
              DELIMITED BY SIZE INTO TNY-ROUND-LABEL
     END-EVALUATE
     .

 FILE-FINISHED-TOURNAMENTS.
     *> a finished tournament goes on permanent record once: its T
     *> line and its games, then the header is marked filed
     OPEN I-O TOURNEY-FILE
     IF WS-TRN-STATUS = "35"
        DISPLAY "No tournament master found (tourney.dat) -- nothing "
                "to file." UPON CONSOLE
        EXIT PARAGRAPH
     END-IF
     IF WS-TRN-STATUS NOT = "00"
        DISPLAY "SNAKETRN: could not open tourney.dat, status "
                WS-TRN-STATUS UPON CONSOLE
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
     END-IF
     MOVE 0 TO TNY-LIST-COUNT
     PERFORM UNTIL 1 = 2
        READ TOURNEY-FILE NEXT RECORD
           AT END
              EXIT PERFORM
        END-READ
        IF TRN-MATCH = 0 AND TRN-H-FINISHED
              AND TNY-LIST-COUNT < TNY-MAX-LIST
           ADD 1 TO TNY-LIST-COUNT
           MOVE TRN-ID TO TNY-LIST-ID(TNY-LIST-COUNT)
        END-IF
     END-PERFORM

     IF TNY-LIST-COUNT > 0
        OPEN EXTEND HISTORY-FILE
        IF WS-HIS-STATUS = "35"
           OPEN OUTPUT HISTORY-FILE
           CLOSE HISTORY-FILE
           OPEN EXTEND HISTORY-FILE
        END-IF
        IF WS-HIS-STATUS NOT = "00"
           DISPLAY "SNAKETRN: could not open tourney.his, status "
                   WS-HIS-STATUS " -- nothing filed" UPON CONSOLE
           CLOSE TOURNEY-FILE
           MOVE 8 TO RETURN-CODE
           EXIT PARAGRAPH
        END-IF
        PERFORM VARYING TNY-LIST-IX FROM 1 BY 1
              UNTIL TNY-LIST-IX > TNY-LIST-COUNT
              OR TNY-ERROR-FLAG = 1
           MOVE TNY-LIST-ID(TNY-LIST-IX) TO TNY-ID
           PERFORM FILE-ONE-TOURNAMENT
        END-PERFORM
        CLOSE HISTORY-FILE
     END-IF
     CLOSE TOURNEY-FILE

     DISPLAY "SNAKE TOURNAMENT HISTORY FILING" UPON CONSOLE
     MOVE TNY-FILED-COUNT TO TNY-COUNT-ED
     DISPLAY "TOURNAMENTS FILED:    " TNY-COUNT-ED UPON CONSOLE
     MOVE TNY-HIS-LINES TO TNY-COUNT-ED
     DISPLAY "HISTORY LINES WRITTEN:" TNY-COUNT-ED UPON CONSOLE
     IF TNY-ERROR-FLAG = 1
        DISPLAY "RESULT: *** FILING STOPPED -- REVIEW ABOVE ***"
           UPON CONSOLE
        MOVE 8 TO RETURN-CODE
     ELSE
        DISPLAY "RESULT: CLEAN" UPON CONSOLE
     END-IF
     .

 FILE-ONE-TOURNAMENT.
     MOVE TNY-ID TO TRN-ID
     MOVE 0 TO TRN-MATCH
     READ TOURNEY-FILE
     IF WS-TRN-STATUS NOT = "00"
        DISPLAY "SNAKETRN: tournament header not readable, status "
                WS-TRN-STATUS UPON CONSOLE
        MOVE 1 TO TNY-ERROR-FLAG
        EXIT PARAGRAPH
     END-IF
     MOVE TRN-ID TO THS-T-ID
     IF TRN-H-DOUBLE
        MOVE "DOUBLE" TO THS-T-FORMAT
     ELSE
        MOVE "SINGLE" TO THS-T-FORMAT
     END-IF
     MOVE TRN-H-SEEDING TO THS-T-SEEDING
     MOVE TRN-H-ENTRANTS TO THS-T-ENTRANTS
     MOVE TRN-H-DRAWN TO THS-T-DRAWN
     MOVE TRN-H-FINISH-DATE TO THS-T-FINISHED
     MOVE TRN-H-CHAMPION TO THS-T-CHAMPION
     MOVE TRN-H-RUNNER-UP TO THS-T-RUNNER-UP
     PERFORM WRITE-HISTORY-T-LINE

     PERFORM UNTIL 1 = 2 OR TNY-ERROR-FLAG = 1
        READ TOURNEY-FILE NEXT RECORD
           AT END
              EXIT PERFORM
        END-READ
        IF TRN-ID NOT = TNY-ID
           EXIT PERFORM
        END-IF
        IF TRN-M-PLAYED OR TRN-M-WALKOVER
           PERFORM SET-ROUND-LABEL
           MOVE TRN-ID TO THS-M-ID
           MOVE TRN-MATCH TO THS-M-MATCH
           MOVE TNY-ROUND-LABEL TO THS-M-ROUND
           MOVE TRN-M-PLAYER(1) TO THS-M-PLAYER1
           MOVE TRN-M-SCORE(1) TO THS-M-SCORE1
           MOVE TRN-M-PLAYER(2) TO THS-M-PLAYER2
           MOVE TRN-M-SCORE(2) TO THS-M-SCORE2
           MOVE TRN-M-WINNER TO THS-M-WINNER
           MOVE TRN-M-PLAYED-DATE TO THS-M-DATE
           MOVE TRN-M-CAUSE TO THS-M-CAUSE
           WRITE HISTORY-RECORD FROM THS-M-LINE
           IF WS-HIS-STATUS NOT = "00"
              DISPLAY "SNAKETRN: tourney.his write failed, status "
                      WS-HIS-STATUS UPON CONSOLE
              MOVE 1 TO TNY-ERROR-FLAG
           ELSE
              ADD 1 TO TNY-HIS-LINES
           END-IF
        END-IF
     END-PERFORM
     IF TNY-ERROR-FLAG = 1
        EXIT PARAGRAPH
     END-IF

     MOVE TNY-ID TO TRN-ID
     MOVE 0 TO TRN-MATCH
     READ TOURNEY-FILE
     IF WS-TRN-STATUS = "00"
        SET TRN-H-FILED TO TRUE
        REWRITE TOURNEY-RECORD
     END-IF
     IF WS-TRN-STATUS NOT = "00"
        DISPLAY "SNAKETRN: could not mark " FUNCTION TRIM(TNY-ID)
                " filed, status " WS-TRN-STATUS
                " -- remove its lines from tourney.his before the "
                "next run" UPON CONSOLE
        MOVE 1 TO TNY-ERROR-FLAG
        EXIT PARAGRAPH
     END-IF
     ADD 1 TO TNY-FILED-COUNT
     DISPLAY "tourney.his: " FUNCTION TRIM(TNY-ID) " filed -- won by "
             FUNCTION TRIM(TRN-H-CHAMPION) UPON CONSOLE
     .

 WRITE-HISTORY-T-LINE.
     WRITE HISTORY-RECORD FROM THS-T-LINE
     IF WS-HIS-STATUS NOT = "00"
        DISPLAY "SNAKETRN: tourney.his write failed, status "
                WS-HIS-STATUS UPON CONSOLE
        MOVE 1 TO TNY-ERROR-FLAG
     ELSE
        ADD 1 TO TNY-HIS-LINES
     END-IF
     .

 FORMAT-DATE.
     *> YYYYMMDD to YYYY-MM-DD; zero prints blank
     MOVE SPACES TO TNY-FMT-OUT
     IF TNY-FMT-IN NOT = 0
        STRING TNY-FMT-IN(1:4) "-" TNY-FMT-IN(5:2) "-" TNY-FMT-IN(7:2)
           DELIMITED BY SIZE INTO TNY-FMT-OUT
     END-IF
     .
 END PROGRAM SNAKETRN.
