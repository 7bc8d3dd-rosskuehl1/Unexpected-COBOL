>>SOURCE FORMAT FREE
*> Year-end close and annual awards for the SNAKE profile master
*> Build: cobc -x -free -o snakeyec snakeyec.cob -I copy
*> Run:   ./snakeyec YYYY          -- the year's awards (a preview
*>                                    while the year is open)
*>        ./snakeyec YYYY CLOSE    -- awards plus official close:
*>                                    every card snapshot to
*>                                    profiles.YYYY.his and the year
*>                                    taken off the cards
*>
*> Every profile card carries the year's play beside the lifetime
*> figures (PROF-YTD, or PROF-PRIOR when the new year's first game has
*> already pushed it aside -- see copy/profrec.cpy).  This batch reads
*> the year from whichever bucket holds it and prints the awards:
*>   most games played
*>   best average, among operators with YEC-MIN-GAMES games or more
*>   best single game
*>   most improved -- the best rise in average over the year before,
*>     as recorded in last year's profiles.YYYY.his, both years
*>     qualified; not awarded when last year was never closed
*>   campaign clears -- won campaigns in campaign.dat that year
*>   head-to-head record -- matches.dat that year, each game settled
*>     the way SNAKERAT rates it (a QUIT with player 1 ahead is no
*>     contest, level or behind is a forfeit to player 2, otherwise
*>     the higher score wins and a tie is a draw; an operator against
*>     themselves does not count): most wins, then fewest losses
*> Every tie is listed.
*>
*> CLOSE writes one C line per card (the year's figures and the
*> lifetime figures as they stood) to profiles.YYYY.his, empties the
*> year's bucket on every card, and only then writes the E line that
*> marks the year closed.  A year with its E line on file refuses to
*> close twice, as SNAKEMON does for a month.  A close that stopped
*> part way is finished by running it again: cards already on file
*> are taken from the history, not the cards, so nothing is written
*> twice and the awards come out the same.  Once a year is closed the
*> preview prints its awards from the history.  A year still in play
*> cannot be closed.
*> The run ends with return code 0, 4 when CLOSE finds the year empty
*> or already closed, 8 when the profile master or the history cannot
*> be read or written and 12 for bad arguments -- the codes the
*> nightly driver SNAKEBAT reads.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. SNAKEYEC.

 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT PROFILE-FILE ASSIGN TO "profiles.dat"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS PROF-OPERATOR
        FILE STATUS IS WS-PROFILE-STATUS.

     SELECT HISTORY-FILE ASSIGN TO YEC-HIS-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-HIS-STATUS.

     SELECT LAST-HISTORY-FILE ASSIGN TO YEC-LAST-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-LAST-STATUS.

     SELECT CAMPAIGN-FILE ASSIGN TO "campaign.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CAMP-STATUS.

     SELECT MATCH-FILE ASSIGN TO "matches.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-MATCH-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  PROFILE-FILE.
     COPY "profrec.cpy".

 FD  HISTORY-FILE.
 01  HISTORY-RECORD            PIC X(128).

 FD  LAST-HISTORY-FILE.
 01  LAST-HISTORY-RECORD       PIC X(128).

 FD  CAMPAIGN-FILE.
 01  CAMPAIGN-RECORD           PIC X(56).

 FD  MATCH-FILE.
 01  MATCH-RECORD              PIC X(104).

 WORKING-STORAGE SECTION.
 01  WS-PROFILE-STATUS     PIC XX.
 01  WS-HIS-STATUS         PIC XX.
 01  WS-LAST-STATUS        PIC XX.
 01  WS-CAMP-STATUS        PIC XX.
 01  WS-MATCH-STATUS       PIC XX.

 *> campaign and match line layouts, shared with SNAKE (the writer)
     COPY "camprec.cpy".
     COPY "matchrec.cpy".

 *> one card line of the year's history: the year's figures, then the
 *> lifetime figures as they stood at the close
 01  YEC-LINE.
     05  YEC-L-TYPE        PIC X.
         88  YEC-L-CARD        VALUE "C".
         88  YEC-L-END         VALUE "E".
     05  FILLER            PIC X      VALUE SPACE.
     05  YEC-L-YEAR        PIC 9(4).
     05  FILLER            PIC X      VALUE SPACE.
     05  YEC-L-OPERATOR    PIC X(20).
     05  FILLER            PIC X      VALUE SPACE.
     05  YEC-L-GAMES       PIC 9(9).
     05  FILLER            PIC X      VALUE SPACE.
     05  YEC-L-TOTAL       PIC 9(12).
     05  FILLER            PIC X      VALUE SPACE.
     05  YEC-L-BEST        PIC 9(9).
     05  FILLER            PIC X      VALUE SPACE.
     05  YEC-L-BEST-DATE   PIC 9(8).
     05  FILLER            PIC X      VALUE SPACE.
     05  YEC-L-FOODS       PIC 9(12).
     05  FILLER            PIC X      VALUE SPACE.
     05  YEC-L-POWERUPS    PIC 9(12).
     05  FILLER            PIC X      VALUE SPACE.
     05  YEC-L-LIFE-GAMES  PIC 9(9).
     05  FILLER            PIC X      VALUE SPACE.
     05  YEC-L-LIFE-TOTAL  PIC 9(12).
     05  FILLER            PIC X      VALUE SPACE.
     05  YEC-L-LIFE-BEST   PIC 9(9).

 *> the last line of a closed year: the date it closed and how many
 *> card lines it holds
 01  YEC-END-LINE.
     05  YEC-E-TYPE        PIC X      VALUE "E".
     05  FILLER            PIC X      VALUE SPACE.
     05  YEC-E-YEAR        PIC 9(4).
     05  FILLER            PIC X      VALUE SPACE.
     05  YEC-E-CLOSED      PIC X(10).
     05  FILLER            PIC X      VALUE SPACE.
     05  YEC-E-CARDS       PIC 9(9).

 *> one year bucket off a card (PROF-YTD or PROF-PRIOR)
 01  YEC-BUCKET.
     05  YEC-B-YEAR            PIC 9(4).
     05  YEC-B-GAMES           BINARY-LONG.
     05  YEC-B-TOTAL           BINARY-DOUBLE.
     05  YEC-B-BEST            BINARY-LONG.
     05  YEC-B-BEST-DATE       PIC 9(8).
     05  YEC-B-FOODS           BINARY-DOUBLE.
     05  YEC-B-POWERUPS        BINARY-DOUBLE.

 *> the award year and the action, from the command line
 01  WS-ARG-VAL            PIC X(20).
 01  YEC-YEAR              PIC 9(4).
 01  YEC-LAST-YEAR         PIC 9(4).
 01  YEC-CLOSE-WANTED      PIC 9 VALUE 0.

 01  YEC-HIS-NAME          PIC X(20) VALUE SPACES.
 01  YEC-LAST-NAME         PIC X(20) VALUE SPACES.

 01  cur-date.
     05  YYYY              PIC 9(4).
     05  MM                PIC 9(2).
     05  DD                PIC 9(2).

 *> the fewest games that make an average worth an award
 01  YEC-MIN-GAMES         BINARY-LONG VALUE 5.

 *> one row per card: the year's figures, the lifetime figures, and
 *> whether the card is already on file in the year's history
 01  YEC-MAX-ROWS          BINARY-LONG VALUE 500.
 01  YEC-COUNT             BINARY-LONG VALUE 0.
 01  YEC-OPER              OCCURS 500 TIMES PIC X(20).
 01  YEC-GAMES             OCCURS 500 TIMES BINARY-LONG.
 01  YEC-TOTAL             OCCURS 500 TIMES BINARY-DOUBLE.
 01  YEC-BEST              OCCURS 500 TIMES BINARY-LONG.
 01  YEC-BEST-DT           OCCURS 500 TIMES PIC 9(8).
 01  YEC-FOODS             OCCURS 500 TIMES BINARY-DOUBLE.
 01  YEC-POWERUPS          OCCURS 500 TIMES BINARY-DOUBLE.
 01  YEC-LIFE-GAMES        OCCURS 500 TIMES BINARY-LONG.
 01  YEC-LIFE-TOTAL        OCCURS 500 TIMES BINARY-DOUBLE.
 01  YEC-LIFE-BEST         OCCURS 500 TIMES BINARY-LONG.
 01  YEC-ON-FILE           OCCURS 500 TIMES PIC 9.
 01  YEC-AVG               OCCURS 500 TIMES BINARY-LONG.
 01  YEC-GAIN              OCCURS 500 TIMES BINARY-LONG.
 01  YEC-HAS-GAIN          OCCURS 500 TIMES PIC 9.

 *> last year's qualified averages, from its history
 01  YEC-LST-COUNT         BINARY-LONG VALUE 0.
 01  YEC-LST-OPER          OCCURS 500 TIMES PIC X(20).
 01  YEC-LST-AVG           OCCURS 500 TIMES BINARY-LONG.
 01  YEC-LST-FOUND         PIC 9 VALUE 0.
 01  YEC-LST-CARDS         BINARY-LONG VALUE 0.

 *> campaign clears in the year, one row per operator
 01  YEC-CLR-COUNT         BINARY-LONG VALUE 0.
 01  YEC-CLR-OPER          OCCURS 500 TIMES PIC X(20).
 01  YEC-CLR-WINS          OCCURS 500 TIMES BINARY-LONG.

 *> head-to-head record in the year, one row per operator
 01  YEC-H2H-COUNT         BINARY-LONG VALUE 0.
 01  YEC-H2H-OPER          OCCURS 500 TIMES PIC X(20).
 01  YEC-H2H-WINS          OCCURS 500 TIMES BINARY-LONG.
 01  YEC-H2H-LOSSES        OCCURS 500 TIMES BINARY-LONG.
 01  YEC-H2H-DRAWS         OCCURS 500 TIMES BINARY-LONG.

 *> the row being looked up or filed
 01  YEC-WHO               PIC X(20).
 01  YEC-ROW-IX            BINARY-LONG.
 01  YEC-WIN-IX            BINARY-LONG.
 01  YEC-LOSE-IX           BINARY-LONG.
 01  YEC-MATCH-RESULT      PIC X.
     88  YEC-P1-WINS           VALUE "1".
     88  YEC-P2-WINS           VALUE "2".
     88  YEC-DRAWN             VALUE "D".
     88  YEC-NO-CONTEST        VALUE "N".

 *> award scratch
 01  YEC-TOP               BINARY-LONG.
 01  YEC-TOP-LOSSES        BINARY-LONG.
 01  YEC-HOLDERS           BINARY-LONG.

 *> swap scratch for the bubble sorts
 01  YEC-TMP-OPER          PIC X(20).
 01  YEC-TMP-NUM           BINARY-LONG.

 *> run state and counts
 01  YEC-ALREADY-CLOSED    PIC 9 VALUE 0.
 01  YEC-CLOSED-ON         PIC X(10) VALUE SPACES.
 01  YEC-HIS-CARDS         BINARY-LONG VALUE 0.
 01  YEC-OVERFLOW          PIC 9 VALUE 0.
 01  YEC-PLAYERS           BINARY-LONG VALUE 0.
 01  YEC-YEAR-GAMES        BINARY-DOUBLE VALUE 0.
 01  YEC-CAMP-READ         BINARY-LONG VALUE 0.
 01  YEC-MATCH-READ        BINARY-LONG VALUE 0.
 01  YEC-NO-CONTESTS       BINARY-LONG VALUE 0.
 01  YEC-WRITTEN           BINARY-LONG VALUE 0.
 01  YEC-RESET             BINARY-LONG VALUE 0.
 01  YEC-ERROR-FLAG        PIC 9 VALUE 0.

 01  YEC-RANK-ED           PIC ZZ9.
 01  YEC-SCORE-ED          PIC ZZZZZZ9.
 01  YEC-GAIN-ED           PIC ZZZZZZ9.
 01  YEC-GAMES-ED          PIC ZZZZ9.
 01  YEC-COUNT-ED          PIC ZZZZZZZZ9.
 01  YEC-W-ED              PIC ZZZ9.
 01  YEC-L-ED              PIC ZZZ9.
 01  YEC-D-ED              PIC ZZZ9.
 01  YEC-DATE-FMT          PIC X(10).

 01  i                     BINARY-LONG.
 01  j                     BINARY-LONG.

 PROCEDURE DIVISION.
 MAIN-SECTION.
     PERFORM GET-AWARD-YEAR
     PERFORM LOAD-YEAR-HISTORY
     PERFORM LOAD-PROFILE-CARDS
     PERFORM LOAD-LAST-YEAR
     PERFORM LOAD-CAMPAIGN-CLEARS
     PERFORM LOAD-MATCH-RECORDS
     PERFORM PRINT-AWARDS
     IF YEC-CLOSE-WANTED = 1
        PERFORM CLOSE-THE-YEAR
     END-IF
     STOP RUN.

 GET-AWARD-YEAR.
     ACCEPT cur-date FROM DATE YYYYMMDD
     DISPLAY 1 UPON ARGUMENT-NUMBER
     MOVE SPACES TO WS-ARG-VAL
     ACCEPT WS-ARG-VAL FROM ARGUMENT-VALUE
        ON EXCEPTION
           DISPLAY "Usage: snakeyec YYYY [CLOSE]" UPON CONSOLE
           MOVE 12 TO RETURN-CODE
           STOP RUN
     END-ACCEPT
     IF WS-ARG-VAL(1:4) NOT NUMERIC OR WS-ARG-VAL(5:16) NOT = SPACES
        DISPLAY "SNAKEYEC: award year must be YYYY, got "
                WS-ARG-VAL UPON CONSOLE
        MOVE 12 TO RETURN-CODE
        STOP RUN
     END-IF
     MOVE WS-ARG-VAL(1:4) TO YEC-YEAR
     IF YEC-YEAR < 1
        DISPLAY "SNAKEYEC: award year must be YYYY, got "
                WS-ARG-VAL UPON CONSOLE
        MOVE 12 TO RETURN-CODE
        STOP RUN
     END-IF
     COMPUTE YEC-LAST-YEAR = YEC-YEAR - 1
     MOVE SPACES TO YEC-HIS-NAME
     STRING "profiles." YEC-YEAR ".his" DELIMITED BY SIZE
        INTO YEC-HIS-NAME
     MOVE SPACES TO YEC-LAST-NAME
     STRING "profiles." YEC-LAST-YEAR ".his" DELIMITED BY SIZE
        INTO YEC-LAST-NAME

     DISPLAY 2 UPON ARGUMENT-NUMBER
     MOVE SPACES TO WS-ARG-VAL
     ACCEPT WS-ARG-VAL FROM ARGUMENT-VALUE
        ON EXCEPTION
           EXIT PARAGRAPH
     END-ACCEPT
     IF FUNCTION UPPER-CASE(WS-ARG-VAL) = "CLOSE"
        MOVE 1 TO YEC-CLOSE-WANTED
     ELSE
        IF WS-ARG-VAL NOT = SPACES
           DISPLAY "SNAKEYEC: unknown option " WS-ARG-VAL
              UPON CONSOLE
           MOVE 12 TO RETURN-CODE
           STOP RUN
        END-IF
     END-IF

     *> the cards are still taking this year's games
     IF YEC-CLOSE-WANTED = 1 AND YEC-YEAR >= YYYY
        DISPLAY "SNAKEYEC: " YEC-YEAR " is still in play -- only a "
                "finished year can close" UPON CONSOLE
        MOVE 12 TO RETURN-CODE
        STOP RUN
     END-IF
     .

 LOAD-YEAR-HISTORY.
     *> cards already on file (a finished or interrupted close) come
     *> from the history, which is what the cards said at the time
     OPEN INPUT HISTORY-FILE
     IF WS-HIS-STATUS = "35"
        EXIT PARAGRAPH
     END-IF
     IF WS-HIS-STATUS NOT = "00"
        DISPLAY "SNAKEYEC: could not open "
                FUNCTION TRIM(YEC-HIS-NAME) ", status "
                WS-HIS-STATUS UPON CONSOLE
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF
     PERFORM UNTIL 1 = 2
        READ HISTORY-FILE
           AT END
              EXIT PERFORM
        END-READ
        MOVE HISTORY-RECORD TO YEC-LINE
        EVALUATE TRUE
           WHEN YEC-L-END
              MOVE HISTORY-RECORD TO YEC-END-LINE
              MOVE 1 TO YEC-ALREADY-CLOSED
              MOVE YEC-E-CLOSED TO YEC-CLOSED-ON
           WHEN YEC-L-CARD
              ADD 1 TO YEC-HIS-CARDS
              IF YEC-COUNT < YEC-MAX-ROWS
                 ADD 1 TO YEC-COUNT
                 MOVE YEC-L-OPERATOR TO YEC-OPER(YEC-COUNT)
                 MOVE YEC-L-GAMES TO YEC-GAMES(YEC-COUNT)
                 MOVE YEC-L-TOTAL TO YEC-TOTAL(YEC-COUNT)
                 MOVE YEC-L-BEST TO YEC-BEST(YEC-COUNT)
                 MOVE YEC-L-BEST-DATE TO YEC-BEST-DT(YEC-COUNT)
                 MOVE YEC-L-FOODS TO YEC-FOODS(YEC-COUNT)
                 MOVE YEC-L-POWERUPS TO YEC-POWERUPS(YEC-COUNT)
                 MOVE YEC-L-LIFE-GAMES TO YEC-LIFE-GAMES(YEC-COUNT)
                 MOVE YEC-L-LIFE-TOTAL TO YEC-LIFE-TOTAL(YEC-COUNT)
                 MOVE YEC-L-LIFE-BEST TO YEC-LIFE-BEST(YEC-COUNT)
                 MOVE 1 TO YEC-ON-FILE(YEC-COUNT)
              ELSE
                 MOVE 1 TO YEC-OVERFLOW
              END-IF
        END-EVALUATE
     END-PERFORM
     CLOSE HISTORY-FILE
     IF YEC-ALREADY-CLOSED = 0 AND YEC-HIS-CARDS > 0
        DISPLAY "SNAKEYEC: "
                FUNCTION TRIM(YEC-HIS-NAME)
                " holds an unfinished close -- cards on file are taken "
                "from it" UPON CONSOLE
     END-IF
     .

 LOAD-PROFILE-CARDS.
     OPEN INPUT PROFILE-FILE
     IF WS-PROFILE-STATUS = "35"
        DISPLAY "No profile master found (profiles.dat) -- no games "
                "on record yet." UPON CONSOLE
        EXIT PARAGRAPH
     END-IF
     IF WS-PROFILE-STATUS NOT = "00"
        DISPLAY "SNAKEYEC: could not open profiles.dat, status "
                WS-PROFILE-STATUS UPON CONSOLE
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF
     PERFORM UNTIL 1 = 2
        READ PROFILE-FILE NEXT RECORD
           AT END
              EXIT PERFORM
        END-READ
        IF WS-PROFILE-STATUS NOT = "00"
           DISPLAY "SNAKEYEC: profiles.dat read error, status "
                   WS-PROFILE-STATUS UPON CONSOLE
           CLOSE PROFILE-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN
        END-IF
        MOVE PROF-OPERATOR TO YEC-WHO
        PERFORM FIND-CARD-ROW
        IF YEC-ROW-IX = 0
           PERFORM FILE-CARD-ROW
        END-IF
     END-PERFORM
     CLOSE PROFILE-FILE

     *> the averages every award below works from
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > YEC-COUNT
        IF YEC-GAMES(i) > 0
           ADD 1 TO YEC-PLAYERS
           ADD YEC-GAMES(i) TO YEC-YEAR-GAMES
           COMPUTE YEC-AVG(i) = YEC-TOTAL(i) / YEC-GAMES(i)
        ELSE
           MOVE 0 TO YEC-AVG(i)
        END-IF
     END-PERFORM
     .

 FIND-CARD-ROW.
     MOVE 0 TO YEC-ROW-IX
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > YEC-COUNT
        IF YEC-OPER(i) = YEC-WHO
           MOVE i TO YEC-ROW-IX
           EXIT PERFORM
        END-IF
     END-PERFORM
     .

 FILE-CARD-ROW.
     *> the year sits in PROF-YTD, or in PROF-PRIOR when a game of the
     *> new year came first; a card with neither did not play
     EVALUATE TRUE
        WHEN PROF-YTD-YEAR = YEC-YEAR
           MOVE PROF-YTD TO YEC-BUCKET
        WHEN PROF-PRIOR-YEAR = YEC-YEAR
           MOVE PROF-PRIOR TO YEC-BUCKET
        WHEN OTHER
           INITIALIZE YEC-BUCKET
     END-EVALUATE
     IF YEC-COUNT >= YEC-MAX-ROWS
        MOVE 1 TO YEC-OVERFLOW
        EXIT PARAGRAPH
     END-IF
     ADD 1 TO YEC-COUNT
     MOVE PROF-OPERATOR TO YEC-OPER(YEC-COUNT)
     MOVE YEC-B-GAMES TO YEC-GAMES(YEC-COUNT)
     MOVE YEC-B-TOTAL TO YEC-TOTAL(YEC-COUNT)
     MOVE YEC-B-BEST TO YEC-BEST(YEC-COUNT)
     MOVE YEC-B-BEST-DATE TO YEC-BEST-DT(YEC-COUNT)
     MOVE YEC-B-FOODS TO YEC-FOODS(YEC-COUNT)
     MOVE YEC-B-POWERUPS TO YEC-POWERUPS(YEC-COUNT)
     MOVE PROF-GAMES-PLAYED TO YEC-LIFE-GAMES(YEC-COUNT)
     MOVE PROF-TOTAL-SCORE TO YEC-LIFE-TOTAL(YEC-COUNT)
     MOVE PROF-BEST-SCORE TO YEC-LIFE-BEST(YEC-COUNT)
     MOVE 0 TO YEC-ON-FILE(YEC-COUNT)
     .

 LOAD-LAST-YEAR.
     *> last year's averages, for most improved -- only from a year
     *> that was closed, so only from a history with its E line; the
     *> cards of an unfinished close are only part of the year
     OPEN INPUT LAST-HISTORY-FILE
     IF WS-LAST-STATUS NOT = "00"
        EXIT PARAGRAPH
     END-IF
     PERFORM UNTIL 1 = 2
        READ LAST-HISTORY-FILE
           AT END
              EXIT PERFORM
        END-READ
        MOVE LAST-HISTORY-RECORD TO YEC-LINE
        IF YEC-L-END
           MOVE 1 TO YEC-LST-FOUND
        END-IF
        IF YEC-L-CARD
           ADD 1 TO YEC-LST-CARDS
        END-IF
        IF YEC-L-CARD AND YEC-L-GAMES >= YEC-MIN-GAMES
              AND YEC-LST-COUNT < YEC-MAX-ROWS
           ADD 1 TO YEC-LST-COUNT
           MOVE YEC-L-OPERATOR TO YEC-LST-OPER(YEC-LST-COUNT)
           COMPUTE YEC-LST-AVG(YEC-LST-COUNT) =
              YEC-L-TOTAL / YEC-L-GAMES
        END-IF
     END-PERFORM
     CLOSE LAST-HISTORY-FILE
     IF YEC-LST-FOUND = 0
        IF YEC-LST-CARDS > 0
           DISPLAY "SNAKEYEC: "
                   FUNCTION TRIM(YEC-LAST-NAME)
                   " holds an unfinished close -- most improved is "
                   "not scored against it" UPON CONSOLE
        END-IF
        EXIT PARAGRAPH
     END-IF

     PERFORM VARYING i FROM 1 BY 1 UNTIL i > YEC-COUNT
        MOVE 0 TO YEC-HAS-GAIN(i)
        IF YEC-GAMES(i) >= YEC-MIN-GAMES
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > YEC-LST-COUNT
              IF YEC-LST-OPER(j) = YEC-OPER(i)
                 MOVE 1 TO YEC-HAS-GAIN(i)
                 COMPUTE YEC-GAIN(i) = YEC-AVG(i) - YEC-LST-AVG(j)
                 EXIT PERFORM
              END-IF
           END-PERFORM
        END-IF
     END-PERFORM
     .

 LOAD-CAMPAIGN-CLEARS.
     OPEN INPUT CAMPAIGN-FILE
     IF WS-CAMP-STATUS = "35"
        EXIT PARAGRAPH
     END-IF
     IF WS-CAMP-STATUS NOT = "00"
        DISPLAY "SNAKEYEC: could not open campaign.dat, status "
                WS-CAMP-STATUS " -- clears not counted" UPON CONSOLE
        MOVE 4 TO RETURN-CODE
        EXIT PARAGRAPH
     END-IF
     PERFORM UNTIL 1 = 2
        READ CAMPAIGN-FILE
           AT END
              EXIT PERFORM
        END-READ
        MOVE CAMPAIGN-RECORD TO CAMP-LINE
        IF CMP-L-YYYY = YEC-YEAR AND CMP-L-WON = 1
           ADD 1 TO YEC-CAMP-READ
           MOVE 0 TO YEC-ROW-IX
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > YEC-CLR-COUNT
              IF YEC-CLR-OPER(i) = CMP-L-OPERATOR
                 MOVE i TO YEC-ROW-IX
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF YEC-ROW-IX = 0 AND YEC-CLR-COUNT < YEC-MAX-ROWS
              ADD 1 TO YEC-CLR-COUNT
              MOVE YEC-CLR-COUNT TO YEC-ROW-IX
              MOVE CMP-L-OPERATOR TO YEC-CLR-OPER(YEC-ROW-IX)
              MOVE 0 TO YEC-CLR-WINS(YEC-ROW-IX)
           END-IF
           IF YEC-ROW-IX > 0
              ADD 1 TO YEC-CLR-WINS(YEC-ROW-IX)
           END-IF
        END-IF
     END-PERFORM
     CLOSE CAMPAIGN-FILE

     *> most clears first
     PERFORM VARYING i FROM 1 BY 1 UNTIL i >= YEC-CLR-COUNT
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > (YEC-CLR-COUNT - i)
           IF YEC-CLR-WINS(j) < YEC-CLR-WINS(j + 1)
              MOVE YEC-CLR-OPER(j) TO YEC-TMP-OPER
              MOVE YEC-CLR-WINS(j) TO YEC-TMP-NUM
              MOVE YEC-CLR-OPER(j + 1) TO YEC-CLR-OPER(j)
              MOVE YEC-CLR-WINS(j + 1) TO YEC-CLR-WINS(j)
              MOVE YEC-TMP-OPER TO YEC-CLR-OPER(j + 1)
              MOVE YEC-TMP-NUM TO YEC-CLR-WINS(j + 1)
           END-IF
        END-PERFORM
     END-PERFORM
     .

 LOAD-MATCH-RECORDS.
     OPEN INPUT MATCH-FILE
     IF WS-MATCH-STATUS = "35"
        EXIT PARAGRAPH
     END-IF
     IF WS-MATCH-STATUS NOT = "00"
        DISPLAY "SNAKEYEC: could not open matches.dat, status "
                WS-MATCH-STATUS " -- head-to-head not counted"
           UPON CONSOLE
        MOVE 4 TO RETURN-CODE
        EXIT PARAGRAPH
     END-IF
     PERFORM UNTIL 1 = 2
        READ MATCH-FILE
           AT END
              EXIT PERFORM
        END-READ
        MOVE MATCH-RECORD TO MATCH-LINE
        IF MAT-L-YYYY = YEC-YEAR AND MAT-L-OPER1 NOT = MAT-L-OPER2
           ADD 1 TO YEC-MATCH-READ
           PERFORM SETTLE-ONE-MATCH
        END-IF
     END-PERFORM
     CLOSE MATCH-FILE

     *> most wins first, fewer losses breaking a tie
     PERFORM VARYING i FROM 1 BY 1 UNTIL i >= YEC-H2H-COUNT
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > (YEC-H2H-COUNT - i)
           IF YEC-H2H-WINS(j) < YEC-H2H-WINS(j + 1)
                 OR (YEC-H2H-WINS(j) = YEC-H2H-WINS(j + 1)
                 AND YEC-H2H-LOSSES(j) > YEC-H2H-LOSSES(j + 1))
              MOVE YEC-H2H-OPER(j) TO YEC-TMP-OPER
              MOVE YEC-H2H-OPER(j + 1) TO YEC-H2H-OPER(j)
              MOVE YEC-TMP-OPER TO YEC-H2H-OPER(j + 1)
              MOVE YEC-H2H-WINS(j) TO YEC-TMP-NUM
              MOVE YEC-H2H-WINS(j + 1) TO YEC-H2H-WINS(j)
              MOVE YEC-TMP-NUM TO YEC-H2H-WINS(j + 1)
              MOVE YEC-H2H-LOSSES(j) TO YEC-TMP-NUM
              MOVE YEC-H2H-LOSSES(j + 1) TO YEC-H2H-LOSSES(j)
              MOVE YEC-TMP-NUM TO YEC-H2H-LOSSES(j + 1)
              MOVE YEC-H2H-DRAWS(j) TO YEC-TMP-NUM
              MOVE YEC-H2H-DRAWS(j + 1) TO YEC-H2H-DRAWS(j)
              MOVE YEC-TMP-NUM TO YEC-H2H-DRAWS(j + 1)
           END-IF
        END-PERFORM
     END-PERFORM
     .

 SETTLE-ONE-MATCH.
     *> the SNAKERAT reading of a match line
     EVALUATE TRUE
        WHEN MAT-L-CAUSE = "QUIT" AND MAT-L-SCORE1 > MAT-L-SCORE2
           SET YEC-NO-CONTEST TO TRUE
        WHEN MAT-L-CAUSE = "QUIT"
           SET YEC-P2-WINS TO TRUE
        WHEN MAT-L-SCORE1 > MAT-L-SCORE2
           SET YEC-P1-WINS TO TRUE
        WHEN MAT-L-SCORE1 < MAT-L-SCORE2
           SET YEC-P2-WINS TO TRUE
        WHEN OTHER
           SET YEC-DRAWN TO TRUE
     END-EVALUATE
     IF YEC-NO-CONTEST
        ADD 1 TO YEC-NO-CONTESTS
        EXIT PARAGRAPH
     END-IF

     MOVE MAT-L-OPER1 TO YEC-WHO
     PERFORM FIND-H2H-ROW
     MOVE YEC-ROW-IX TO YEC-WIN-IX
     MOVE MAT-L-OPER2 TO YEC-WHO
     PERFORM FIND-H2H-ROW
     MOVE YEC-ROW-IX TO YEC-LOSE-IX
     IF YEC-WIN-IX = 0 OR YEC-LOSE-IX = 0
        EXIT PARAGRAPH
     END-IF
     EVALUATE TRUE
        WHEN YEC-P1-WINS
           ADD 1 TO YEC-H2H-WINS(YEC-WIN-IX)
           ADD 1 TO YEC-H2H-LOSSES(YEC-LOSE-IX)
        WHEN YEC-P2-WINS
           ADD 1 TO YEC-H2H-LOSSES(YEC-WIN-IX)
           ADD 1 TO YEC-H2H-WINS(YEC-LOSE-IX)
        WHEN OTHER
           ADD 1 TO YEC-H2H-DRAWS(YEC-WIN-IX)
           ADD 1 TO YEC-H2H-DRAWS(YEC-LOSE-IX)
     END-EVALUATE
     .

 FIND-H2H-ROW.
     MOVE 0 TO YEC-ROW-IX
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > YEC-H2H-COUNT
        IF YEC-H2H-OPER(i) = YEC-WHO
           MOVE i TO YEC-ROW-IX
           EXIT PERFORM
        END-IF
     END-PERFORM
     IF YEC-ROW-IX = 0 AND YEC-H2H-COUNT < YEC-MAX-ROWS
        ADD 1 TO YEC-H2H-COUNT
        MOVE YEC-H2H-COUNT TO YEC-ROW-IX
        MOVE YEC-WHO TO YEC-H2H-OPER(YEC-ROW-IX)
        MOVE 0 TO YEC-H2H-WINS(YEC-ROW-IX)
        MOVE 0 TO YEC-H2H-LOSSES(YEC-ROW-IX)
        MOVE 0 TO YEC-H2H-DRAWS(YEC-ROW-IX)
     END-IF
     .

 PRINT-AWARDS.
     DISPLAY "SNAKE ANNUAL AWARDS FOR " YEC-YEAR UPON CONSOLE
     IF YEC-ALREADY-CLOSED = 1
        DISPLAY "(year closed " YEC-CLOSED-ON
                " -- figures from " FUNCTION TRIM(YEC-HIS-NAME) ")"
           UPON CONSOLE
     ELSE
        DISPLAY "(year not closed -- figures from profiles.dat)"
           UPON CONSOLE
     END-IF
     MOVE YEC-COUNT TO YEC-COUNT-ED
     DISPLAY "PROFILE CARDS:        " YEC-COUNT-ED UPON CONSOLE
     MOVE YEC-PLAYERS TO YEC-COUNT-ED
     DISPLAY "OPERATORS WHO PLAYED: " YEC-COUNT-ED UPON CONSOLE
     MOVE YEC-YEAR-GAMES TO YEC-COUNT-ED
     DISPLAY "GAMES PLAYED:         " YEC-COUNT-ED UPON CONSOLE
     PERFORM AWARD-MOST-GAMES
     PERFORM AWARD-BEST-AVERAGE
     PERFORM AWARD-BEST-GAME
     PERFORM AWARD-MOST-IMPROVED
     PERFORM AWARD-CAMPAIGN-CLEARS
     PERFORM AWARD-HEAD-TO-HEAD
     .

 AWARD-MOST-GAMES.
     DISPLAY " " UPON CONSOLE
     DISPLAY "MOST GAMES PLAYED" UPON CONSOLE
     MOVE 0 TO YEC-TOP
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > YEC-COUNT
        IF YEC-GAMES(i) > YEC-TOP
           MOVE YEC-GAMES(i) TO YEC-TOP
        END-IF
     END-PERFORM
     IF YEC-TOP = 0
        DISPLAY "  (not awarded -- no games on record)" UPON CONSOLE
        EXIT PARAGRAPH
     END-IF
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > YEC-COUNT
        IF YEC-GAMES(i) = YEC-TOP
           MOVE YEC-GAMES(i) TO YEC-GAMES-ED
           DISPLAY "  " YEC-OPER(i) YEC-GAMES-ED " games"
              UPON CONSOLE
        END-IF
     END-PERFORM
     .

 AWARD-BEST-AVERAGE.
     DISPLAY " " UPON CONSOLE
     MOVE YEC-MIN-GAMES TO YEC-GAMES-ED
     DISPLAY "BEST AVERAGE (" FUNCTION TRIM(YEC-GAMES-ED)
             " GAMES OR MORE)" UPON CONSOLE
     MOVE -1 TO YEC-TOP
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > YEC-COUNT
        IF YEC-GAMES(i) >= YEC-MIN-GAMES AND YEC-AVG(i) > YEC-TOP
           MOVE YEC-AVG(i) TO YEC-TOP
        END-IF
     END-PERFORM
     IF YEC-TOP < 0
        DISPLAY "  (not awarded -- nobody played enough games)"
           UPON CONSOLE
        EXIT PARAGRAPH
     END-IF
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > YEC-COUNT
        IF YEC-GAMES(i) >= YEC-MIN-GAMES AND YEC-AVG(i) = YEC-TOP
           MOVE YEC-AVG(i) TO YEC-SCORE-ED
           MOVE YEC-GAMES(i) TO YEC-GAMES-ED
           DISPLAY "  " YEC-OPER(i) YEC-SCORE-ED " over"
                   YEC-GAMES-ED " games" UPON CONSOLE
        END-IF
     END-PERFORM
     .

 AWARD-BEST-GAME.
     DISPLAY " " UPON CONSOLE
     DISPLAY "BEST SINGLE GAME" UPON CONSOLE
     MOVE 0 TO YEC-TOP
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > YEC-COUNT
        IF YEC-GAMES(i) > 0 AND YEC-BEST(i) > YEC-TOP
           MOVE YEC-BEST(i) TO YEC-TOP
        END-IF
     END-PERFORM
     IF YEC-TOP = 0
        DISPLAY "  (not awarded -- no scoring game on record)"
           UPON CONSOLE
        EXIT PARAGRAPH
     END-IF
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > YEC-COUNT
        IF YEC-GAMES(i) > 0 AND YEC-BEST(i) = YEC-TOP
           MOVE YEC-BEST(i) TO YEC-SCORE-ED
           MOVE SPACES TO YEC-DATE-FMT
           STRING YEC-BEST-DT(i)(1:4) "-" YEC-BEST-DT(i)(5:2) "-"
                  YEC-BEST-DT(i)(7:2) DELIMITED BY SIZE
              INTO YEC-DATE-FMT
           DISPLAY "  " YEC-OPER(i) YEC-SCORE-ED " on " YEC-DATE-FMT
              UPON CONSOLE
        END-IF
     END-PERFORM
     .

 AWARD-MOST-IMPROVED.
     DISPLAY " " UPON CONSOLE
     DISPLAY "MOST IMPROVED (AVERAGE AGAINST " YEC-LAST-YEAR ")"
        UPON CONSOLE
     IF YEC-LST-FOUND = 0
        IF YEC-LST-CARDS > 0
           DISPLAY "  (not awarded -- the close of " YEC-LAST-YEAR
                   " is incomplete; finish it with ./snakeyec "
                   YEC-LAST-YEAR " CLOSE)" UPON CONSOLE
        ELSE
           DISPLAY "  (not awarded -- " YEC-LAST-YEAR
                   " was never closed)" UPON CONSOLE
        END-IF
        EXIT PARAGRAPH
     END-IF
     MOVE 0 TO YEC-TOP
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > YEC-COUNT
        IF YEC-HAS-GAIN(i) = 1 AND YEC-GAIN(i) > YEC-TOP
           MOVE YEC-GAIN(i) TO YEC-TOP
        END-IF
     END-PERFORM
     IF YEC-TOP = 0
        DISPLAY "  (not awarded -- no qualified operator improved)"
           UPON CONSOLE
        EXIT PARAGRAPH
     END-IF
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > YEC-COUNT
        IF YEC-HAS-GAIN(i) = 1 AND YEC-GAIN(i) = YEC-TOP
           MOVE YEC-AVG(i) TO YEC-SCORE-ED
           MOVE YEC-GAIN(i) TO YEC-GAIN-ED
           DISPLAY "  " YEC-OPER(i) YEC-SCORE-ED " average, up"
                   YEC-GAIN-ED " on " YEC-LAST-YEAR UPON CONSOLE
        END-IF
     END-PERFORM
     .

 AWARD-CAMPAIGN-CLEARS.
     DISPLAY " " UPON CONSOLE
     DISPLAY "CAMPAIGN CLEARS" UPON CONSOLE
     IF YEC-CLR-COUNT = 0
        DISPLAY "  (not awarded -- no campaign cleared this year)"
           UPON CONSOLE
        EXIT PARAGRAPH
     END-IF
     DISPLAY "RANK  OPERATOR              CLEARS" UPON CONSOLE
     DISPLAY "----  --------------------  ------" UPON CONSOLE
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > YEC-CLR-COUNT
        MOVE i TO YEC-RANK-ED
        MOVE YEC-CLR-WINS(i) TO YEC-GAMES-ED
        IF YEC-CLR-WINS(i) = YEC-CLR-WINS(1)
           DISPLAY " " YEC-RANK-ED "  " YEC-CLR-OPER(i) " "
                   YEC-GAMES-ED "  *** AWARD" UPON CONSOLE
        ELSE
           DISPLAY " " YEC-RANK-ED "  " YEC-CLR-OPER(i) " "
                   YEC-GAMES-ED UPON CONSOLE
        END-IF
     END-PERFORM
     .

 AWARD-HEAD-TO-HEAD.
     DISPLAY " " UPON CONSOLE
     DISPLAY "HEAD-TO-HEAD RECORD" UPON CONSOLE
     IF YEC-H2H-COUNT = 0
        DISPLAY "  (not awarded -- no two-player games this year)"
           UPON CONSOLE
        EXIT PARAGRAPH
     END-IF
     DISPLAY "RANK  OPERATOR                 W     L     D"
        UPON CONSOLE
     DISPLAY "----  --------------------  ----  ----  ----"
        UPON CONSOLE
     MOVE YEC-H2H-WINS(1) TO YEC-TOP
     MOVE YEC-H2H-LOSSES(1) TO YEC-TOP-LOSSES
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > YEC-H2H-COUNT
        MOVE i TO YEC-RANK-ED
        MOVE YEC-H2H-WINS(i) TO YEC-W-ED
        MOVE YEC-H2H-LOSSES(i) TO YEC-L-ED
        MOVE YEC-H2H-DRAWS(i) TO YEC-D-ED
        IF YEC-H2H-WINS(i) = YEC-TOP
              AND YEC-H2H-LOSSES(i) = YEC-TOP-LOSSES AND YEC-TOP > 0
           DISPLAY " " YEC-RANK-ED "  " YEC-H2H-OPER(i) "  "
                   YEC-W-ED "  " YEC-L-ED "  " YEC-D-ED
                   "  *** AWARD" UPON CONSOLE
        ELSE
           DISPLAY " " YEC-RANK-ED "  " YEC-H2H-OPER(i) "  "
                   YEC-W-ED "  " YEC-L-ED "  " YEC-D-ED UPON CONSOLE
        END-IF
     END-PERFORM
     IF YEC-NO-CONTESTS > 0
        MOVE YEC-NO-CONTESTS TO YEC-COUNT-ED
        DISPLAY "NO CONTEST (QUIT):    " YEC-COUNT-ED UPON CONSOLE
     END-IF
     .

 CLOSE-THE-YEAR.
     DISPLAY " " UPON CONSOLE
     *> a year already on record must not close twice -- the history
     *> is the permanent record of the year, not a running log
     IF YEC-ALREADY-CLOSED = 1
        DISPLAY "SNAKEYEC: " YEC-YEAR " is already closed -- closed "
                YEC-CLOSED-ON UPON CONSOLE
        MOVE 4 TO RETURN-CODE
        EXIT PARAGRAPH
     END-IF
     IF YEC-PLAYERS = 0
        DISPLAY "SNAKEYEC: nothing to close -- no games on record "
                "for " YEC-YEAR UPON CONSOLE
        MOVE 4 TO RETURN-CODE
        EXIT PARAGRAPH
     END-IF
     IF YEC-OVERFLOW = 1
        MOVE YEC-MAX-ROWS TO YEC-COUNT-ED
        DISPLAY "SNAKEYEC: more than" YEC-COUNT-ED " profile cards "
                "-- year not closed" UPON CONSOLE
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
     END-IF

     PERFORM WRITE-CARD-SNAPSHOT
     IF YEC-ERROR-FLAG = 1
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
     END-IF
     PERFORM RESET-YEAR-BUCKETS
     IF YEC-ERROR-FLAG = 1
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
     END-IF
     PERFORM WRITE-CLOSE-MARK
     IF YEC-ERROR-FLAG = 1
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
     END-IF

     MOVE YEC-WRITTEN TO YEC-COUNT-ED
     DISPLAY "CARDS SNAPSHOT:       " YEC-COUNT-ED UPON CONSOLE
     MOVE YEC-RESET TO YEC-COUNT-ED
     DISPLAY "CARDS RESET:          " YEC-COUNT-ED UPON CONSOLE
     DISPLAY "YEAR CLOSED: " YEC-YEAR " -- cards recorded in "
             FUNCTION TRIM(YEC-HIS-NAME) UPON CONSOLE
     .

 WRITE-CARD-SNAPSHOT.
     *> every card not already on file, before any card is touched
     OPEN EXTEND HISTORY-FILE
     IF WS-HIS-STATUS = "35"
        OPEN OUTPUT HISTORY-FILE
        CLOSE HISTORY-FILE
        OPEN EXTEND HISTORY-FILE
     END-IF
     IF WS-HIS-STATUS NOT = "00"
        DISPLAY "SNAKEYEC: could not open "
                FUNCTION TRIM(YEC-HIS-NAME) ", status "
                WS-HIS-STATUS " -- year not closed" UPON CONSOLE
        MOVE 1 TO YEC-ERROR-FLAG
        EXIT PARAGRAPH
     END-IF
     MOVE "C" TO YEC-L-TYPE
     MOVE YEC-YEAR TO YEC-L-YEAR
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > YEC-COUNT
        IF YEC-ON-FILE(i) = 0
           MOVE YEC-OPER(i) TO YEC-L-OPERATOR
           MOVE YEC-GAMES(i) TO YEC-L-GAMES
           MOVE YEC-TOTAL(i) TO YEC-L-TOTAL
           MOVE YEC-BEST(i) TO YEC-L-BEST
           MOVE YEC-BEST-DT(i) TO YEC-L-BEST-DATE
           MOVE YEC-FOODS(i) TO YEC-L-FOODS
           MOVE YEC-POWERUPS(i) TO YEC-L-POWERUPS
           MOVE YEC-LIFE-GAMES(i) TO YEC-L-LIFE-GAMES
           MOVE YEC-LIFE-TOTAL(i) TO YEC-L-LIFE-TOTAL
           MOVE YEC-LIFE-BEST(i) TO YEC-L-LIFE-BEST
           WRITE HISTORY-RECORD FROM YEC-LINE
           IF WS-HIS-STATUS NOT = "00"
              DISPLAY "SNAKEYEC: "
                      FUNCTION TRIM(YEC-HIS-NAME) " write failed, "
                      "status " WS-HIS-STATUS " -- year not closed"
                 UPON CONSOLE
              MOVE 1 TO YEC-ERROR-FLAG
              CLOSE HISTORY-FILE
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO YEC-ON-FILE(i)
           ADD 1 TO YEC-WRITTEN
           ADD 1 TO YEC-HIS-CARDS
        END-IF
     END-PERFORM
     CLOSE HISTORY-FILE
     .

 RESET-YEAR-BUCKETS.
     *> take the year off every card; the next game starts the card's
     *> new year afresh
     OPEN I-O PROFILE-FILE
     IF WS-PROFILE-STATUS = "35"
        EXIT PARAGRAPH
     END-IF
     IF WS-PROFILE-STATUS NOT = "00"
        DISPLAY "SNAKEYEC: could not open profiles.dat, status "
                WS-PROFILE-STATUS " -- cards not reset, year not "
                "closed" UPON CONSOLE
        MOVE 1 TO YEC-ERROR-FLAG
        EXIT PARAGRAPH
     END-IF
     PERFORM UNTIL 1 = 2
        READ PROFILE-FILE NEXT RECORD
           AT END
              EXIT PERFORM
        END-READ
        IF WS-PROFILE-STATUS NOT = "00"
           DISPLAY "SNAKEYEC: profiles.dat read error, status "
                   WS-PROFILE-STATUS " -- year not closed"
              UPON CONSOLE
           MOVE 1 TO YEC-ERROR-FLAG
           CLOSE PROFILE-FILE
           EXIT PARAGRAPH
        END-IF
        IF PROF-YTD-YEAR = YEC-YEAR OR PROF-PRIOR-YEAR = YEC-YEAR
           IF PROF-YTD-YEAR = YEC-YEAR
              INITIALIZE PROF-YTD
           END-IF
           IF PROF-PRIOR-YEAR = YEC-YEAR
              INITIALIZE PROF-PRIOR
           END-IF
           REWRITE PROFILE-RECORD
           IF WS-PROFILE-STATUS NOT = "00"
              DISPLAY "SNAKEYEC: reset failed at " PROF-OPERATOR
                      ", status " WS-PROFILE-STATUS
                      " -- year not closed" UPON CONSOLE
              MOVE 1 TO YEC-ERROR-FLAG
              CLOSE PROFILE-FILE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO YEC-RESET
        END-IF
     END-PERFORM
     CLOSE PROFILE-FILE
     .

 WRITE-CLOSE-MARK.
     OPEN EXTEND HISTORY-FILE
     IF WS-HIS-STATUS NOT = "00"
        DISPLAY "SNAKEYEC: could not open "
                FUNCTION TRIM(YEC-HIS-NAME) ", status "
                WS-HIS-STATUS " -- cards reset but year not marked "
                "closed; run the close again" UPON CONSOLE
        MOVE 1 TO YEC-ERROR-FLAG
        EXIT PARAGRAPH
     END-IF
     MOVE YEC-YEAR TO YEC-E-YEAR
     MOVE SPACES TO YEC-E-CLOSED
     STRING YYYY "-" MM "-" DD DELIMITED BY SIZE INTO YEC-E-CLOSED
     MOVE YEC-HIS-CARDS TO YEC-E-CARDS
     WRITE HISTORY-RECORD FROM YEC-END-LINE
     IF WS-HIS-STATUS NOT = "00"
        DISPLAY "SNAKEYEC: "
                FUNCTION TRIM(YEC-HIS-NAME) " write failed, status "
                WS-HIS-STATUS " -- cards reset but year not marked "
                "closed; run the close again" UPON CONSOLE
        MOVE 1 TO YEC-ERROR-FLAG
     END-IF
     CLOSE HISTORY-FILE
     .
 END PROGRAM SNAKEYEC.
