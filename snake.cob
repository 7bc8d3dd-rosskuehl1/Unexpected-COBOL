*> Snake game in GNU COBOL using ncurses (Linux/macOS terminal)
*> Build: cobc -x -free -lncurses -o snake snake.cob -I copy
*> Run:   ./snake  (or: ./snake restart  -- reload this operator's
*>        checkpoint.<name>.dat save; ./snake challenge -- play
*>        today's daily challenge from challenge.sch)
*> Once the operator register (operators.dat, kept by SNAKEOPR)
*> exists, a game reaches the ledger only when it was started from
*> the menu and every player in it is enrolled and keyed their PIN;
*> anything else is played but not recorded.
*> When the two players of a bracket game that is due (tourney.dat,
*> drawn by SNAKETRN) start a head-to-head game from the menu, the
*> menu asks whether this is that game; if so the result is posted
*> to the bracket along with the matches.dat line.
*> A recorded game is checked against the shop's achievement rules
*> (achieve.def) at game end; anything newly earned is filed on the
*> achievements master (achieve.dat) and announced on the console.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. SNAKE.

        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-SPLLST-STATUS.

     *> tick-exact game recording (see copy/tickrec.cpy).  A game
     *> records into a spool named for its operator, the same way the
     *> checkpoint is, so a resumed game carries on the very recording
     *> its checkpoint was saved into; TEARDOWN appends the finished
     *> recording to recording.dat in one piece
     SELECT TICK-SPOOL-FILE ASSIGN TO trec-spool-name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-TSPL-STATUS.

     SELECT TICK-REC-FILE ASSIGN TO "recording.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-TREC-STATUS.

     SELECT MATCH-FILE ASSIGN TO "matches.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-MATCH-STATUS.
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CAMP-STATUS.

     *> operator enrollment register (see copy/oprrec.cpy) -- only
     *> read here, by the startup menu's name and PIN check
     SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
        ORGANIZATION INDEXED
        ACCESS MODE RANDOM
        RECORD KEY IS OPR-OPERATOR
        FILE STATUS IS WS-OPER-STATUS.

     SELECT PINFAIL-FILE ASSIGN TO "pinfail.log"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-PINFAIL-STATUS.

     *> daily challenge: the schedule (see copy/chlsch.cpy) and the
     *> challenge ledger (see copy/chlrec.cpy), kept apart from
     *> scores.dat
     SELECT SCHEDULE-FILE ASSIGN TO "challenge.sch"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-SCHED-STATUS.

     SELECT CHALLENGE-FILE ASSIGN TO "challenge.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CHAL-STATUS.

     *> bracket tournaments (see copy/trnrec.cpy) -- read by the
     *> menu to spot a bracket game that is due, updated when one is
     *> played
     SELECT TOURNEY-FILE ASSIGN TO "tourney.dat"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS TRN-KEY
        FILE STATUS IS WS-TRN-STATUS.

     *> achievements (see copy/achdef.cpy and copy/achrec.cpy) --
     *> the rules are only read; the master gets what a game earned
     SELECT ACHDEF-FILE ASSIGN TO "achieve.def"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-ACHDEF-STATUS.

     SELECT ACHIEVE-FILE ASSIGN TO "achieve.dat"
        ORGANIZATION INDEXED
        ACCESS MODE RANDOM
        RECORD KEY IS ACH-KEY
        FILE STATUS IS WS-ACH-STATUS.

     SELECT PARM-FILE ASSIGN TO "snake.parm"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.
 FD  SPOOL-LIST-FILE.
 01  SPOOL-LIST-RECORD         PIC X(40).

 FD  TICK-SPOOL-FILE.
 01  TICK-SPOOL-RECORD         PIC X(128).

 FD  TICK-REC-FILE.
 01  TICK-REC-RECORD           PIC X(128).

 FD  MATCH-FILE.
 01  MATCH-RECORD              PIC X(104).

 FD  CAMPAIGN-FILE.
 01  CAMPAIGN-RECORD           PIC X(56).

 FD  OPERATOR-FILE.
     COPY "oprrec.cpy".

 FD  PINFAIL-FILE.
 01  PINFAIL-RECORD            PIC X(70).

 FD  SCHEDULE-FILE.
 01  SCHEDULE-RECORD           PIC X(80).

 FD  CHALLENGE-FILE.
 01  CHALLENGE-RECORD          PIC X(97).

 FD  TOURNEY-FILE.
     COPY "trnrec.cpy".

 FD  ACHDEF-FILE.
 01  ACHDEF-RECORD             PIC X(68).

 FD  ACHIEVE-FILE.
     COPY "achrec.cpy".

 FD  PARM-FILE.
 01  PARM-RECORD.
     05  PARM-WIDTH            PIC 9(3).
 01  score2                BINARY-LONG VALUE 0.
 01  snake1-dead           PIC 9 VALUE 0.
 01  snake2-dead           PIC 9 VALUE 0.
 01  snake2-hit            PIC 9 VALUE 0.
 01  quit-flag             PIC 9 VALUE 0.

 01  k                     BINARY-LONG SIGNED.
 01  i                     BINARY-LONG.
 01  WS-LEDGER-SCORE       BINARY-LONG.
 01  WS-LEDGER-SEQ         BINARY-LONG VALUE 0.
 01  WS-LEDGER-RETRY       BINARY-LONG.
 *> the key of the row WRITE-SCORE-RECORD actually wrote, spaces when
 *> the score could not be filed -- the game recording names the
 *> rows it accounts for
 01  WS-LEDGER-KEY         PIC X(16).
 *> the layout the game started on, for the ledger row's rule set --
 *> taken once any checkpoint is loaded, before a campaign advance
 01  rules-level           PIC X(20) VALUE SPACES.
 01  HIGH-SCORE            BINARY-LONG VALUE 0.
 01  HIGH-OPERATOR         PIC X(20) VALUE SPACES.
 01  HIGH-SCORE-FOUND      PIC 9 VALUE 0.
 01  ckpt-file-name        PIC X(40) VALUE "checkpoint.dat".
 01  CKPT-LEGACY-NAME      PIC X(40) VALUE "checkpoint.dat".

 *> tick-exact game recording -- what SNAKEVFY needs to replay a game
 *> exactly and prove its ledger score: the srand seed, every cell
 *> PLACE-FOOD/PLACE-POWER-FOOD chose, and the direction in effect on
 *> every tick.  Tick codes collect in trec-buf and go out as one
 *> TICKS line when it fills or when any other line has to be
 *> written, so the lines stay in the order things happened.
 *> trec-resumed says LOAD-CHECKPOINT really took up a saved game
 01  WS-TSPL-STATUS        PIC XX.
 01  WS-TREC-STATUS        PIC XX.
 01  trec-spool-name       PIC X(40) VALUE SPACES.
 01  trec-open             PIC 9 VALUE 0.
 01  trec-resumed          PIC 9 VALUE 0.
 01  trec-level-found      PIC 9 VALUE 1.
 01  TREC-CODES-PER-LINE   BINARY-LONG VALUE 100.
 01  trec-buf              PIC X(100) VALUE SPACES.
 01  trec-buf-len          BINARY-LONG VALUE 0.
 01  trec-code             PIC X.
 01  trec-line             PIC X(128).
 01  trec-ix               BINARY-LONG.
 01  trec-digest           BINARY-DOUBLE.
 01  trec-key1             PIC X(16) VALUE SPACES.
 01  trec-key2             PIC X(16) VALUE SPACES.
 01  trec-copy-bad         PIC 9.

 *> recording line layouts, shared with SNAKEVFY (the verifier)
     COPY "tickrec.cpy".

 *> attract/demo autoplay -- the computer steers snake 1 toward the food
 *> while dodging walls, obstacles and bodies, restarting itself after a
 *> collision, until a human presses any key
 01  menu-ch               BINARY-LONG.
 01  menu-ix               BINARY-LONG.

 *> operator enrollment register (operators.dat).  Once it exists
 *> a game reaches the ledger only when every player in it is
 *> enrolled, not suspended, and keyed the right PIN at the menu;
 *> any other game is played but left unrecorded -- off the ledger,
 *> the masters, the audit trail and the recordings, exactly like an
 *> attract-mode game.  plr-entry holds each player's ledger name
 *> and where it stands: E enrolled, S suspended, N not enrolled,
 *> ? could not be checked, space when the register is not in force
 01  WS-OPER-STATUS        PIC XX.
 01  WS-PINFAIL-STATUS     PIC XX.
 01  opr-register-live     PIC 9 VALUE 0.
 01  plr-entry             OCCURS 2 TIMES.
     05  plr-name          PIC X(20).
     05  plr-state         PIC X.
         88  plr-enrolled      VALUE "E".
         88  plr-suspended     VALUE "S".
         88  plr-not-enrolled  VALUE "N".
         88  plr-unreadable    VALUE "?".
     05  plr-pin-ok        PIC 9.
 01  plr-ix                BINARY-SHORT.
 01  plr-count             BINARY-SHORT.
 01  unrecorded-flag       PIC 9 VALUE 0.
 01  unrecorded-reason     PIC X(60) VALUE SPACES.
 *> PIN entry on the menu: the digits keyed so far and a row of
 *> stars to echo them.  Three refused PINs end the menu, so a PIN
 *> cannot be found by simply working through them
 01  menu-pin-buf          PIC X(4).
 01  menu-pin-len          BINARY-SHORT VALUE 0.
 01  menu-pin-shown        PIC X(4).
 01  menu-pin-refused      PIC 9 VALUE 0.
 01  menu-pin-fails        BINARY-SHORT VALUE 0.
 01  MENU-MAX-PIN-FAILS    BINARY-SHORT VALUE 3.
 01  menu-tag              PIC X(12).
 01  menu-tag-ix           BINARY-SHORT.
 01  menu-message          PIC X(48) VALUE SPACES.
 *> failed-PIN line layout, shared with SNAKEOPR (the report)
     COPY "pinfail.cpy".

 *> daily challenge -- everyone playing on the same day gets the
 *> same board and the same food and power-up sequence: the layout
 *> and wall setting come from the day's line in challenge.sch and
 *> the srand seed is the date itself.  One player, no campaign, no
 *> ghost, no resume.  Each operator gets the day's number of
 *> attempts; results go to challenge.dat, never to scores.dat or
 *> the profile master, and the audit trail is left alone (it is
 *> reconciled against scores.dat) -- the tick recording is kept, so
 *> SNAKEVFY still replays every attempt
 01  WS-SCHED-STATUS       PIC XX.
 01  WS-CHAL-STATUS        PIC XX.
 01  challenge-flag        PIC 9 VALUE 0.
 01  chl-available         PIC 9 VALUE 0.
 01  chl-found-day         PIC 9 VALUE 0.
 01  chl-date              PIC 9(8).
 01  chl-level-file        PIC X(20).
 01  chl-wrap              PIC 9 VALUE 0.
 01  chl-title             PIC X(30).
 01  chl-attempts-max      BINARY-SHORT VALUE 3.
 01  CHL-DEFAULT-ATTEMPTS  BINARY-SHORT VALUE 3.
 01  chl-attempts-used     BINARY-SHORT VALUE 0.
 01  chl-attempt-no        BINARY-SHORT VALUE 0.
 01  chl-refused           PIC 9 VALUE 0.
 01  chl-num-x             PIC Z9.
 01  chl-num2-x            PIC Z9.
 *> schedule and ledger line layouts, shared with SNAKECHL
     COPY "chlsch.cpy".
     COPY "chlrec.cpy".

 *> bracket tournament game -- set at the menu when the two players
 *> are due to meet in a tournament drawn by SNAKETRN and say this is
 *> that game.  The result is posted by WRITE-MATCH-RECORD: the
 *> winner (and in a double elimination the loser) is put into the
 *> next match, and a side left facing a bye is walked over at once,
 *> so placing is worked off a queue.  A slot of 0 voids the match
 01  WS-TRN-STATUS         PIC XX.
 01  bkt-game-flag         PIC 9 VALUE 0.
 01  bkt-found             PIC 9 VALUE 0.
 01  bkt-live-header       PIC 9 VALUE 0.
 01  bkt-id                PIC X(8) VALUE SPACES.
 01  bkt-match             PIC 9(3) VALUE 0.
 01  bkt-match-x           PIC ZZ9.
 01  bkt-win-player        BINARY-SHORT.
 01  bkt-p1-side           BINARY-SHORT.
 01  bkt-win-side          BINARY-SHORT.
 01  bkt-crowned           PIC 9 VALUE 0.
 01  bkt-error             PIC 9 VALUE 0.
 01  bkt-champion          PIC X(20).
 01  bkt-runner-up         PIC X(20).
 01  bkt-winner            PIC X(20).
 01  BKT-BYE               PIC X(20) VALUE "- BYE -".
 01  BKT-Q-MAX             BINARY-SHORT VALUE 100.
 01  bkt-q-count           BINARY-SHORT VALUE 0.
 01  bkt-q-next            BINARY-SHORT.
 01  bkt-q-name            OCCURS 100 TIMES PIC X(20).
 01  bkt-q-match           OCCURS 100 TIMES PIC 9(3).
 01  bkt-q-slot            OCCURS 100 TIMES PIC 9.
 01  bkt-put-name          PIC X(20).
 01  bkt-put-match         PIC 9(3).
 01  bkt-put-slot          PIC 9.
 01  KEY-Y                 BINARY-LONG VALUE 121.
 01  KEY-N                 BINARY-LONG VALUE 110.
 01  KEY-UPPER-Y           BINARY-LONG VALUE 89.
 01  KEY-UPPER-N           BINARY-LONG VALUE 78.

 01  KEY-1                 BINARY-LONG VALUE 49.
 01  KEY-2                 BINARY-LONG VALUE 50.
 01  KEY-3                 BINARY-LONG VALUE 51.
 01  KEY-4                 BINARY-LONG VALUE 52.
 01  KEY-5                 BINARY-LONG VALUE 53.
 01  KEY-6                 BINARY-LONG VALUE 54.
 01  KEY-7                 BINARY-LONG VALUE 55.
 01  KEY-0                 BINARY-LONG VALUE 48.
 01  KEY-9                 BINARY-LONG VALUE 57.
 01  KEY-ENTER-LF          BINARY-LONG VALUE 10.
 01  KEY-ENTER-CR          BINARY-LONG VALUE 13.
 01  KEY-BACKSPACE-NC      BINARY-LONG VALUE 263.
 01  KEY-BACKSPACE-DEL     BINARY-LONG VALUE 127.
 01  KEY-BACKSPACE-BS      BINARY-LONG VALUE 8.

 *> achievements -- the rules in achieve.def are checked against a
 *> recorded game at game end, for each player whose ledger row was
 *> filed.  awd-plr holds what each player did this game; the ghost
 *> and the campaign count for player 1 only, as they do everywhere
 *> else, and the streak is counted off matches.dat by the SNAKERAT
 *> reading (a no-contest neither extends nor breaks it)
 01  WS-ACHDEF-STATUS      PIC XX.
 01  WS-ACH-STATUS         PIC XX.
     COPY "achdef.cpy".
 01  AWD-MAX-RULES         BINARY-LONG VALUE 50.
 01  awd-rule-count        BINARY-LONG VALUE 0.
 01  awd-rule              OCCURS 50 TIMES.
     05  awd-rule-code     PIC X(8).
     05  awd-rule-type     PIC X(8).
     05  awd-rule-need     BINARY-LONG.
     05  awd-rule-title    PIC X(40).
 01  awd-rule-ix           BINARY-LONG.
 01  awd-want-streak       PIC 9 VALUE 0.
 01  awd-plr-count         BINARY-LONG VALUE 0.
 01  awd-plr               OCCURS 2 TIMES.
     05  awd-oper          PIC X(20).
     05  awd-score         BINARY-LONG.
     05  awd-foods         BINARY-LONG.
     05  awd-powerups      BINARY-LONG.
     05  awd-camp-won      PIC 9.
     05  awd-ghost-won     PIC 9.
     05  awd-streak        BINARY-LONG.
 01  awd-plr-ix            BINARY-LONG.
 01  awd-earned            PIC 9.
 01  awd-value             BINARY-LONG.
 01  awd-winner            PIC 9.
 01  awd-new-count         BINARY-LONG VALUE 0.

 *> external parameter file (snake.parm) -- board size, speed, start length
 01  WS-PARM-STATUS        PIC XX.
 01  TICK-DELAY-MS         BINARY-LONG VALUE 70.
     IF menu-wanted = 1
        PERFORM SHOW-START-MENU
     END-IF
     PERFORM CHECK-ENROLLMENT
     IF challenge-flag = 1 AND menu-wanted = 0
        PERFORM CHALLENGE-SCRIPTED-START
     END-IF
     PERFORM INIT-GAME

     PERFORM UNTIL game-over-flag = 1
        PERFORM READ-INPUT
        PERFORM RECORD-TICK
        PERFORM COMPUTE-HEADS
        PERFORM UPDATE-STATE
        IF two-player-flag = 1
        *> not overwrite a player's interrupted save, and a killed
        *> demo must not leave a computer-steered game that a later
        *> "restart" would hand to a human (and the ledger)
        *> an unrecorded game does not checkpoint either -- its save
        *> would hand a game nobody vouched for to the next restart
        *> and neither does a challenge attempt, which is played
        *> through in one sitting or not at all
        IF FUNCTION MOD(WS-TICK-COUNT, CKPT-INTERVAL) = 0
              AND demo-mode-flag = 0 AND unrecorded-flag = 0
              AND challenge-flag = 0
           PERFORM SAVE-CHECKPOINT
        END-IF
        PERFORM MANAGE-POWER-SLOWDOWN
     *> "wrap" selects toroidal wraparound instead of wall collision;
     *> "demo" lets the computer steer snake 1 (attract mode / burn-in);
     *> "campaign" plays the numbered snake.lvl.N series in order;
     *> "ghost" races the champion's recorded session on the live board;
     *> "challenge" plays today's daily challenge
     MOVE 0 TO restart-flag
     MOVE 0 TO two-player-flag
     MOVE 0 TO wrap-mode-flag
     MOVE 0 TO demo-mode-flag
     MOVE 0 TO campaign-flag
     MOVE 0 TO ghost-flag
     MOVE 0 TO challenge-flag
     MOVE 1 TO WS-ARG-NUM
     PERFORM UNTIL 1 = 2
        DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
              MOVE 1 TO campaign-flag
           WHEN "GHOST"
              MOVE 1 TO ghost-flag
           WHEN "CHALLENGE"
              MOVE 1 TO challenge-flag
           WHEN OTHER
              CONTINUE
        END-EVALUATE
     IF WS-ARG-NUM = 1
        MOVE 1 TO menu-wanted
     END-IF
     *> the attract loop is never a challenge attempt
     IF demo-mode-flag = 1
        MOVE 0 TO challenge-flag
     END-IF
     .

 INIT-CURSES.
     ACCEPT menu-operator FROM ENVIRONMENT "USER"
     PERFORM MENU-PROBE-CHECKPOINT
     PERFORM MENU-BUILD-LEVEL-LIST
     PERFORM OPR-PROBE-REGISTER
     MOVE 0 TO plr-pin-ok(1)
     MOVE 0 TO plr-pin-ok(2)
     PERFORM OPR-LOOKUP-PLAYERS
     PERFORM CHALLENGE-LOAD-SCHEDULE

     MOVE 0 TO menu-done
     PERFORM UNTIL menu-done = 1
        PERFORM DRAW-START-MENU
        CALL "getch" RETURNING k
        *> a refused-start message stays up until the next key
        IF k NOT = KEY-S
           MOVE SPACES TO menu-message
        END-IF
        *> the daily challenge sets the players, walls, game and
        *> level itself -- those choices wait until it is switched off
        IF challenge-flag = 1 AND (k = KEY-1 OR k = KEY-2 OR k = KEY-3
              OR k = KEY-4 OR k = KEY-6)
           MOVE "SET BY THE DAILY CHALLENGE -- 7 TURNS IT OFF"
              TO menu-message
           MOVE 0 TO k
        END-IF
        EVALUATE k
           WHEN KEY-1
              IF two-player-flag = 1
              ELSE
                 MOVE 1 TO two-player-flag
              END-IF
              PERFORM OPR-LOOKUP-PLAYERS
           WHEN KEY-2
              IF wrap-mode-flag = 1
                 MOVE 0 TO wrap-mode-flag
              MOVE menu-operator TO menu-name-buf
              PERFORM MENU-EDIT-NAME
              MOVE menu-name-buf TO menu-operator
              *> a PIN keyed for the old name does not carry over
              MOVE 0 TO plr-pin-ok(1)
              PERFORM OPR-LOOKUP-PLAYERS
              IF challenge-flag = 1
                 PERFORM CHALLENGE-COUNT-ATTEMPTS
              END-IF
              *> the save on offer belongs to the name on the ledger
              *> line -- re-probe under the new name, and withdraw a
              *> RESUME choice that no longer has a save behind it
                 MOVE menu-operator2 TO menu-name-buf
                 PERFORM MENU-EDIT-NAME
                 MOVE menu-name-buf TO menu-operator2
                 MOVE 0 TO plr-pin-ok(2)
                 PERFORM OPR-LOOKUP-PLAYERS
              END-IF
           WHEN KEY-7
              IF chl-available = 0
                 MOVE "NO DAILY CHALLENGE IS SCHEDULED TODAY"
                    TO menu-message
              ELSE
                 IF challenge-flag = 1
                    MOVE 0 TO challenge-flag
                 ELSE
                    MOVE 1 TO challenge-flag
                    PERFORM CHALLENGE-APPLY-RULES
                    PERFORM MENU-PROBE-CHECKPOINT
                    PERFORM OPR-LOOKUP-PLAYERS
                    PERFORM CHALLENGE-COUNT-ATTEMPTS
                 END-IF
              END-IF
           WHEN KEY-S
              *> an enrolled name has to key its PIN before the game
              *> starts; a refused or abandoned PIN goes back to the
              *> menu, and too many refusals end the session
              PERFORM MENU-CHECK-PINS
              IF menu-pin-fails >= MENU-MAX-PIN-FAILS
                 CALL "endwin"
                 DISPLAY "Too many PINs refused -- game not started."
                    UPON CONSOLE
                 STOP RUN
              END-IF
              *> a recorded challenge attempt also needs one left
              *> for today; an unrecorded one is only practice
              MOVE 0 TO chl-refused
              IF menu-pin-refused = 0 AND challenge-flag = 1
                 PERFORM CHECK-ENROLLMENT
                 IF unrecorded-flag = 0
                    PERFORM CHALLENGE-CHECK-ATTEMPTS
                 END-IF
              END-IF
              IF menu-pin-refused = 0 AND chl-refused = 0
                 PERFORM MENU-ASK-BRACKET
                 MOVE 1 TO menu-done
              END-IF
           WHEN KEY-Q
              CALL "endwin"
              STOP RUN
     *> apply the level choice: a campaign entry switches the series
     *> on (INIT-GAME derives the file name), a plain entry names the
     *> one layout file to play
     EVALUATE TRUE
        WHEN challenge-flag = 1
           PERFORM CHALLENGE-APPLY-RULES
        WHEN menu-level-camp(menu-level-ix) = 1
           MOVE 1 TO campaign-flag
        WHEN OTHER
           MOVE 0 TO campaign-flag
           MOVE menu-level-file(menu-level-ix) TO level-file-name
     END-EVALUATE

     CALL "timeout" USING BY VALUE 0
     .
     PERFORM MENU-DRAW-TEXT

     MOVE SPACES TO menu-text
     IF challenge-flag = 1
        STRING "4  LEVEL   : " chl-title
           DELIMITED BY SIZE INTO menu-text
     ELSE
        STRING "4  LEVEL   : " menu-level-label(menu-level-ix)
           DELIMITED BY SIZE INTO menu-text
     END-IF
     MOVE 6 TO menu-row
     PERFORM MENU-DRAW-TEXT

     MOVE 1 TO menu-tag-ix
     PERFORM MENU-SET-TAG
     MOVE SPACES TO menu-text
     STRING "5  OPERATOR: " menu-operator " " menu-tag
        DELIMITED BY SIZE INTO menu-text
     MOVE 7 TO menu-row
     PERFORM MENU-DRAW-TEXT
     *> player 2 gets a ledger name of their own in head-to-head mode
     *> -- without one, both scores land under player 1's name
     IF two-player-flag = 1
        MOVE 2 TO menu-tag-ix
        PERFORM MENU-SET-TAG
        MOVE SPACES TO menu-text
        STRING "6  PLAYER 2: " menu-operator2 " " menu-tag
           DELIMITED BY SIZE INTO menu-text
        MOVE 8 TO menu-row
        PERFORM MENU-DRAW-TEXT
     END-IF

     EVALUATE TRUE
        WHEN chl-available = 0
           MOVE "7  CHALLENGE: NONE SCHEDULED TODAY" TO menu-text
        WHEN challenge-flag = 0
           MOVE "7  CHALLENGE: OFF" TO menu-text
        WHEN chl-attempts-used >= chl-attempts-max
           MOVE "7  CHALLENGE: ON -- NO ATTEMPTS LEFT TODAY"
              TO menu-text
        WHEN OTHER
           COMPUTE chl-num-x = chl-attempts-max - chl-attempts-used
           MOVE chl-attempts-max TO chl-num2-x
           MOVE SPACES TO menu-text
           STRING "7  CHALLENGE: ON -- " chl-num-x " OF " chl-num2-x
                  " ATTEMPTS LEFT TODAY" DELIMITED BY SIZE
              INTO menu-text
     END-EVALUATE
     MOVE 9 TO menu-row
     PERFORM MENU-DRAW-TEXT

     *> say so before the game, not after it, when the result is not
     *> going to count
     IF opr-register-live = 1
        COMPUTE plr-count = 1 + two-player-flag
        PERFORM VARYING menu-tag-ix FROM 1 BY 1
              UNTIL menu-tag-ix > plr-count
           IF NOT plr-enrolled(menu-tag-ix)
              MOVE "   NOT ALL ENROLLED -- GAME WILL NOT BE RECORDED"
                 TO menu-text
              MOVE 10 TO menu-row
              PERFORM MENU-DRAW-TEXT
              EXIT PERFORM
           END-IF
        END-PERFORM
     END-IF

     MOVE "S  START        Q  QUIT" TO menu-text
     MOVE 11 TO menu-row
     PERFORM MENU-DRAW-TEXT

     IF menu-message NOT = SPACES
        MOVE menu-message TO menu-text
        MOVE 13 TO menu-row
        PERFORM MENU-DRAW-TEXT
     END-IF

     CALL "refresh"
     .

        MOVE SPACES TO menu-text
        STRING "TYPE NAME, ENTER WHEN DONE: " menu-name-buf
           DELIMITED BY SIZE INTO menu-text
        MOVE 12 TO menu-row
        PERFORM MENU-DRAW-TEXT
        CALL "refresh"
        CALL "getch" RETURNING k
     END-PERFORM
     .

 MENU-SET-TAG.
     *> where player menu-tag-ix's name stands, shown after it on
     *> its menu line -- blank while the register is not in force
     EVALUATE TRUE
        WHEN plr-enrolled(menu-tag-ix) AND plr-pin-ok(menu-tag-ix) = 1
           MOVE "PIN OK" TO menu-tag
        WHEN plr-enrolled(menu-tag-ix)
           MOVE "ENROLLED" TO menu-tag
        WHEN plr-suspended(menu-tag-ix)
           MOVE "SUSPENDED" TO menu-tag
        WHEN plr-not-enrolled(menu-tag-ix)
           MOVE "NOT ENROLLED" TO menu-tag
        WHEN plr-unreadable(menu-tag-ix)
           MOVE "UNCHECKED" TO menu-tag
        WHEN OTHER
           MOVE SPACES TO menu-tag
     END-EVALUATE
     .

 MENU-CHECK-PINS.
     *> START pressed: every enrolled player in the game keys their
     *> PIN (once per menu -- a PIN already accepted stands until the
     *> name is edited).  The register is looked at afresh, so a
     *> suspension made while the menu sat open still counts.  Names
     *> that are not enrolled are not asked; their game simply will
     *> not be recorded, as the menu already says
     MOVE 0 TO menu-pin-refused
     MOVE SPACES TO menu-message
     IF opr-register-live = 0
        EXIT PARAGRAPH
     END-IF
     PERFORM OPR-LOOKUP-PLAYERS
     COMPUTE plr-count = 1 + two-player-flag
     PERFORM VARYING plr-ix FROM 1 BY 1
           UNTIL plr-ix > plr-count OR menu-pin-refused = 1
        IF plr-enrolled(plr-ix) AND plr-pin-ok(plr-ix) = 0
           PERFORM MENU-ENTER-PIN
        END-IF
     END-PERFORM
     .

 MENU-ENTER-PIN.
     *> key plr-ix's four-digit PIN, echoed as stars.  ENTER with
     *> nothing keyed backs out to the menu without counting as a
     *> failure -- the player may just want to change the name
     MOVE SPACES TO menu-pin-buf
     MOVE 0 TO menu-pin-len
     PERFORM UNTIL 1 = 2
        PERFORM DRAW-START-MENU
        MOVE SPACES TO menu-pin-shown
        IF menu-pin-len > 0
           MOVE ALL "*" TO menu-pin-shown(1:menu-pin-len)
        END-IF
        MOVE SPACES TO menu-text
        STRING "PIN FOR " FUNCTION TRIM(plr-name(plr-ix)) ": "
               menu-pin-shown DELIMITED BY SIZE INTO menu-text
        MOVE 12 TO menu-row
        PERFORM MENU-DRAW-TEXT
        MOVE "ENTER WHEN DONE -- ENTER ALONE GOES BACK" TO menu-text
        MOVE 13 TO menu-row
        PERFORM MENU-DRAW-TEXT
        CALL "refresh"
        CALL "getch" RETURNING k
        EVALUATE TRUE
           WHEN k = KEY-ENTER-LF OR k = KEY-ENTER-CR
              EXIT PERFORM
           WHEN k = KEY-BACKSPACE-NC OR k = KEY-BACKSPACE-DEL
                 OR k = KEY-BACKSPACE-BS
              IF menu-pin-len > 0
                 MOVE SPACE TO menu-pin-buf(menu-pin-len:1)
                 SUBTRACT 1 FROM menu-pin-len
              END-IF
           WHEN k >= KEY-0 AND k <= KEY-9
              IF menu-pin-len < 4
                 ADD 1 TO menu-pin-len
                 COMPUTE menu-ch = k + 1
                 MOVE FUNCTION CHAR(menu-ch)
                    TO menu-pin-buf(menu-pin-len:1)
              END-IF
           WHEN OTHER
              CONTINUE
        END-EVALUATE
     END-PERFORM
     IF menu-pin-len = 0
        MOVE 1 TO menu-pin-refused
        MOVE "NO PIN KEYED -- GAME NOT STARTED" TO menu-message
        EXIT PARAGRAPH
     END-IF
     PERFORM MENU-VERIFY-PIN
     .

 MENU-VERIFY-PIN.
     *> the PIN is checked against the card as it is on disk now; a
     *> wrong PIN is logged to pinfail.log and the start refused
     OPEN INPUT OPERATOR-FILE
     IF WS-OPER-STATUS NOT = "00"
        MOVE 1 TO menu-pin-refused
        MOVE SPACES TO menu-message
        STRING "REGISTER UNREADABLE, STATUS " WS-OPER-STATUS
               " -- NOT STARTED" DELIMITED BY SIZE INTO menu-message
        EXIT PARAGRAPH
     END-IF
     MOVE plr-name(plr-ix) TO OPR-OPERATOR
     READ OPERATOR-FILE
     IF WS-OPER-STATUS = "00" AND OPR-ENROLLED AND menu-pin-len = 4
           AND OPR-PIN = menu-pin-buf
        MOVE 1 TO plr-pin-ok(plr-ix)
     ELSE
        MOVE 1 TO menu-pin-refused
        ADD 1 TO menu-pin-fails
        PERFORM LOG-PIN-FAILURE
        MOVE SPACES TO menu-message
        STRING "PIN NOT ACCEPTED FOR " FUNCTION TRIM(plr-name(plr-ix))
           DELIMITED BY SIZE INTO menu-message
     END-IF
     CLOSE OPERATOR-FILE
     .

 LOG-PIN-FAILURE.
     *> one line per refused PIN, appended with the same brief retry
     *> as the other shared files -- the other terminal may be
     *> writing its own.  The screen is still in curses mode, so a
     *> log that will not open is passed over quietly
     ACCEPT cur-date FROM DATE YYYYMMDD
     ACCEPT cur-time FROM TIME
     PERFORM VARYING WS-OPEN-TRY FROM 1 BY 1
           UNTIL WS-OPEN-TRY > FILE-OPEN-RETRIES
        OPEN EXTEND PINFAIL-FILE
        IF WS-PINFAIL-STATUS = "35"
           OPEN OUTPUT PINFAIL-FILE
           CLOSE PINFAIL-FILE
           OPEN EXTEND PINFAIL-FILE
        END-IF
        IF WS-PINFAIL-STATUS = "00"
           EXIT PERFORM
        END-IF
        CALL "napms" USING BY VALUE FILE-RETRY-WAIT-MS
     END-PERFORM
     IF WS-PINFAIL-STATUS NOT = "00"
        EXIT PARAGRAPH
     END-IF
     MOVE cur-date TO PFL-DATE
     MOVE cur-time(1:6) TO PFL-TIME
     MOVE plr-name(plr-ix) TO PFL-OPERATOR
     MOVE plr-ix TO PFL-PLAYER
     MOVE SPACES TO PFL-LOGIN
     ACCEPT PFL-LOGIN FROM ENVIRONMENT "USER"
     MOVE "WRONG PIN" TO PFL-REASON
     WRITE PINFAIL-RECORD FROM PFL-LINE
     CLOSE PINFAIL-FILE
     .

 MENU-ASK-BRACKET.
     *> a recorded head-to-head game between two players who are due
     *> to meet in a bracket may be that bracket game -- ask, since a
     *> friendly between the same two must not settle it
     MOVE 0 TO bkt-game-flag
     IF two-player-flag = 0 OR challenge-flag = 1
        EXIT PARAGRAPH
     END-IF
     PERFORM CHECK-ENROLLMENT
     IF unrecorded-flag = 1
        EXIT PARAGRAPH
     END-IF
     PERFORM BRACKET-FIND-GAME
     IF bkt-found = 0
        EXIT PARAGRAPH
     END-IF
     MOVE bkt-match TO bkt-match-x
     PERFORM UNTIL 1 = 2
        PERFORM DRAW-START-MENU
        MOVE SPACES TO menu-text
        STRING "TOURNAMENT " FUNCTION TRIM(bkt-id) " GAME "
               FUNCTION TRIM(bkt-match-x) " IS DUE"
           DELIMITED BY SIZE INTO menu-text
        MOVE 12 TO menu-row
        PERFORM MENU-DRAW-TEXT
        MOVE "IS THIS YOUR BRACKET GAME?  Y / N" TO menu-text
        MOVE 13 TO menu-row
        PERFORM MENU-DRAW-TEXT
        CALL "refresh"
        CALL "getch" RETURNING k
        EVALUATE TRUE
           WHEN k = KEY-Y OR k = KEY-UPPER-Y
              MOVE 1 TO bkt-game-flag
              EXIT PERFORM
           WHEN k = KEY-N OR k = KEY-UPPER-N
              EXIT PERFORM
           WHEN OTHER
              CONTINUE
        END-EVALUATE
     END-PERFORM
     .

 BRACKET-FIND-GAME.
     *> the first match that is due, in a tournament still in play,
     *> between these two players in either order.  No tournament
     *> master just means no bracket is running
     MOVE 0 TO bkt-found
     MOVE 0 TO bkt-live-header
     PERFORM RESOLVE-OPERATOR-NAME
     PERFORM RESOLVE-OPERATOR2-NAME
     OPEN INPUT TOURNEY-FILE
     IF WS-TRN-STATUS NOT = "00"
        EXIT PARAGRAPH
     END-IF
     PERFORM UNTIL 1 = 2
        READ TOURNEY-FILE NEXT RECORD
           AT END
              EXIT PERFORM
        END-READ
        IF WS-TRN-STATUS NOT = "00"
           EXIT PERFORM
        END-IF
        IF TRN-MATCH = 0
           MOVE 0 TO bkt-live-header
           IF TRN-H-ACTIVE
              MOVE 1 TO bkt-live-header
           END-IF
        ELSE
           IF bkt-live-header = 1 AND TRN-M-READY
                 AND ((TRN-M-PLAYER(1) = WS-OPERATOR
                       AND TRN-M-PLAYER(2) = WS-OPERATOR2)
                    OR (TRN-M-PLAYER(1) = WS-OPERATOR2
                       AND TRN-M-PLAYER(2) = WS-OPERATOR))
              MOVE 1 TO bkt-found
              MOVE TRN-ID TO bkt-id
              MOVE TRN-MATCH TO bkt-match
              EXIT PERFORM
           END-IF
        END-IF
     END-PERFORM
     CLOSE TOURNEY-FILE
     .

 OPR-PROBE-REGISTER.
     *> the register is in force once it exists at all -- a site
     *> that has enrolled nobody plays on exactly as before.  A
     *> register that is there but will not open is still in force:
     *> nobody can be vouched for, so nothing is recorded
     MOVE 0 TO opr-register-live
     OPEN INPUT OPERATOR-FILE
     IF WS-OPER-STATUS = "35"
        EXIT PARAGRAPH
     END-IF
     MOVE 1 TO opr-register-live
     IF WS-OPER-STATUS = "00"
        CLOSE OPERATOR-FILE
     END-IF
     .

 OPR-LOOKUP-PLAYERS.
     *> where each player's ledger name stands on the register -- the
     *> same names RESOLVE-OPERATOR-NAME and RESOLVE-OPERATOR2-NAME
     *> will put on the ledger
     PERFORM RESOLVE-OPERATOR-NAME
     MOVE WS-OPERATOR TO plr-name(1)
     PERFORM RESOLVE-OPERATOR2-NAME
     MOVE WS-OPERATOR2 TO plr-name(2)
     MOVE SPACE TO plr-state(1)
     MOVE SPACE TO plr-state(2)
     IF opr-register-live = 0
        EXIT PARAGRAPH
     END-IF
     OPEN INPUT OPERATOR-FILE
     IF WS-OPER-STATUS NOT = "00"
        SET plr-unreadable(1) TO TRUE
        SET plr-unreadable(2) TO TRUE
        EXIT PARAGRAPH
     END-IF
     PERFORM VARYING plr-ix FROM 1 BY 1 UNTIL plr-ix > 2
        MOVE plr-name(plr-ix) TO OPR-OPERATOR
        READ OPERATOR-FILE
        EVALUATE TRUE
           WHEN WS-OPER-STATUS = "23"
              SET plr-not-enrolled(plr-ix) TO TRUE
           WHEN WS-OPER-STATUS NOT = "00"
              SET plr-unreadable(plr-ix) TO TRUE
           WHEN OPR-SUSPENDED
              SET plr-suspended(plr-ix) TO TRUE
           WHEN OTHER
              SET plr-enrolled(plr-ix) TO TRUE
        END-EVALUATE
     END-PERFORM
     CLOSE OPERATOR-FILE
     .

 CHECK-ENROLLMENT.
     *> decide, before the game starts, whether it can reach the
     *> ledger.  With the register in force a game must come through
     *> the menu's PIN check: a scripted launch (any command-line
     *> word, the attract loop's hand-over game included) never
     *> keyed a PIN, so it plays unrecorded
     MOVE 0 TO unrecorded-flag
     MOVE SPACES TO unrecorded-reason
     IF menu-wanted = 0
        PERFORM OPR-PROBE-REGISTER
     END-IF
     IF opr-register-live = 0
        EXIT PARAGRAPH
     END-IF
     IF menu-wanted = 0
        MOVE 1 TO unrecorded-flag
        MOVE "no PIN keyed (started without the menu)"
           TO unrecorded-reason
        EXIT PARAGRAPH
     END-IF
     COMPUTE plr-count = 1 + two-player-flag
     PERFORM VARYING plr-ix FROM 1 BY 1 UNTIL plr-ix > plr-count
        IF NOT plr-enrolled(plr-ix) OR plr-pin-ok(plr-ix) = 0
           MOVE 1 TO unrecorded-flag
           MOVE SPACES TO unrecorded-reason
           EVALUATE TRUE
              WHEN plr-suspended(plr-ix)
                 STRING FUNCTION TRIM(plr-name(plr-ix))
                        " is suspended" DELIMITED BY SIZE
                    INTO unrecorded-reason
              WHEN plr-unreadable(plr-ix)
                 STRING FUNCTION TRIM(plr-name(plr-ix))
                        " could not be checked" DELIMITED BY SIZE
                    INTO unrecorded-reason
              WHEN OTHER
                 STRING FUNCTION TRIM(plr-name(plr-ix))
                        " is not enrolled" DELIMITED BY SIZE
                    INTO unrecorded-reason
           END-EVALUATE
           EXIT PERFORM
        END-IF
     END-PERFORM
     .

 CHALLENGE-LOAD-SCHEDULE.
     *> today's line in challenge.sch, else the standing 00000000
     *> line; no schedule, or neither line, means no challenge today
     MOVE 0 TO chl-available
     MOVE 0 TO chl-found-day
     ACCEPT chl-date FROM DATE YYYYMMDD
     OPEN INPUT SCHEDULE-FILE
     IF WS-SCHED-STATUS NOT = "00"
        EXIT PARAGRAPH
     END-IF
     PERFORM UNTIL 1 = 2
        READ SCHEDULE-FILE
           AT END
              EXIT PERFORM
        END-READ
        MOVE SCHEDULE-RECORD TO CHS-LINE
        IF CHS-DATE IS NUMERIC AND chl-found-day = 0
           IF CHS-DATE = chl-date
              MOVE 1 TO chl-found-day
              PERFORM CHALLENGE-TAKE-LINE
           END-IF
           IF CHS-DATE = 0 AND chl-available = 0
              PERFORM CHALLENGE-TAKE-LINE
           END-IF
        END-IF
     END-PERFORM
     CLOSE SCHEDULE-FILE
     .

 CHALLENGE-TAKE-LINE.
     MOVE 1 TO chl-available
     MOVE CHS-LEVEL TO chl-level-file
     IF CHS-WRAP = 1
        MOVE 1 TO chl-wrap
     ELSE
        MOVE 0 TO chl-wrap
     END-IF
     IF CHS-ATTEMPTS IS NUMERIC AND CHS-ATTEMPTS > 0
        MOVE CHS-ATTEMPTS TO chl-attempts-max
     ELSE
        MOVE CHL-DEFAULT-ATTEMPTS TO chl-attempts-max
     END-IF
     MOVE CHS-TITLE TO chl-title
     IF chl-title = SPACES
        MOVE "DAILY CHALLENGE" TO chl-title
     END-IF
     .

 CHALLENGE-APPLY-RULES.
     *> the same board for everyone: one player, the day's walls and
     *> layout, a fresh start, no campaign and no ghost
     MOVE 0 TO two-player-flag
     MOVE 0 TO campaign-flag
     MOVE 0 TO ghost-flag
     MOVE 0 TO restart-flag
     MOVE chl-wrap TO wrap-mode-flag
     MOVE chl-level-file TO level-file-name
     .

 CHALLENGE-COUNT-ATTEMPTS.
     *> every START line under this operator for the challenge day
     *> is an attempt used, finished or not
     MOVE 0 TO chl-attempts-used
     PERFORM RESOLVE-OPERATOR-NAME
     OPEN INPUT CHALLENGE-FILE
     IF WS-CHAL-STATUS NOT = "00"
        EXIT PARAGRAPH
     END-IF
     PERFORM UNTIL 1 = 2
        READ CHALLENGE-FILE
           AT END
              EXIT PERFORM
        END-READ
        MOVE CHALLENGE-RECORD TO CHL-LINE
        IF CHL-L-DATE = chl-date AND CHL-L-OPERATOR = WS-OPERATOR
              AND CHL-L-EVENT = "START"
           ADD 1 TO chl-attempts-used
        END-IF
     END-PERFORM
     CLOSE CHALLENGE-FILE
     .

 CHALLENGE-CHECK-ATTEMPTS.
     MOVE 0 TO chl-refused
     PERFORM CHALLENGE-COUNT-ATTEMPTS
     IF chl-attempts-used >= chl-attempts-max
        MOVE 1 TO chl-refused
        MOVE "NO CHALLENGE ATTEMPTS LEFT TODAY" TO menu-message
     END-IF
     .

 CHALLENGE-SCRIPTED-START.
     *> "snake challenge" from the command line: the same day's
     *> board and the same attempt limit the menu would apply
     PERFORM CHALLENGE-LOAD-SCHEDULE
     IF chl-available = 0
        CALL "endwin"
        DISPLAY "No daily challenge is scheduled today "
                "(challenge.sch) -- game not started." UPON CONSOLE
        STOP RUN
     END-IF
     PERFORM CHALLENGE-APPLY-RULES
     IF unrecorded-flag = 0
        PERFORM CHALLENGE-CHECK-ATTEMPTS
        IF chl-refused = 1
           CALL "endwin"
           MOVE chl-attempts-max TO chl-num-x
           DISPLAY "All " chl-num-x " challenge attempts for today "
                   "are used -- game not started." UPON CONSOLE
           STOP RUN
        END-IF
     END-IF
     .

 CHALLENGE-OPEN-ATTEMPT.
     *> the START line goes down before the first move, so an attempt
     *> walked away from still counts.  The count is taken again here
     *> -- the other terminal may have used one since the menu
     PERFORM CHALLENGE-COUNT-ATTEMPTS
     COMPUTE chl-attempt-no = chl-attempts-used + 1
     MOVE "START" TO CHL-L-EVENT
     MOVE 0 TO CHL-L-SCORE
     MOVE SPACES TO CHL-L-CAUSE
     PERFORM CHALLENGE-WRITE-LINE
     .

 CHALLENGE-CLOSE-ATTEMPT.
     PERFORM RESOLVE-OPERATOR-NAME
     MOVE "END" TO CHL-L-EVENT
     MOVE score TO CHL-L-SCORE
     IF quit-flag = 1
        MOVE "QUIT" TO CHL-L-CAUSE
     ELSE
        MOVE "COLLISION" TO CHL-L-CAUSE
     END-IF
     PERFORM CHALLENGE-WRITE-LINE
     MOVE chl-attempt-no TO chl-num-x
     MOVE chl-attempts-max TO chl-num2-x
     DISPLAY FUNCTION TRIM(chl-title) " -- attempt " chl-num-x
             " of " chl-num2-x " posted to the challenge ledger."
        UPON CONSOLE
     .

 CHALLENGE-WRITE-LINE.
     *> appended with the same brief retry as the other shared files.
     *> CHL-L-DATE stays the challenge day even past midnight
     ACCEPT cur-time FROM TIME
     MOVE chl-date TO CHL-L-DATE
     MOVE cur-time(1:6) TO CHL-L-TIME
     MOVE WS-OPERATOR TO CHL-L-OPERATOR
     MOVE chl-attempt-no TO CHL-L-ATTEMPT
     MOVE chl-level-file TO CHL-L-LEVEL
     MOVE chl-date TO CHL-L-SEED
     PERFORM VARYING WS-OPEN-TRY FROM 1 BY 1
           UNTIL WS-OPEN-TRY > FILE-OPEN-RETRIES
        OPEN EXTEND CHALLENGE-FILE
        IF WS-CHAL-STATUS = "35"
           OPEN OUTPUT CHALLENGE-FILE
           CLOSE CHALLENGE-FILE
           OPEN EXTEND CHALLENGE-FILE
        END-IF
        IF WS-CHAL-STATUS = "00"
           EXIT PERFORM
        END-IF
        CALL "napms" USING BY VALUE FILE-RETRY-WAIT-MS
     END-PERFORM
     IF WS-CHAL-STATUS NOT = "00"
        IF CHL-L-EVENT = "END"
           DISPLAY "WARNING: could not open challenge.dat, status "
                   WS-CHAL-STATUS " -- attempt not posted"
              UPON CONSOLE
        END-IF
        EXIT PARAGRAPH
     END-IF
     WRITE CHALLENGE-RECORD FROM CHL-LINE
     IF WS-CHAL-STATUS NOT = "00" AND CHL-L-EVENT = "END"
        DISPLAY "WARNING: challenge.dat write failed, status "
                WS-CHAL-STATUS UPON CONSOLE
     END-IF
     CLOSE CHALLENGE-FILE
     .

 INIT-GAME.
     *> read board size / speed / starting length before the board is sized
     PERFORM INIT-PARAMS
     PERFORM CHECK-TERM-SIZE
     IF campaign-flag = 1
        PERFORM SET-CAMPAIGN-LEVEL-NAME
     END-IF
     PERFORM INIT-LEVEL

     PERFORM SEED-RANDOM

     MOVE 0 TO trec-resumed
     IF restart-flag = 1
        PERFORM LOAD-CHECKPOINT
     ELSE
        PERFORM FRESH-GAME-STATE
     END-IF
     *> only now is the layout settled -- a checkpoint may have taken
     *> the game back into (or out of) a campaign
     MOVE level-file-name TO rules-level

     PERFORM READ-HIGH-SCORE
     IF ghost-flag = 1
        IF HIGH-SCORE-FOUND = 1
           PERFORM BUILD-GHOST-PATH
        ELSE
           DISPLAY "WARNING: no champion on the ledger yet -- "
                   "ghost not available" UPON CONSOLE
        END-IF
     END-IF
     *> the session trail spools privately until TEARDOWN; attract
     *> mode leaves no session at all -- a human hand-over opens its
     *> own (see READ-INPUT) -- and neither does an unrecorded game
     IF demo-mode-flag = 0 AND unrecorded-flag = 0
        *> a challenge attempt stays off the audit trail -- it never
        *> reaches scores.dat, so the reconciliation would read it as
        *> an orphan -- but it is recorded like any other game
        IF challenge-flag = 1
           PERFORM CHALLENGE-OPEN-ATTEMPT
        ELSE
           PERFORM WRITE-SESSION-START
        END-IF
        PERFORM START-RECORDING
     END-IF
     .

 SEED-RANDOM.
     *> seed rand() from current time.  The seed goes on the game
     *> recording, so every food and power-up cell can be re-derived
     ACCEPT cur-date FROM DATE YYYYMMDD
     ACCEPT cur-time FROM TIME
     COMPUTE seed = FUNCTION NUMVAL(HH) * 3600
                   + FUNCTION NUMVAL(MIN) * 60
                   + FUNCTION NUMVAL(SS)
     *> a challenge attempt seeds from the challenge day instead, so
     *> everyone playing it draws the same food and power-up cells
     IF challenge-flag = 1
        MOVE chl-date TO seed
     END-IF
     CALL "srand" USING BY VALUE seed
     .

 INIT-PARAMS.
     *> snake.parm is optional -- if absent, unreadable, or out of sane
     *> range, keep the compiled-in defaults (WIDTH 50, HEIGHT 22,
     *> MAX-LEN 1000, snake-length 5, TICK-DELAY-MS 70)
     OPEN INPUT PARM-FILE
     IF WS-PARM-STATUS = "00"
        READ PARM-FILE
        IF WS-PARM-STATUS = "00"
           *> a too-small board makes PLACE-FOOD's FUNCTION MOD(r, WIDTH - 2)
           *> zero/negative, a non-positive tick delay is meaningless, and a
           *> PARM-START-LEN of 0 or longer than half the board width runs
           *> FRESH-GAME-STATE's `SUBTRACT i FROM snake-x(i)` off the left
           *> edge before tick one -- treat any of these as an unreadable
           *> parm file and keep the defaults
           IF PARM-WIDTH < MIN-BOARD-WIDTH OR PARM-HEIGHT < MIN-BOARD-HEIGHT
                 OR PARM-TICK-MS < 1
                 OR PARM-START-LEN < 1
                 OR PARM-START-LEN > (PARM-WIDTH / 2)
              DISPLAY "WARNING: snake.parm values out of range, "
                      "ignoring and using compiled defaults" UPON CONSOLE
           ELSE
              MOVE PARM-WIDTH TO WIDTH
              MOVE PARM-HEIGHT TO HEIGHT
              MOVE PARM-MAXLEN TO MAX-LEN
              MOVE PARM-START-LEN TO snake-length
              MOVE PARM-TICK-MS TO TICK-DELAY-MS
              *> MAX-LEN and snake-length can never exceed the OCCURS 1000
              *> bound on the snake tables
              IF MAX-LEN > 1000
                 MOVE 1000 TO MAX-LEN
              END-IF
              IF snake-length > 1000
                 MOVE 1000 TO snake-length
              END-IF
           END-IF
        END-IF
        CLOSE PARM-FILE
     END-IF
     *> remember the configured tick delay so a power-up slowdown has a
     *> normal speed to return to once it expires, and the configured
     *> starting length so a demo-mode restart can reset the snake
     MOVE TICK-DELAY-MS TO WS-BASE-TICK-MS
     MOVE TICK-DELAY-MS TO start-tick-ms
     MOVE snake-length TO start-length
     .

 CHECK-TERM-SIZE.
     *> WIDTH/HEIGHT are final at this point (defaults or snake.parm
     *> overrides already applied) -- make sure the real terminal ncurses
     *> is drawing into can actually hold a board that size before RENDER
     *> ever calls "mvaddch", instead of silently clipping/wrapping.
     CALL "getmaxy" USING BY VALUE stdscr RETURNING WS-TERM-ROWS
     CALL "getmaxx" USING BY VALUE stdscr RETURNING WS-TERM-COLS
     IF WS-TERM-ROWS < HEIGHT OR WS-TERM-COLS < WIDTH
        CALL "endwin"
        DISPLAY "Terminal too small for this board." UPON CONSOLE
        DISPLAY "Need at least " WIDTH " columns x " HEIGHT " rows; "
                "current terminal is " WS-TERM-COLS " x " WS-TERM-ROWS "."
           UPON CONSOLE
        DISPLAY "Resize the terminal (or relax WIDTH/HEIGHT in snake.parm)"
                " and try again." UPON CONSOLE
        STOP RUN
     END-IF
     .

 INIT-LEVEL.
     *> snake.lvl is optional -- "level of the day" interior obstacles.
     *> No file means an empty board, same as today. WIDTH/HEIGHT are
     *> already final (INIT-PARAMS runs first), so an obstacle outside the
     *> playable interior (1..WIDTH-2, 1..HEIGHT-2) -- plausible since a
     *> snake.lvl can be paired with any snake.parm board size -- is
     *> skipped instead of later sending RENDER's "mvaddch" off-board
     MOVE 0 TO OBST-COUNT
     OPEN INPUT LEVEL-FILE
     IF WS-LEVEL-STATUS = "00"
        PERFORM UNTIL 1 = 2
           READ LEVEL-FILE
              AT END
     IF WS-LEVEL-STATUS NOT = "00"
        MOVE 1 TO campaign-won
        MOVE 1 TO game-over-flag
        MOVE 0 TO trec-level-found
        PERFORM RECORD-LEVEL
        EXIT PARAGRAPH
     END-IF
     CLOSE LEVEL-FILE
     PERFORM INIT-LEVEL
     MOVE 1 TO trec-level-found
     PERFORM RECORD-LEVEL

     *> board clears: the snake re-balls at its spawn at the configured
     *> starting length, the score (and player 2's) carries forward,
        IF POWER-SLOW-TICKS-LEFT > 0
           MOVE POWER-SLOW-TICK-MS TO TICK-DELAY-MS
        END-IF
        MOVE 1 TO trec-resumed
     END-IF
     .

     IF WS-CKPT-STATUS NOT = "00"
        DISPLAY "WARNING: checkpoint.dat write failed, status "
                WS-CKPT-STATUS UPON CONSOLE
     ELSE
        PERFORM RECORD-CHECKPOINT
     END-IF
     CLOSE CHECKPOINT-FILE
     .
           IF k = KEY-Q
              MOVE 0 TO demo-mode-flag
              MOVE 1 TO game-over-flag
              MOVE 1 TO quit-flag
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO demo-mode-flag
           MOVE 0 TO demo-steered-flag
           *> fresh seed too: the attract loop has drawn on rand()
           *> for as long as it ran, and a recording can only replay
           *> food placement from a seed it knows
           PERFORM SEED-RANDOM
           PERFORM DEMO-RESTART
           *> the hand-over game is a brand-new human session -- open
           *> it on the audit trail the way INIT-GAME would have.  Who
           *> took over is unknown, so with the operator register in
           *> force the hand-over game is an unrecorded one
           IF unrecorded-flag = 0
              PERFORM WRITE-SESSION-START
              MOVE 0 TO trec-resumed
              PERFORM START-RECORDING
           END-IF
        END-IF
     END-IF
     IF k NOT = ERR-CODE
              END-IF
           WHEN KEY-Q
              MOVE 1 TO game-over-flag
              MOVE 1 TO quit-flag
           WHEN OTHER
              CONTINUE
        END-EVALUATE
     .

 UPDATE-STATE.
     *> Q ends the game where it stands: a quit tick moves nothing, so
     *> the ending goes on the ledgers as QUIT, never as a collision
     IF quit-flag = 1
        EXIT PARAGRAPH
     END-IF

     *> wall collision, or toroidal wraparound if wrap-mode-flag is set
     IF wrap-mode-flag = 1
        IF head-x <= 0
 UPDATE-STATE-2.
     *> mirrors UPDATE-STATE for the second (IJKL) snake in head-to-head
     *> mode; head2-x/head2-y were already computed by COMPUTE-HEADS
     *> (alongside head-x/head-y) before either snake's turn runs.
     *> Snake 2's own hits are tracked in snake2-hit: game-over-flag
     *> may already be up from snake 1 crashing this same tick, and
     *> that must not count as snake 2 crashing too.  A quit tick
     *> moves neither snake
     IF quit-flag = 1
        EXIT PARAGRAPH
     END-IF
     MOVE 0 TO snake2-hit

     *> wall collision, or toroidal wraparound if wrap-mode-flag is set
     IF wrap-mode-flag = 1
     *> collision with level obstacles
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > OBST-COUNT
        IF OBST-X(i) = head2-x AND OBST-Y(i) = head2-y
           MOVE 1 TO snake2-hit
           EXIT PERFORM
        END-IF
     END-PERFORM
     IF snake2-hit = 1
        MOVE 1 TO game-over-flag
        PERFORM LOG-COLLISION-2
        EXIT PARAGRAPH
     END-IF
     *> collision with self
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > snake2-length
        IF snake2-x(i) = head2-x AND snake2-y(i) = head2-y
           MOVE 1 TO snake2-hit
           EXIT PERFORM
        END-IF
     END-PERFORM
     IF snake2-hit = 1
        MOVE 1 TO game-over-flag
        PERFORM LOG-COLLISION-2
        EXIT PARAGRAPH
     END-IF
     *> cell). Without the snapshot, snake 2 could safely follow into a
     *> cell snake 1 just vacated while the mirror move killed snake 1
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
        PERFORM LOG-COLLISION-2
        EXIT PARAGRAPH
     END-IF
        END-IF
     END-PERFORM

     *> the cell goes on the recording even when the board was too
     *> crowded -- the food stays wherever the last try left it
     MOVE "FOOD" TO TKF-TYPE
     MOVE food-x TO TKF-X
     MOVE food-y TO TKF-Y
     MOVE TKF-LINE TO trec-line
     PERFORM PUT-RECORDING-LINE

     IF tmp NOT = 0
        DISPLAY "WARNING: no free cell found for food after "
                MAX-FOOD-PLACE-TRIES " tries -- board is too crowded"
     END-IF

     MOVE 1 TO power-food-active
     MOVE "POWER" TO TKF-TYPE
     MOVE power-food-x TO TKF-X
     MOVE power-food-y TO TKF-Y
     MOVE TKF-LINE TO trec-line
     PERFORM PUT-RECORDING-LINE
     .

 MANAGE-POWER-SLOWDOWN.
        *> report's reading of attract-mode sessions
        DISPLAY "Attract-mode game -- score not recorded."
           UPON CONSOLE
     END-IF
     IF demo-steered-flag = 0 AND unrecorded-flag = 1
        *> nobody vouched for this game with a PIN -- it stays off
        *> every master the same way an attract-mode game does
        DISPLAY "Unrecorded game -- " FUNCTION TRIM(unrecorded-reason)
                " -- score not recorded." UPON CONSOLE
     END-IF
     IF demo-steered-flag = 0 AND unrecorded-flag = 0
           AND challenge-flag = 1
        PERFORM CHALLENGE-CLOSE-ATTEMPT
     END-IF
     IF demo-steered-flag = 0 AND unrecorded-flag = 0
           AND challenge-flag = 0
        PERFORM RESOLVE-OPERATOR-NAME
        MOVE score TO WS-LEDGER-SCORE
        PERFORM WRITE-SCORE-RECORD
        MOVE WS-LEDGER-KEY TO trec-key1
        MOVE score TO WS-PROF-SCORE
        MOVE foods-eaten TO WS-PROF-FOODS
        MOVE powerups-eaten TO WS-PROF-POWERUPS
        PERFORM UPDATE-PROFILE
        MOVE 0 TO awd-plr-count
        IF WS-LEDGER-KEY NOT = SPACES
           PERFORM NOTE-AWARD-PLAYER
           IF campaign-flag = 1 AND campaign-won = 1
              MOVE 1 TO awd-camp-won(awd-plr-count)
           END-IF
           IF ghost-active = 1 AND score > ghost-final-score
              MOVE 1 TO awd-ghost-won(awd-plr-count)
           END-IF
        END-IF
        IF two-player-flag = 1
           *> player 2's row and lifetime card go under player 2's
           *> own name -- both scores used to land under player 1's
           MOVE WS-OPERATOR2 TO WS-OPERATOR
           MOVE score2 TO WS-LEDGER-SCORE
           PERFORM WRITE-SCORE-RECORD
           MOVE WS-LEDGER-KEY TO trec-key2
           MOVE score2 TO WS-PROF-SCORE
           MOVE foods2-eaten TO WS-PROF-FOODS
           MOVE powerups2-eaten TO WS-PROF-POWERUPS
           PERFORM UPDATE-PROFILE
           IF WS-LEDGER-KEY NOT = SPACES
              PERFORM NOTE-AWARD-PLAYER
           END-IF
           *> the two rows above are still two unrelated scores --
           *> the match ledger is the one record that says they were
           *> the same game, who won and how it ended
        IF campaign-flag = 1
           PERFORM WRITE-CAMPAIGN-RECORD
        END-IF
        *> last, once every history file has this game on it
        IF awd-plr-count > 0
           PERFORM CHECK-ACHIEVEMENTS
        END-IF
     END-IF
     PERFORM FINISH-RECORDING
     PERFORM WRITE-SESSION-END
     PERFORM FLUSH-AUDIT-SPOOL

     *> this game ended naturally (not an interrupted session) -- remove
     *> this operator's stale mid-game checkpoint so a later "restart"
     *> reports nothing to resume instead of silently replaying this
     *> finished run.  An unrecorded game or a challenge attempt
     *> never saved one, so any checkpoint under its name belongs to
     *> a real game and stays
     IF unrecorded-flag = 1 OR challenge-flag = 1
        EXIT PARAGRAPH
     END-IF
     PERFORM SET-CHECKPOINT-NAME
     DELETE FILE CHECKPOINT-FILE
     IF WS-CKPT-STATUS NOT = "00" AND WS-CKPT-STATUS NOT = "35"
     END-IF
     .

 SET-RECORDING-NAME.
     *> recording.<operator>.spl -- keyed like the checkpoint, so a
     *> save and the recording it was made in always travel together
     PERFORM RESOLVE-OPERATOR-NAME
     MOVE SPACES TO trec-spool-name
     STRING "recording." FUNCTION TRIM(WS-OPERATOR) ".spl"
        DELIMITED BY SIZE INTO trec-spool-name
     .

 START-RECORDING.
     *> open this game's recording.  A game resumed from its checkpoint
     *> carries on the spool that checkpoint was saved into, after a
     *> RESUME line; anything else starts the spool over with the GAME
     *> header, the layout and the food already on the board.  A game
     *> resumed from a save with no spool behind it says so in its
     *> header -- it cannot be replayed from its first tick
     MOVE 0 TO trec-open
     MOVE 0 TO trec-buf-len
     MOVE SPACES TO trec-buf
     MOVE SPACES TO trec-key1
     MOVE SPACES TO trec-key2
     PERFORM SET-RECORDING-NAME
     IF trec-resumed = 1
        OPEN EXTEND TICK-SPOOL-FILE
        IF WS-TSPL-STATUS = "00"
           MOVE 1 TO trec-open
           PERFORM RECORD-RESUME
           EXIT PARAGRAPH
        END-IF
     END-IF
     OPEN OUTPUT TICK-SPOOL-FILE
     IF WS-TSPL-STATUS NOT = "00"
        DISPLAY "WARNING: could not open the game recording "
                trec-spool-name ", status " WS-TSPL-STATUS
                " -- this game cannot be verified" UPON CONSOLE
        EXIT PARAGRAPH
     END-IF
     MOVE 1 TO trec-open

     ACCEPT cur-date FROM DATE YYYYMMDD
     ACCEPT cur-time FROM TIME
     MOVE cur-date TO TKG-DATE
     MOVE cur-time(1:6) TO TKG-TIME
     PERFORM RESOLVE-OPERATOR-NAME
     MOVE WS-OPERATOR TO TKG-OPER1
     IF two-player-flag = 1
        PERFORM RESOLVE-OPERATOR2-NAME
        MOVE WS-OPERATOR2 TO TKG-OPER2
     ELSE
        MOVE SPACES TO TKG-OPER2
     END-IF
     MOVE WIDTH TO TKG-WIDTH
     MOVE HEIGHT TO TKG-HEIGHT
     MOVE MAX-LEN TO TKG-MAXLEN
     MOVE start-length TO TKG-START-LEN
     MOVE WS-BASE-TICK-MS TO TKG-TICK-MS
     MOVE two-player-flag TO TKG-TWO-FLAG
     MOVE wrap-mode-flag TO TKG-WRAP-FLAG
     MOVE campaign-flag TO TKG-CAMP-FLAG
     MOVE ghost-flag TO TKG-GHOST-FLAG
     MOVE trec-resumed TO TKG-RESUMED
     MOVE seed TO TKG-SEED
     MOVE challenge-flag TO TKG-CHALLENGE
     MOVE TKG-LINE TO trec-line
     PERFORM PUT-RECORDING-LINE

     MOVE 1 TO trec-level-found
     PERFORM RECORD-LEVEL
     MOVE "FOOD" TO TKF-TYPE
     MOVE food-x TO TKF-X
     MOVE food-y TO TKF-Y
     MOVE TKF-LINE TO trec-line
     PERFORM PUT-RECORDING-LINE
     IF power-food-active = 1
        MOVE "POWER" TO TKF-TYPE
        MOVE power-food-x TO TKF-X
        MOVE power-food-y TO TKF-Y
        MOVE TKF-LINE TO trec-line
        PERFORM PUT-RECORDING-LINE
     END-IF
     .

 RECORD-RESUME.
     *> the spool already holds this game's play up to where it was
     *> interrupted; note where play picked up again -- the new seed,
     *> the board and wrap setting it resumed under, and a digest of
     *> the state the checkpoint actually handed back -- then the
     *> layout now in force
     ACCEPT cur-date FROM DATE YYYYMMDD
     ACCEPT cur-time FROM TIME
     MOVE cur-date TO TKR-DATE
     MOVE cur-time(1:6) TO TKR-TIME
     MOVE WIDTH TO TKR-WIDTH
     MOVE HEIGHT TO TKR-HEIGHT
     MOVE MAX-LEN TO TKR-MAXLEN
     MOVE start-length TO TKR-START-LEN
     MOVE two-player-flag TO TKR-TWO-FLAG
     MOVE wrap-mode-flag TO TKR-WRAP-FLAG
     MOVE seed TO TKR-SEED
     MOVE score TO TKR-SCORE
     MOVE score2 TO TKR-SCORE2
     PERFORM COMPUTE-STATE-DIGEST
     MOVE trec-digest TO TKR-DIGEST
     MOVE TKR-LINE TO trec-line
     PERFORM PUT-RECORDING-LINE
     MOVE 1 TO trec-level-found
     PERFORM RECORD-LEVEL
     .

 RECORD-LEVEL.
     *> the layout in force, then its obstacle cells 14 to a line.
     *> trec-level-found 0 says a campaign advance found no next
     *> layout, so the series is over
     IF trec-open = 0
        EXIT PARAGRAPH
     END-IF
     MOVE campaign-level TO TKL-NUMBER
     MOVE level-file-name TO TKL-NAME
     MOVE trec-level-found TO TKL-FOUND
     IF trec-level-found = 1
        MOVE OBST-COUNT TO TKL-OBST-COUNT
     ELSE
        MOVE 0 TO TKL-OBST-COUNT
     END-IF
     MOVE TKL-LINE TO trec-line
     PERFORM PUT-RECORDING-LINE
     IF trec-level-found = 0
        EXIT PARAGRAPH
     END-IF
     MOVE 0 TO TKO-COUNT
     PERFORM VARYING trec-ix FROM 1 BY 1 UNTIL trec-ix > OBST-COUNT
        ADD 1 TO TKO-COUNT
        MOVE OBST-X(trec-ix) TO TKO-X(TKO-COUNT)
        MOVE OBST-Y(trec-ix) TO TKO-Y(TKO-COUNT)
        IF TKO-COUNT = 14
           MOVE TKO-LINE TO trec-line
           PERFORM PUT-RECORDING-LINE
           MOVE 0 TO TKO-COUNT
        END-IF
     END-PERFORM
     IF TKO-COUNT > 0
        MOVE TKO-LINE TO trec-line
        PERFORM PUT-RECORDING-LINE
     END-IF
     .

 RECORD-TICK.
     *> the direction each snake moves on this tick -- whatever
     *> READ-INPUT (or nothing) left in dir-x/dir-y.  A tick on which Q
     *> was pressed still runs before the game ends; its code goes in
     *> lower case so the replay ends the game on the same tick
     IF trec-open = 0
        EXIT PARAGRAPH
     END-IF
     EVALUATE TRUE
        WHEN dir-y = -1
           MOVE "U" TO trec-code
        WHEN dir-y = 1
           MOVE "D" TO trec-code
        WHEN dir-x = -1
           MOVE "L" TO trec-code
        WHEN OTHER
           MOVE "R" TO trec-code
     END-EVALUATE
     IF game-over-flag = 1
        MOVE FUNCTION LOWER-CASE(trec-code) TO trec-code
     END-IF
     ADD 1 TO trec-buf-len
     MOVE trec-code TO trec-buf(trec-buf-len:1)
     IF two-player-flag = 1
        EVALUATE TRUE
           WHEN dir2-y = -1
              MOVE "U" TO trec-code
           WHEN dir2-y = 1
              MOVE "D" TO trec-code
           WHEN dir2-x = -1
              MOVE "L" TO trec-code
           WHEN OTHER
              MOVE "R" TO trec-code
        END-EVALUATE
        ADD 1 TO trec-buf-len
        MOVE trec-code TO trec-buf(trec-buf-len:1)
     END-IF
     IF trec-buf-len >= TREC-CODES-PER-LINE
        PERFORM FLUSH-RECORDING-TICKS
     END-IF
     .

 RECORD-CHECKPOINT.
     *> a checkpoint was just saved: mark the spot with a digest of
     *> the saved state, then close and reopen the spool so everything
     *> up to here is on disk should the game be killed before its
     *> next save
     IF trec-open = 0
        EXIT PARAGRAPH
     END-IF
     PERFORM COMPUTE-STATE-DIGEST
     MOVE score TO TKC-SCORE
     MOVE score2 TO TKC-SCORE2
     MOVE trec-digest TO TKC-DIGEST
     MOVE TKC-LINE TO trec-line
     PERFORM PUT-RECORDING-LINE
     IF trec-open = 0
        EXIT PARAGRAPH
     END-IF
     CLOSE TICK-SPOOL-FILE
     OPEN EXTEND TICK-SPOOL-FILE
     IF WS-TSPL-STATUS NOT = "00"
        DISPLAY "WARNING: could not reopen the game recording "
                trec-spool-name ", status " WS-TSPL-STATUS
                " -- this game cannot be verified" UPON CONSOLE
        MOVE 0 TO trec-open
     END-IF
     .

 COMPUTE-STATE-DIGEST.
     *> one number summing up everything a checkpoint carries that
     *> play depends on, position-weighted so a moved body cell shows.
     *> SNAKEVFY works out the very same sum from its replay, which is
     *> how a checkpoint edited between save and resume gets caught
     COMPUTE trec-digest = score * 3 + snake-length * 7
                         + (dir-x + 2) * 11 + (dir-y + 2) * 13
                         + food-x * 17 + food-y * 19
                         + POWER-SLOW-TICKS-LEFT * 37
                         + campaign-level * 41
     IF power-food-active = 1
        COMPUTE trec-digest = trec-digest + 23
                            + power-food-x * 29 + power-food-y * 31
     END-IF
     IF campaign-flag = 1
        COMPUTE trec-digest = trec-digest + WS-BASE-TICK-MS * 43
     END-IF
     PERFORM VARYING trec-ix FROM 1 BY 1 UNTIL trec-ix > snake-length
        COMPUTE trec-digest = trec-digest
              + (snake-x(trec-ix) * 1000 + snake-y(trec-ix)) * trec-ix
     END-PERFORM
     IF two-player-flag = 1
        COMPUTE trec-digest = trec-digest + score2 * 5
                            + snake2-length * 47
                            + (dir2-x + 2) * 53 + (dir2-y + 2) * 59
        PERFORM VARYING trec-ix FROM 1 BY 1 UNTIL trec-ix > snake2-length
           COMPUTE trec-digest = trec-digest
                 + (snake2-x(trec-ix) * 1000 + snake2-y(trec-ix))
                 * (trec-ix + 1000)
        END-PERFORM
     END-IF
     COMPUTE trec-digest = FUNCTION MOD(trec-digest, 999999937)
     .

 PUT-RECORDING-LINE.
     *> write trec-line to the recording.  The ticks played so far go
     *> out first, so the recording stays in the order things happened
     IF trec-open = 0
        EXIT PARAGRAPH
     END-IF
     PERFORM FLUSH-RECORDING-TICKS
     IF trec-open = 0
        EXIT PARAGRAPH
     END-IF
     WRITE TICK-SPOOL-RECORD FROM trec-line
     IF WS-TSPL-STATUS NOT = "00"
        PERFORM DROP-RECORDING
     END-IF
     .

 FLUSH-RECORDING-TICKS.
     IF trec-open = 0 OR trec-buf-len = 0
        EXIT PARAGRAPH
     END-IF
     MOVE trec-buf-len TO TKT-COUNT
     MOVE trec-buf TO TKT-CODES
     MOVE 0 TO trec-buf-len
     MOVE SPACES TO trec-buf
     WRITE TICK-SPOOL-RECORD FROM TKT-LINE
     IF WS-TSPL-STATUS NOT = "00"
        PERFORM DROP-RECORDING
     END-IF
     .

 DROP-RECORDING.
     *> a recording with a hole in it proves nothing -- stop writing
     *> it; the game plays on and reaches the ledger as usual
     DISPLAY "WARNING: game recording write failed, status "
             WS-TSPL-STATUS " -- this game cannot be verified"
        UPON CONSOLE
     CLOSE TICK-SPOOL-FILE
     MOVE 0 TO trec-open
     .

 FINISH-RECORDING.
     *> the game is over and its ledger rows are written: close the
     *> recording with how it ended, both scores and the row keys, then
     *> append it to recording.dat in one piece -- the same brief retry
     *> as the audit trail, and the spool stays on disk if
     *> recording.dat will not take it
     IF trec-open = 0
        EXIT PARAGRAPH
     END-IF
     ACCEPT cur-date FROM DATE YYYYMMDD
     ACCEPT cur-time FROM TIME
     MOVE cur-date TO TKE-DATE
     MOVE cur-time(1:6) TO TKE-TIME
     EVALUATE TRUE
        WHEN snake1-dead = 1 AND snake2-dead = 1
           MOVE "BOTH-DEAD" TO TKE-CAUSE
        WHEN snake1-dead = 1
           MOVE "P1-DEAD" TO TKE-CAUSE
        WHEN snake2-dead = 1
           MOVE "P2-DEAD" TO TKE-CAUSE
        WHEN campaign-won = 1
           MOVE "CLEARED" TO TKE-CAUSE
        WHEN OTHER
           MOVE "QUIT" TO TKE-CAUSE
     END-EVALUATE
     MOVE score TO TKE-SCORE1
     IF two-player-flag = 1
        MOVE score2 TO TKE-SCORE2
     ELSE
        MOVE 0 TO TKE-SCORE2
     END-IF
     MOVE trec-key1 TO TKE-KEY1
     MOVE trec-key2 TO TKE-KEY2
     MOVE TKE-LINE TO trec-line
     PERFORM PUT-RECORDING-LINE
     IF trec-open = 0
        EXIT PARAGRAPH
     END-IF
     CLOSE TICK-SPOOL-FILE
     MOVE 0 TO trec-open

     PERFORM VARYING WS-OPEN-TRY FROM 1 BY 1
           UNTIL WS-OPEN-TRY > FILE-OPEN-RETRIES
        OPEN EXTEND TICK-REC-FILE
        IF WS-TREC-STATUS = "35"
           OPEN OUTPUT TICK-REC-FILE
           CLOSE TICK-REC-FILE
           OPEN EXTEND TICK-REC-FILE
        END-IF
        IF WS-TREC-STATUS = "00"
           EXIT PERFORM
        END-IF
        CALL "napms" USING BY VALUE FILE-RETRY-WAIT-MS
     END-PERFORM
     IF WS-TREC-STATUS NOT = "00"
        DISPLAY "WARNING: could not open recording.dat, status "
                WS-TREC-STATUS " -- this game's recording is waiting "
                "in " trec-spool-name UPON CONSOLE
        EXIT PARAGRAPH
     END-IF
     OPEN INPUT TICK-SPOOL-FILE
     IF WS-TSPL-STATUS NOT = "00"
        DISPLAY "WARNING: could not reread the game recording, status "
                WS-TSPL-STATUS " -- it is waiting in "
                trec-spool-name UPON CONSOLE
        CLOSE TICK-REC-FILE
        EXIT PARAGRAPH
     END-IF
     MOVE 0 TO trec-copy-bad
     PERFORM UNTIL 1 = 2
        READ TICK-SPOOL-FILE INTO trec-line
           AT END
              EXIT PERFORM
        END-READ
        WRITE TICK-REC-RECORD FROM trec-line
        IF WS-TREC-STATUS NOT = "00"
           DISPLAY "WARNING: recording.dat write failed, status "
                   WS-TREC-STATUS " -- this game's recording is "
                   "waiting in " trec-spool-name UPON CONSOLE
           MOVE 1 TO trec-copy-bad
           EXIT PERFORM
        END-IF
     END-PERFORM
     CLOSE TICK-SPOOL-FILE
     IF trec-copy-bad = 0
        DELETE FILE TICK-SPOOL-FILE
        IF WS-TSPL-STATUS NOT = "00" AND WS-TSPL-STATUS NOT = "35"
           DISPLAY "WARNING: could not remove " trec-spool-name
                   ", status " WS-TSPL-STATUS UPON CONSOLE
        END-IF
     END-IF
     CLOSE TICK-REC-FILE
     .

 WRITE-MATCH-RECORD.
     *> one line per finished head-to-head game: date, both operators,
     *> both scores, and how it ended.  Attract-mode games never get
     IF WS-MATCH-STATUS NOT = "00"
        DISPLAY "WARNING: could not open matches.dat, status "
                WS-MATCH-STATUS " -- match not recorded" UPON CONSOLE
        IF bkt-game-flag = 1
           DISPLAY "Bracket game not posted -- play it again."
              UPON CONSOLE
        END-IF
        EXIT PARAGRAPH
     END-IF
     MOVE YYYY TO MAT-L-YYYY
        WHEN OTHER
           MOVE "QUIT" TO MAT-L-CAUSE
     END-EVALUATE
     *> a bracket game names its tournament and match, so the line
     *> in matches.dat is the evidence for the result on the bracket
     IF bkt-game-flag = 1
        MOVE bkt-id TO MAT-L-TRN-ID
        MOVE bkt-match TO MAT-L-TRN-MATCH
     ELSE
        MOVE SPACES TO MAT-L-BRACKET
     END-IF
     WRITE MATCH-RECORD FROM MATCH-LINE
     IF WS-MATCH-STATUS NOT = "00"
        DISPLAY "WARNING: matches.dat write failed, status "
                WS-MATCH-STATUS " -- match not recorded" UPON CONSOLE
        IF bkt-game-flag = 1
           DISPLAY "Bracket game not posted -- play it again."
              UPON CONSOLE
        END-IF
        CLOSE MATCH-FILE
        EXIT PARAGRAPH
     END-IF
     CLOSE MATCH-FILE
     IF bkt-game-flag = 1
        PERFORM BRACKET-POST-RESULT
     END-IF
     .

 BRACKET-POST-RESULT.
     *> settle the bracket game just written to matches.dat, by the
     *> rule SNAKERAT rates by: a QUIT by a player 1 who was ahead
     *> settled nothing, a QUIT level or behind is player 1's
     *> forfeit, otherwise the higher score wins.  A tie settles
     *> nothing either -- the match stays due
     EVALUATE TRUE
        WHEN MAT-L-CAUSE = "QUIT" AND score > score2
           DISPLAY "Bracket game not settled -- player 1 quit while "
                   "ahead; play it again." UPON CONSOLE
           EXIT PARAGRAPH
        WHEN MAT-L-CAUSE = "QUIT"
           MOVE 2 TO bkt-win-player
        WHEN score > score2
           MOVE 1 TO bkt-win-player
        WHEN score < score2
           MOVE 2 TO bkt-win-player
        WHEN OTHER
           DISPLAY "Bracket game tied -- play it again." UPON CONSOLE
           EXIT PARAGRAPH
     END-EVALUATE

     PERFORM VARYING WS-OPEN-TRY FROM 1 BY 1
           UNTIL WS-OPEN-TRY > FILE-OPEN-RETRIES
        OPEN I-O TOURNEY-FILE
        IF WS-TRN-STATUS = "00"
           EXIT PERFORM
        END-IF
        CALL "napms" USING BY VALUE FILE-RETRY-WAIT-MS
     END-PERFORM
     IF WS-TRN-STATUS NOT = "00"
        DISPLAY "WARNING: could not open tourney.dat, status "
                WS-TRN-STATUS " -- bracket game not posted"
           UPON CONSOLE
        EXIT PARAGRAPH
     END-IF

     *> the match must still be due between these two -- it may have
     *> been settled from the other terminal while this game ran
     MOVE bkt-id TO TRN-ID
     MOVE bkt-match TO TRN-MATCH
     READ TOURNEY-FILE
     EVALUATE TRUE
        WHEN WS-TRN-STATUS NOT = "00"
           DISPLAY "WARNING: bracket game " FUNCTION TRIM(bkt-id)
                   " " bkt-match " not readable, status "
                   WS-TRN-STATUS " -- not posted" UPON CONSOLE
           CLOSE TOURNEY-FILE
           EXIT PARAGRAPH
        WHEN NOT TRN-M-READY
           DISPLAY "Bracket game already settled -- this result "
                   "was not posted." UPON CONSOLE
           CLOSE TOURNEY-FILE
           EXIT PARAGRAPH
        WHEN TRN-M-PLAYER(1) = MAT-L-OPER1
              AND TRN-M-PLAYER(2) = MAT-L-OPER2
           MOVE 1 TO bkt-p1-side
        WHEN TRN-M-PLAYER(1) = MAT-L-OPER2
              AND TRN-M-PLAYER(2) = MAT-L-OPER1
           MOVE 2 TO bkt-p1-side
        WHEN OTHER
           DISPLAY "Bracket game has other players now -- this "
                   "result was not posted." UPON CONSOLE
           CLOSE TOURNEY-FILE
           EXIT PARAGRAPH
     END-EVALUATE

     MOVE score TO TRN-M-SCORE(bkt-p1-side)
     MOVE score2 TO TRN-M-SCORE(3 - bkt-p1-side)
     IF bkt-win-player = 1
        MOVE bkt-p1-side TO bkt-win-side
     ELSE
        COMPUTE bkt-win-side = 3 - bkt-p1-side
     END-IF
     SET TRN-M-PLAYED TO TRUE
     MOVE TRN-M-PLAYER(bkt-win-side) TO TRN-M-WINNER
     MOVE TRN-M-PLAYER(3 - bkt-win-side) TO TRN-M-LOSER
     MOVE TRN-M-WINNER TO bkt-winner
     MOVE cur-date TO TRN-M-PLAYED-DATE
     MOVE cur-time(1:6) TO TRN-M-PLAYED-TIME
     MOVE MAT-L-CAUSE TO TRN-M-CAUSE
     MOVE 0 TO bkt-error
     MOVE 0 TO bkt-crowned
     MOVE 0 TO bkt-q-count
     PERFORM BRACKET-REWRITE-MATCH
     IF bkt-error = 1
        CLOSE TOURNEY-FILE
        EXIT PARAGRAPH
     END-IF
     PERFORM BRACKET-MOVE-ON
     PERFORM VARYING bkt-q-next FROM 1 BY 1
           UNTIL bkt-q-next > bkt-q-count
        PERFORM BRACKET-PLACE-PLAYER
     END-PERFORM
     CLOSE TOURNEY-FILE

     MOVE bkt-match TO bkt-match-x
     DISPLAY "Bracket game posted: " FUNCTION TRIM(bkt-winner)
             " wins game " FUNCTION TRIM(bkt-match-x) " of "
             FUNCTION TRIM(bkt-id) "." UPON CONSOLE
     IF bkt-crowned = 1
        DISPLAY FUNCTION TRIM(bkt-champion) " is the "
                FUNCTION TRIM(bkt-id) " champion!" UPON CONSOLE
     ELSE
        DISPLAY "Next games due: ./snaketrn REPORT "
                FUNCTION TRIM(bkt-id) UPON CONSOLE
     END-IF
     IF bkt-error = 1
        DISPLAY "WARNING: the bracket was not fully advanced -- "
                "see above" UPON CONSOLE
     END-IF
     .

 BRACKET-REWRITE-MATCH.
     REWRITE TOURNEY-RECORD
     IF WS-TRN-STATUS NOT = "00"
        DISPLAY "WARNING: tourney.dat rewrite failed at game "
                TRN-MATCH ", status " WS-TRN-STATUS UPON CONSOLE
        MOVE 1 TO bkt-error
     END-IF
     .

 BRACKET-QUEUE.
     IF bkt-q-count >= BKT-Q-MAX
        MOVE 1 TO bkt-error
        EXIT PARAGRAPH
     END-IF
     ADD 1 TO bkt-q-count
     MOVE bkt-put-name TO bkt-q-name(bkt-q-count)
     MOVE bkt-put-match TO bkt-q-match(bkt-q-count)
     MOVE bkt-put-slot TO bkt-q-slot(bkt-q-count)
     .

 BRACKET-MOVE-ON.
     *> the match in the record area has just been decided: send its
     *> players on, or crown the champion.  SNAKETRN lays the draw out
     *> and moves players the same way
     EVALUATE TRUE
        WHEN TRN-M-FINAL OR TRN-M-GRAND-2
           MOVE TRN-M-WINNER TO bkt-champion
           MOVE TRN-M-LOSER TO bkt-runner-up
           PERFORM BRACKET-CROWN
        WHEN TRN-M-GRAND-1 AND TRN-M-WINNER = TRN-M-PLAYER(1)
           *> the unbeaten side held on -- no deciding game
           MOVE TRN-M-WINNER TO bkt-champion
           MOVE TRN-M-LOSER TO bkt-runner-up
           MOVE TRN-M-WIN-TO TO bkt-put-match
           MOVE SPACES TO bkt-put-name
           MOVE 0 TO bkt-put-slot
           PERFORM BRACKET-QUEUE
           PERFORM BRACKET-CROWN
        WHEN TRN-M-GRAND-1
           *> both now have one loss: they play once more
           MOVE TRN-M-WIN-TO TO bkt-put-match
           MOVE TRN-M-PLAYER(1) TO bkt-put-name
           MOVE 1 TO bkt-put-slot
           PERFORM BRACKET-QUEUE
           MOVE TRN-M-PLAYER(2) TO bkt-put-name
           MOVE 2 TO bkt-put-slot
           PERFORM BRACKET-QUEUE
        WHEN OTHER
           IF TRN-M-WIN-TO > 0
              MOVE TRN-M-WINNER TO bkt-put-name
              MOVE TRN-M-WIN-TO TO bkt-put-match
              MOVE TRN-M-WIN-SLOT TO bkt-put-slot
              PERFORM BRACKET-QUEUE
           END-IF
           IF TRN-M-LOSE-TO > 0
              MOVE TRN-M-LOSER TO bkt-put-name
              MOVE TRN-M-LOSE-TO TO bkt-put-match
              MOVE TRN-M-LOSE-SLOT TO bkt-put-slot
              PERFORM BRACKET-QUEUE
           END-IF
     END-EVALUATE
     .

 BRACKET-PLACE-PLAYER.
     MOVE bkt-id TO TRN-ID
     MOVE bkt-q-match(bkt-q-next) TO TRN-MATCH
     READ TOURNEY-FILE
     IF WS-TRN-STATUS NOT = "00"
        DISPLAY "WARNING: bracket game " TRN-MATCH " not readable, "
                "status " WS-TRN-STATUS UPON CONSOLE
        MOVE 1 TO bkt-error
        EXIT PARAGRAPH
     END-IF
     IF bkt-q-slot(bkt-q-next) = 0
        SET TRN-M-VOID TO TRUE
        PERFORM BRACKET-REWRITE-MATCH
        EXIT PARAGRAPH
     END-IF
     MOVE bkt-q-name(bkt-q-next)
        TO TRN-M-PLAYER(bkt-q-slot(bkt-q-next))
     IF TRN-M-PLAYER(1) = SPACES OR TRN-M-PLAYER(2) = SPACES
        PERFORM BRACKET-REWRITE-MATCH
        EXIT PARAGRAPH
     END-IF
     IF TRN-M-PLAYER(1) NOT = BKT-BYE AND TRN-M-PLAYER(2) NOT = BKT-BYE
        SET TRN-M-READY TO TRUE
        PERFORM BRACKET-REWRITE-MATCH
        EXIT PARAGRAPH
     END-IF
     *> facing a bye: a walkover
     IF TRN-M-PLAYER(1) = BKT-BYE
        MOVE 2 TO bkt-win-side
     ELSE
        MOVE 1 TO bkt-win-side
     END-IF
     SET TRN-M-WALKOVER TO TRUE
     MOVE TRN-M-PLAYER(bkt-win-side) TO TRN-M-WINNER
     MOVE TRN-M-PLAYER(3 - bkt-win-side) TO TRN-M-LOSER
     MOVE "WALKOVER" TO TRN-M-CAUSE
     MOVE cur-date TO TRN-M-PLAYED-DATE
     MOVE cur-time(1:6) TO TRN-M-PLAYED-TIME
     PERFORM BRACKET-REWRITE-MATCH
     PERFORM BRACKET-MOVE-ON
     .

 BRACKET-CROWN.
     MOVE 1 TO bkt-crowned
     MOVE bkt-id TO TRN-ID
     MOVE 0 TO TRN-MATCH
     READ TOURNEY-FILE
     IF WS-TRN-STATUS NOT = "00"
        DISPLAY "WARNING: tournament header not readable, status "
                WS-TRN-STATUS UPON CONSOLE
        MOVE 1 TO bkt-error
        EXIT PARAGRAPH
     END-IF
     SET TRN-H-FINISHED TO TRUE
     MOVE bkt-champion TO TRN-H-CHAMPION
     MOVE bkt-runner-up TO TRN-H-RUNNER-UP
     MOVE cur-date TO TRN-H-FINISH-DATE
     PERFORM BRACKET-REWRITE-MATCH
     .

 WRITE-CAMPAIGN-RECORD.
     *> caller -- TEARDOWN files player 2's row under player 2's name
     ACCEPT cur-date FROM DATE YYYYMMDD
     ACCEPT cur-time FROM TIME
     MOVE SPACES TO WS-LEDGER-KEY

     *> the other terminal's TEARDOWN may hold the ledger this very
     *> moment -- retry the open briefly instead of losing the score
     MOVE SS   TO SK-SS
     MOVE WS-OPERATOR TO SCORE-OPERATOR
     MOVE WS-LEDGER-SCORE TO SCORE-VALUE
     *> the conditions the game was played under, so the reports can
     *> rank like against like
     SET SCORE-RS-CLASSIFIED TO TRUE
     MOVE WIDTH TO SCORE-RS-WIDTH
     MOVE HEIGHT TO SCORE-RS-HEIGHT
     MOVE start-tick-ms TO SCORE-RS-TICK-MS
     MOVE start-length TO SCORE-RS-START-LEN
     MOVE wrap-mode-flag TO SCORE-RS-WRAP
     MOVE two-player-flag TO SCORE-RS-TWO
     MOVE campaign-flag TO SCORE-RS-CAMP
     MOVE ghost-flag TO SCORE-RS-GHOST
     MOVE rules-level TO SCORE-RS-LEVEL

     *> WS-LEDGER-SEQ perturbs the sub-second key field so two-player
     *> mode's pair of records (written the same tick) don't collide; if
        DISPLAY "WARNING: could not append to scores.dat, status "
                WS-SCORE-STATUS " -- score " WS-LEDGER-SCORE " lost"
           UPON CONSOLE
     ELSE
        MOVE SCORE-KEY TO WS-LEDGER-KEY
     END-IF
     CLOSE SCORE-FILE
     .
        MOVE YYYY TO PROF-LAST-YYYY
        MOVE MM TO PROF-LAST-MM
        MOVE DD TO PROF-LAST-DD
        PERFORM PROFILE-ADD-YTD
        REWRITE PROFILE-RECORD
     ELSE
        *> first game on record for this operator
        MOVE YYYY TO PROF-LAST-YYYY
        MOVE MM TO PROF-LAST-MM
        MOVE DD TO PROF-LAST-DD
        INITIALIZE PROF-YTD
        INITIALIZE PROF-PRIOR
        PERFORM PROFILE-ADD-YTD
        WRITE PROFILE-RECORD
     END-IF
     IF WS-PROFILE-STATUS NOT = "00"
     END-IF
     CLOSE PROFILE-FILE
     .

 PROFILE-ADD-YTD.
     *> this game into the card's year-to-date bucket.  A bucket
     *> still holding a year the year-end close has not taken is
     *> moved aside for it first (see profrec.cpy)
     IF PROF-YTD-YEAR NOT = YYYY
        IF PROF-YTD-YEAR NOT = 0
           MOVE PROF-YTD TO PROF-PRIOR
        END-IF
        INITIALIZE PROF-YTD
        MOVE YYYY TO PROF-YTD-YEAR
     END-IF
     ADD 1 TO PROF-YTD-GAMES
     ADD WS-PROF-SCORE TO PROF-YTD-TOTAL
     ADD WS-PROF-FOODS TO PROF-YTD-FOODS
     ADD WS-PROF-POWERUPS TO PROF-YTD-POWERUPS
     IF PROF-YTD-GAMES = 1 OR WS-PROF-SCORE > PROF-YTD-BEST
        MOVE WS-PROF-SCORE TO PROF-YTD-BEST
        MOVE cur-date TO PROF-YTD-BEST-DATE
     END-IF
     .

 NOTE-AWARD-PLAYER.
     *> this player's game goes forward to the achievement check --
     *> TEARDOWN has just filed it under WS-OPERATOR
     ADD 1 TO awd-plr-count
     MOVE WS-OPERATOR TO awd-oper(awd-plr-count)
     MOVE WS-PROF-SCORE TO awd-score(awd-plr-count)
     MOVE WS-PROF-FOODS TO awd-foods(awd-plr-count)
     MOVE WS-PROF-POWERUPS TO awd-powerups(awd-plr-count)
     MOVE 0 TO awd-camp-won(awd-plr-count)
     MOVE 0 TO awd-ghost-won(awd-plr-count)
     MOVE 0 TO awd-streak(awd-plr-count)
     .

 CHECK-ACHIEVEMENTS.
     *> the shop's rules against the game just filed; whatever a
     *> player has newly earned goes on the achievements master and
     *> is announced.  No rules file means no achievements are kept.
     *> The master's key is the whole test of "newly" -- a duplicate
     *> key is an achievement the player already holds
     PERFORM LOAD-ACHIEVEMENT-RULES
     IF awd-rule-count = 0
        EXIT PARAGRAPH
     END-IF
     IF two-player-flag = 1 AND awd-want-streak = 1
        PERFORM COUNT-WIN-STREAKS
     END-IF

     PERFORM VARYING WS-OPEN-TRY FROM 1 BY 1
           UNTIL WS-OPEN-TRY > FILE-OPEN-RETRIES
        OPEN I-O ACHIEVE-FILE
        IF WS-ACH-STATUS = "35"
           OPEN OUTPUT ACHIEVE-FILE
           CLOSE ACHIEVE-FILE
           OPEN I-O ACHIEVE-FILE
        END-IF
        IF WS-ACH-STATUS = "00"
           EXIT PERFORM
        END-IF
        CALL "napms" USING BY VALUE FILE-RETRY-WAIT-MS
     END-PERFORM
     IF WS-ACH-STATUS NOT = "00"
        DISPLAY "WARNING: could not open achieve.dat, status "
                WS-ACH-STATUS " -- achievements not checked"
           UPON CONSOLE
        EXIT PARAGRAPH
     END-IF
     ACCEPT cur-date FROM DATE YYYYMMDD
     ACCEPT cur-time FROM TIME
     MOVE 0 TO awd-new-count
     PERFORM VARYING awd-plr-ix FROM 1 BY 1
           UNTIL awd-plr-ix > awd-plr-count
        PERFORM VARYING awd-rule-ix FROM 1 BY 1
              UNTIL awd-rule-ix > awd-rule-count
           PERFORM AWARD-IF-EARNED
        END-PERFORM
     END-PERFORM
     CLOSE ACHIEVE-FILE
     .

 LOAD-ACHIEVEMENT-RULES.
     *> comment lines, unknown rules and lines with no usable figure
     *> are passed over here -- SNAKEACH lists what it skipped
     MOVE 0 TO awd-rule-count
     MOVE 0 TO awd-want-streak
     OPEN INPUT ACHDEF-FILE
     IF WS-ACHDEF-STATUS NOT = "00"
        EXIT PARAGRAPH
     END-IF
     PERFORM UNTIL 1 = 2
        READ ACHDEF-FILE
           AT END
              EXIT PERFORM
        END-READ
        MOVE ACHDEF-RECORD TO ACD-LINE
        IF awd-rule-count >= AWD-MAX-RULES
           EXIT PERFORM
        END-IF
        IF ACD-CODE(1:1) NOT = "*" AND ACD-CODE NOT = SPACES
              AND ACD-RULE-KNOWN AND ACD-THRESHOLD IS NUMERIC
           ADD 1 TO awd-rule-count
           MOVE ACD-CODE TO awd-rule-code(awd-rule-count)
           MOVE ACD-RULE TO awd-rule-type(awd-rule-count)
           MOVE ACD-THRESHOLD TO awd-rule-need(awd-rule-count)
           MOVE ACD-TITLE TO awd-rule-title(awd-rule-count)
           IF ACD-RULE-STREAK
              MOVE 1 TO awd-want-streak
           END-IF
        END-IF
     END-PERFORM
     CLOSE ACHDEF-FILE
     .

 COUNT-WIN-STREAKS.
     *> each player's run of head-to-head wins up to and including
     *> this game, off the match ledger WRITE-MATCH-RECORD has just
     *> added to.  A loss or a draw starts the count again; a game
     *> against oneself is no match at all
     OPEN INPUT MATCH-FILE
     IF WS-MATCH-STATUS NOT = "00"
        EXIT PARAGRAPH
     END-IF
     PERFORM UNTIL 1 = 2
        READ MATCH-FILE
           AT END
              EXIT PERFORM
        END-READ
        MOVE MATCH-RECORD TO MATCH-LINE
        *> the SNAKERAT reading: 0 no contest, 1 or 2 the winning
        *> side, 3 a draw
        EVALUATE TRUE
           WHEN MAT-L-SCORE1 NOT NUMERIC OR MAT-L-SCORE2 NOT NUMERIC
                 OR MAT-L-OPER1 = MAT-L-OPER2
              MOVE 0 TO awd-winner
           WHEN MAT-L-CAUSE = "QUIT" AND MAT-L-SCORE1 > MAT-L-SCORE2
              MOVE 0 TO awd-winner
           WHEN MAT-L-CAUSE = "QUIT"
              MOVE 2 TO awd-winner
           WHEN MAT-L-SCORE1 > MAT-L-SCORE2
              MOVE 1 TO awd-winner
           WHEN MAT-L-SCORE1 < MAT-L-SCORE2
              MOVE 2 TO awd-winner
           WHEN OTHER
              MOVE 3 TO awd-winner
        END-EVALUATE
        IF awd-winner NOT = 0
           PERFORM VARYING awd-plr-ix FROM 1 BY 1
                 UNTIL awd-plr-ix > awd-plr-count
              PERFORM STREAK-ONE-PLAYER
           END-PERFORM
        END-IF
     END-PERFORM
     CLOSE MATCH-FILE
     .

 STREAK-ONE-PLAYER.
     EVALUATE TRUE
        WHEN awd-oper(awd-plr-ix) = MAT-L-OPER1 AND awd-winner = 1
           ADD 1 TO awd-streak(awd-plr-ix)
        WHEN awd-oper(awd-plr-ix) = MAT-L-OPER2 AND awd-winner = 2
           ADD 1 TO awd-streak(awd-plr-ix)
        WHEN awd-oper(awd-plr-ix) = MAT-L-OPER1
              OR awd-oper(awd-plr-ix) = MAT-L-OPER2
           MOVE 0 TO awd-streak(awd-plr-ix)
        WHEN OTHER
           CONTINUE
     END-EVALUATE
     .

 AWARD-IF-EARNED.
     MOVE 0 TO awd-earned
     EVALUATE awd-rule-type(awd-rule-ix)
        WHEN "SCORE"
           IF awd-score(awd-plr-ix) >= awd-rule-need(awd-rule-ix)
              MOVE 1 TO awd-earned
              MOVE awd-score(awd-plr-ix) TO awd-value
           END-IF
        WHEN "FOODS"
           IF awd-foods(awd-plr-ix) >= awd-rule-need(awd-rule-ix)
              MOVE 1 TO awd-earned
              MOVE awd-foods(awd-plr-ix) TO awd-value
           END-IF
        WHEN "POWERUPS"
           IF awd-powerups(awd-plr-ix) >= awd-rule-need(awd-rule-ix)
              MOVE 1 TO awd-earned
              MOVE awd-powerups(awd-plr-ix) TO awd-value
           END-IF
        WHEN "CAMPAIGN"
           IF awd-camp-won(awd-plr-ix) = 1
              MOVE 1 TO awd-earned
              MOVE awd-score(awd-plr-ix) TO awd-value
           END-IF
        WHEN "GHOST"
           IF awd-ghost-won(awd-plr-ix) = 1
              MOVE 1 TO awd-earned
              MOVE awd-score(awd-plr-ix) TO awd-value
           END-IF
        WHEN "STREAK"
           IF awd-streak(awd-plr-ix) > 0
                 AND awd-streak(awd-plr-ix)
                    >= awd-rule-need(awd-rule-ix)
              MOVE 1 TO awd-earned
              MOVE awd-streak(awd-plr-ix) TO awd-value
           END-IF
        WHEN OTHER
           CONTINUE
     END-EVALUATE
     IF awd-earned = 0
        EXIT PARAGRAPH
     END-IF

     MOVE awd-oper(awd-plr-ix) TO ACH-OPERATOR
     MOVE awd-rule-code(awd-rule-ix) TO ACH-CODE
     MOVE cur-date TO ACH-EARNED-DATE
     MOVE cur-time(1:6) TO ACH-EARNED-TIME
     MOVE awd-value TO ACH-VALUE
     SET ACH-BY-GAME TO TRUE
     MOVE awd-rule-title(awd-rule-ix) TO ACH-TITLE
     MOVE cur-date TO ACH-FILED-DATE
     WRITE ACHIEVE-RECORD
     EVALUATE WS-ACH-STATUS
        WHEN "00"
           ADD 1 TO awd-new-count
           IF awd-new-count = 1
              DISPLAY SPACE UPON CONSOLE
           END-IF
           DISPLAY "*** NEW ACHIEVEMENT: "
                   FUNCTION TRIM(awd-rule-title(awd-rule-ix))
                   " -- " FUNCTION TRIM(awd-oper(awd-plr-ix))
              UPON CONSOLE
        WHEN "22"
           CONTINUE
        WHEN OTHER
           DISPLAY "WARNING: achieve.dat write failed, status "
                   WS-ACH-STATUS " -- " FUNCTION TRIM(ACH-CODE)
                   " not filed" UPON CONSOLE
     END-EVALUATE
     .
 END PROGRAM SNAKE.
