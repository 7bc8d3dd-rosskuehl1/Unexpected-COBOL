*>   profiles.dat       -- lifetime cards combined arithmetically on
*>                         a merge (games/totals/pickups added, best
*>                         score and dates kept from whichever run
*>                         actually holds the record), and the
*>                         year-to-date buckets combined year by year
*>   operators.dat      -- the enrollment card (status and PIN) moves
*>                         to the new name; when the new name already
*>                         has a card of its own, that card stands
*>   scores.dat         -- ledger rows rewritten in place
*>   scores.YYYY.arc    -- archive lines rewritten via a work file
*>   matches.dat        -- both operator columns
*>   tourney.dat        -- bracket seedings, players, winners and
*>                         champions (a merge of two entrants of the
*>                         same tournament is flagged for review)
*>   campaign.dat       -- the campaign ledger
*>   achieve.dat        -- achievements move to the new name; one
*>                         both names hold keeps the earlier award
*>   audit.log          -- the SESSION-ST/SESSION-EN header names,
*>                         which the ghost scan and the reconciliation
*>                         match against the ledger; leaving the old
*>                         name there would orphan every renamed row
*> and prints a control report of every record touched.  The rating
*> master (ratings.dat, ratings.his) is derived from matches.dat and
*> is not edited here: when match lines change, rebuild it with
*> ./snakerat REBUILD.  Two files
*> are deliberately left alone: contest.his (the closed official
*> record of who won each month, under the name they won it with,
*> and tourney.his, its bracket counterpart)
*> and the audit.YYYY.arc cold segments (nothing live matches
*> against them).  Run it in the batch window -- never while a game
*> is being played.
        RECORD KEY IS PROF-OPERATOR
        FILE STATUS IS WS-PROFILE-STATUS.

     SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
        ORGANIZATION INDEXED
        ACCESS MODE RANDOM
        RECORD KEY IS OPR-OPERATOR
        FILE STATUS IS WS-OPER-STATUS.

     SELECT ARCHIVE-FILE ASSIGN TO NAM-ARC-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-ARC-STATUS.
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-MATCH-STATUS.

     SELECT TOURNEY-FILE ASSIGN TO "tourney.dat"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS TRN-KEY
        FILE STATUS IS WS-TRN-STATUS.

     SELECT CAMPAIGN-FILE ASSIGN TO "campaign.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CAMP-STATUS.
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

     SELECT ACHIEVE-FILE ASSIGN TO "achieve.dat"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS ACH-KEY
        FILE STATUS IS WS-ACH-STATUS.

     SELECT WORK-FILE ASSIGN TO "snakenam.tmp"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-STATUS.
 FD  PROFILE-FILE.
     COPY "profrec.cpy".

 FD  OPERATOR-FILE.
     COPY "oprrec.cpy".

 FD  ARCHIVE-FILE.
 01  ARCHIVE-RECORD            PIC X(98).

 FD  MATCH-FILE.
 01  MATCH-RECORD              PIC X(104).

 FD  TOURNEY-FILE.
     COPY "trnrec.cpy".

 FD  CAMPAIGN-FILE.
 01  CAMPAIGN-RECORD           PIC X(56).
 *> AUD-EVENT must be tested before trusting anything past it
 01  AUDIT-SESSION-RECORD      PIC X(100).

 FD  ACHIEVE-FILE.
     COPY "achrec.cpy".

 FD  WORK-FILE.
 01  WORK-RECORD               PIC X(104).

 WORKING-STORAGE SECTION.
 01  WS-SCORE-STATUS       PIC XX.
 01  WS-PROFILE-STATUS     PIC XX.
 01  WS-OPER-STATUS        PIC XX.
 01  WS-ARC-STATUS         PIC XX.
 01  WS-MATCH-STATUS       PIC XX.
 01  WS-TRN-STATUS         PIC XX.
 01  WS-CAMP-STATUS        PIC XX.
 01  WS-AUDIT-STATUS       PIC XX.
 01  WS-ACH-STATUS         PIC XX.
 01  WS-WORK-STATUS        PIC XX.

 *> shared line layouts (each file's writer owns the format)
 01  NAM-OLD-POWER         BINARY-DOUBLE.
 01  NAM-OLD-LAST-DT       PIC X(8).
 01  NAM-FROM-PROF         PIC 9 VALUE 0.
 01  NAM-OLD-YTD           PIC X(44).
 01  NAM-OLD-PRIOR         PIC X(44).

 *> the year-to-date buckets of both cards on a merge, combined
 *> year by year; the newest year goes back as PROF-YTD and the one
 *> before as PROF-PRIOR (layout as in profrec.cpy)
 01  NAM-BKT               OCCURS 4 TIMES.
     05  NAM-BKT-YEAR          PIC 9(4).
     05  NAM-BKT-GAMES         BINARY-LONG.
     05  NAM-BKT-TOTAL         BINARY-DOUBLE.
     05  NAM-BKT-BEST          BINARY-LONG.
     05  NAM-BKT-BEST-DATE     PIC 9(8).
     05  NAM-BKT-FOODS         BINARY-DOUBLE.
     05  NAM-BKT-POWERUPS      BINARY-DOUBLE.
 01  NAM-BKT-IX            BINARY-LONG.
 01  NAM-BKT-JX            BINARY-LONG.
 01  NAM-BKT-NEWEST        BINARY-LONG.
 01  NAM-BKT-NEXT          BINARY-LONG.

 *> the FROM enrollment card held while it is refiled
 01  NAM-OLD-OPR-CARD      PIC X(49).

 *> FROM's achievements, gathered before any of them is refiled so
 *> the browse never runs over a record this run has just written
 01  NAM-AWD-MAX           BINARY-LONG VALUE 100.
 01  NAM-AWD-COUNT         BINARY-LONG VALUE 0.
 01  NAM-AWD               OCCURS 100 TIMES.
     05  NAM-AWD-RECORD        PIC X(95).
 01  NAM-AWD-IX            BINARY-LONG.
 01  NAM-AWD-WHEN.
     05  NAM-AWD-DATE          PIC X(8).
     05  NAM-AWD-TIME          PIC 9(6).
 01  NAM-AWD-HELD-WHEN.
     05  NAM-AWD-HELD-DATE     PIC X(8).
     05  NAM-AWD-HELD-TIME     PIC 9(6).

 *> yearly archive probe, same base year the reconciliation uses
 01  NAM-ARC-NAME          PIC X(20) VALUE SPACES.

 *> control totals -- every record touched is also listed as it goes
 01  NAM-PROF-TOUCHED      BINARY-LONG VALUE 0.
 01  NAM-OPR-TOUCHED       BINARY-LONG VALUE 0.
 01  NAM-SCORE-TOUCHED     BINARY-LONG VALUE 0.
 01  NAM-ARC-TOUCHED       BINARY-LONG VALUE 0.
 01  NAM-MATCH-TOUCHED     BINARY-LONG VALUE 0.
 01  NAM-TRN-TOUCHED       BINARY-LONG VALUE 0.
 01  NAM-SEED-IX           BINARY-LONG.
 01  NAM-CAMP-TOUCHED      BINARY-LONG VALUE 0.
 01  NAM-AUDIT-TOUCHED     BINARY-LONG VALUE 0.
 01  NAM-ACH-TOUCHED       BINARY-LONG VALUE 0.
 01  NAM-FILE-CHANGED      PIC 9.
 01  NAM-FILE-COUNT        BINARY-LONG.
 01  NAM-COUNT-ED          PIC ZZZZZZZZ9.
 MAIN-SECTION.
     PERFORM GET-RUN-OPTIONS
     PERFORM FIX-PROFILE-MASTER
     PERFORM FIX-OPERATOR-REGISTER
     PERFORM FIX-SCORE-LEDGER
     PERFORM FIX-ARCHIVE-FILES
     PERFORM FIX-MATCH-LEDGER
     PERFORM FIX-TOURNEY-MASTER
     PERFORM FIX-CAMPAIGN-LEDGER
     PERFORM FIX-AUDIT-TRAIL
     PERFORM FIX-ACHIEVEMENT-MASTER
     PERFORM PRINT-CONTROL-REPORT
     STOP RUN.

     MOVE PROF-FOODS-EATEN TO NAM-OLD-FOODS
     MOVE PROF-POWERUPS-EATEN TO NAM-OLD-POWER
     MOVE PROF-LAST-DATE TO NAM-OLD-LAST-DT
     MOVE PROF-YTD TO NAM-OLD-YTD
     MOVE PROF-PRIOR TO NAM-OLD-PRIOR

     MOVE NAM-INTO TO PROF-OPERATOR
     READ PROFILE-FILE
        IF NAM-OLD-LAST-DT > PROF-LAST-DATE
           MOVE NAM-OLD-LAST-DT TO PROF-LAST-DATE
        END-IF
        PERFORM MERGE-YTD-BUCKETS
        REWRITE PROFILE-RECORD
        IF WS-PROFILE-STATUS NOT = "00"
           DISPLAY "SNAKENAM: profile rewrite failed, status "
        MOVE NAM-OLD-FOODS TO PROF-FOODS-EATEN
        MOVE NAM-OLD-POWER TO PROF-POWERUPS-EATEN
        MOVE NAM-OLD-LAST-DT TO PROF-LAST-DATE
        MOVE NAM-OLD-YTD TO PROF-YTD
        MOVE NAM-OLD-PRIOR TO PROF-PRIOR
        WRITE PROFILE-RECORD
        IF WS-PROFILE-STATUS NOT = "00"
           DISPLAY "SNAKENAM: profile write failed, status "
     CLOSE PROFILE-FILE
     .

 MERGE-YTD-BUCKETS.
     *> a year held on both cards adds up like the lifetime figures;
     *> a year only one card has comes across as it is.  Only two
     *> years fit on a card -- a third would mean a year-end close was
     *> missed, and its figures are reported rather than kept
     MOVE PROF-YTD TO NAM-BKT(1)
     MOVE PROF-PRIOR TO NAM-BKT(2)
     MOVE NAM-OLD-YTD TO NAM-BKT(3)
     MOVE NAM-OLD-PRIOR TO NAM-BKT(4)
     PERFORM VARYING NAM-BKT-IX FROM 1 BY 1 UNTIL NAM-BKT-IX > 3
        PERFORM VARYING NAM-BKT-JX FROM NAM-BKT-IX BY 1
              UNTIL NAM-BKT-JX > 4
           IF NAM-BKT-JX > NAM-BKT-IX
                 AND NAM-BKT-YEAR(NAM-BKT-IX) NOT = 0
                 AND NAM-BKT-YEAR(NAM-BKT-JX) = NAM-BKT-YEAR(NAM-BKT-IX)
              ADD NAM-BKT-GAMES(NAM-BKT-JX) TO NAM-BKT-GAMES(NAM-BKT-IX)
              ADD NAM-BKT-TOTAL(NAM-BKT-JX) TO NAM-BKT-TOTAL(NAM-BKT-IX)
              ADD NAM-BKT-FOODS(NAM-BKT-JX) TO NAM-BKT-FOODS(NAM-BKT-IX)
              ADD NAM-BKT-POWERUPS(NAM-BKT-JX)
                 TO NAM-BKT-POWERUPS(NAM-BKT-IX)
              IF NAM-BKT-BEST(NAM-BKT-JX) > NAM-BKT-BEST(NAM-BKT-IX)
                 MOVE NAM-BKT-BEST(NAM-BKT-JX)
                    TO NAM-BKT-BEST(NAM-BKT-IX)
                 MOVE NAM-BKT-BEST-DATE(NAM-BKT-JX)
                    TO NAM-BKT-BEST-DATE(NAM-BKT-IX)
              END-IF
              MOVE 0 TO NAM-BKT-YEAR(NAM-BKT-JX)
           END-IF
        END-PERFORM
     END-PERFORM

     MOVE 0 TO NAM-BKT-NEWEST
     MOVE 0 TO NAM-BKT-NEXT
     PERFORM VARYING NAM-BKT-IX FROM 1 BY 1 UNTIL NAM-BKT-IX > 4
        IF NAM-BKT-YEAR(NAM-BKT-IX) NOT = 0
           EVALUATE TRUE
              WHEN NAM-BKT-NEWEST = 0
                 MOVE NAM-BKT-IX TO NAM-BKT-NEWEST
              WHEN NAM-BKT-YEAR(NAM-BKT-IX)
                    > NAM-BKT-YEAR(NAM-BKT-NEWEST)
                 MOVE NAM-BKT-NEWEST TO NAM-BKT-NEXT
                 MOVE NAM-BKT-IX TO NAM-BKT-NEWEST
              WHEN NAM-BKT-NEXT = 0
                 MOVE NAM-BKT-IX TO NAM-BKT-NEXT
              WHEN NAM-BKT-YEAR(NAM-BKT-IX)
                    > NAM-BKT-YEAR(NAM-BKT-NEXT)
                 MOVE NAM-BKT-IX TO NAM-BKT-NEXT
           END-EVALUATE
        END-IF
     END-PERFORM
     PERFORM VARYING NAM-BKT-IX FROM 1 BY 1 UNTIL NAM-BKT-IX > 4
        IF NAM-BKT-YEAR(NAM-BKT-IX) NOT = 0
              AND NAM-BKT-IX NOT = NAM-BKT-NEWEST
              AND NAM-BKT-IX NOT = NAM-BKT-NEXT
           DISPLAY "profiles.dat: " NAM-INTO " year "
                   NAM-BKT-YEAR(NAM-BKT-IX) " was never closed -- its "
                   "year-to-date figures are dropped" UPON CONSOLE
        END-IF
     END-PERFORM
     INITIALIZE PROF-YTD
     INITIALIZE PROF-PRIOR
     IF NAM-BKT-NEWEST NOT = 0
        MOVE NAM-BKT(NAM-BKT-NEWEST) TO PROF-YTD
     END-IF
     IF NAM-BKT-NEXT NOT = 0
        MOVE NAM-BKT(NAM-BKT-NEXT) TO PROF-PRIOR
     END-IF
     .

 FIX-OPERATOR-REGISTER.
     *> the enrollment card follows the name, or the renamed player
     *> would find their games going unrecorded.  When INTO already
     *> has a card it is INTO's PIN that stands, and FROM's card goes
     OPEN I-O OPERATOR-FILE
     IF WS-OPER-STATUS = "35"
        DISPLAY "no operator register on disk -- register skipped"
           UPON CONSOLE
        EXIT PARAGRAPH
     END-IF
     IF WS-OPER-STATUS NOT = "00"
        DISPLAY "SNAKENAM: could not open operators.dat, status "
                WS-OPER-STATUS UPON CONSOLE
        MOVE 1 TO NAM-ERROR-FLAG
        EXIT PARAGRAPH
     END-IF

     MOVE NAM-FROM TO OPR-OPERATOR
     READ OPERATOR-FILE
     IF WS-OPER-STATUS NOT = "00"
        DISPLAY "no register card for " NAM-FROM UPON CONSOLE
        CLOSE OPERATOR-FILE
        EXIT PARAGRAPH
     END-IF
     MOVE OPERATOR-RECORD TO NAM-OLD-OPR-CARD

     MOVE NAM-INTO TO OPR-OPERATOR
     READ OPERATOR-FILE
     IF WS-OPER-STATUS = "00"
        DISPLAY "operators.dat: " NAM-INTO " keeps its own card -- "
                "the card for " NAM-FROM " is withdrawn" UPON CONSOLE
     ELSE
        MOVE NAM-OLD-OPR-CARD TO OPERATOR-RECORD
        MOVE NAM-INTO TO OPR-OPERATOR
        WRITE OPERATOR-RECORD
        IF WS-OPER-STATUS NOT = "00"
           DISPLAY "SNAKENAM: register write failed, status "
                   WS-OPER-STATUS UPON CONSOLE
           MOVE 1 TO NAM-ERROR-FLAG
           CLOSE OPERATOR-FILE
           EXIT PARAGRAPH
        END-IF
        DISPLAY "operators.dat: refiled card " NAM-FROM " as "
                NAM-INTO UPON CONSOLE
     END-IF

     MOVE NAM-FROM TO OPR-OPERATOR
     DELETE OPERATOR-FILE RECORD
     IF WS-OPER-STATUS NOT = "00"
        DISPLAY "SNAKENAM: could not delete the old register card, "
                "status " WS-OPER-STATUS " -- suspend " NAM-FROM
                " with snakeopr after review" UPON CONSOLE
        MOVE 1 TO NAM-ERROR-FLAG
     END-IF
     ADD 1 TO NAM-OPR-TOUCHED
     CLOSE OPERATOR-FILE
     .

 FIX-SCORE-LEDGER.
     OPEN I-O SCORE-FILE
     IF WS-SCORE-STATUS = "35"
     CLOSE MATCH-FILE
     .

 FIX-TOURNEY-MASTER.
     *> every place a bracket carries the name: the header's seeding
     *> and champion, each game's two sides and its result
     OPEN I-O TOURNEY-FILE
     IF WS-TRN-STATUS = "35"
        DISPLAY "no tournament master on disk -- brackets skipped"
           UPON CONSOLE
        EXIT PARAGRAPH
     END-IF
     IF WS-TRN-STATUS NOT = "00"
        DISPLAY "SNAKENAM: could not open tourney.dat, status "
                WS-TRN-STATUS UPON CONSOLE
        MOVE 1 TO NAM-ERROR-FLAG
        EXIT PARAGRAPH
     END-IF
     PERFORM UNTIL 1 = 2
        READ TOURNEY-FILE NEXT RECORD
           AT END
              EXIT PERFORM
        END-READ
        MOVE 0 TO NAM-FILE-CHANGED
        IF TRN-MATCH = 0
           PERFORM VARYING NAM-SEED-IX FROM 1 BY 1
                 UNTIL NAM-SEED-IX > 16
              IF TRN-H-SEED(NAM-SEED-IX) = NAM-FROM
                 MOVE NAM-INTO TO TRN-H-SEED(NAM-SEED-IX)
                 MOVE 1 TO NAM-FILE-CHANGED
              END-IF
           END-PERFORM
           IF TRN-H-CHAMPION = NAM-FROM
              MOVE NAM-INTO TO TRN-H-CHAMPION
              MOVE 1 TO NAM-FILE-CHANGED
           END-IF
           IF TRN-H-RUNNER-UP = NAM-FROM
              MOVE NAM-INTO TO TRN-H-RUNNER-UP
              MOVE 1 TO NAM-FILE-CHANGED
           END-IF
        ELSE
           IF TRN-M-PLAYER(1) = NAM-FROM
              MOVE NAM-INTO TO TRN-M-PLAYER(1)
              MOVE 1 TO NAM-FILE-CHANGED
           END-IF
           IF TRN-M-PLAYER(2) = NAM-FROM
              MOVE NAM-INTO TO TRN-M-PLAYER(2)
              MOVE 1 TO NAM-FILE-CHANGED
           END-IF
           IF TRN-M-WINNER = NAM-FROM
              MOVE NAM-INTO TO TRN-M-WINNER
              MOVE 1 TO NAM-FILE-CHANGED
           END-IF
           IF TRN-M-LOSER = NAM-FROM
              MOVE NAM-INTO TO TRN-M-LOSER
              MOVE 1 TO NAM-FILE-CHANGED
           END-IF
           IF NAM-FILE-CHANGED = 1 AND TRN-M-PLAYER(1) = NAM-INTO
                 AND TRN-M-PLAYER(2) = NAM-INTO
              DISPLAY "tourney.dat: " TRN-ID " game " TRN-MATCH
                      " now has " NAM-INTO " on both sides -- "
                      "review it with ./snaketrn REPORT" UPON CONSOLE
           END-IF
        END-IF
        IF NAM-FILE-CHANGED = 1
           REWRITE TOURNEY-RECORD
           IF WS-TRN-STATUS NOT = "00"
              DISPLAY "SNAKENAM: tourney.dat rewrite failed at "
                      TRN-ID " " TRN-MATCH ", status " WS-TRN-STATUS
                 UPON CONSOLE
              MOVE 1 TO NAM-ERROR-FLAG
           ELSE
              ADD 1 TO NAM-TRN-TOUCHED
              DISPLAY "tourney.dat: " TRN-ID " " TRN-MATCH " -> "
                      NAM-INTO UPON CONSOLE
           END-IF
        END-IF
     END-PERFORM
     CLOSE TOURNEY-FILE
     .

 FIX-CAMPAIGN-LEDGER.
     OPEN INPUT CAMPAIGN-FILE
     IF WS-CAMP-STATUS NOT = "00"
     CLOSE AUDIT-FILE
     .

 FIX-ACHIEVEMENT-MASTER.
     *> an achievement is held once per name: FROM's come across to
     *> INTO, and where INTO already holds the same one the earlier
     *> award is the one kept -- then FROM's record goes
     OPEN I-O ACHIEVE-FILE
     IF WS-ACH-STATUS = "35"
        DISPLAY "no achievements master on disk -- achievements "
                "skipped" UPON CONSOLE
        EXIT PARAGRAPH
     END-IF
     IF WS-ACH-STATUS NOT = "00"
        DISPLAY "SNAKENAM: could not open achieve.dat, status "
                WS-ACH-STATUS UPON CONSOLE
        MOVE 1 TO NAM-ERROR-FLAG
        EXIT PARAGRAPH
     END-IF

     MOVE 0 TO NAM-AWD-COUNT
     MOVE NAM-FROM TO ACH-OPERATOR
     MOVE LOW-VALUES TO ACH-CODE
     START ACHIEVE-FILE KEY IS NOT LESS THAN ACH-KEY
        INVALID KEY
           MOVE HIGH-VALUES TO ACH-OPERATOR
     END-START
     PERFORM UNTIL ACH-OPERATOR NOT = NAM-FROM
        READ ACHIEVE-FILE NEXT RECORD
           AT END
              EXIT PERFORM
        END-READ
        IF ACH-OPERATOR = NAM-FROM
           IF NAM-AWD-COUNT < NAM-AWD-MAX
              ADD 1 TO NAM-AWD-COUNT
              MOVE ACHIEVE-RECORD TO NAM-AWD-RECORD(NAM-AWD-COUNT)
           ELSE
              DISPLAY "SNAKENAM: more than " NAM-AWD-MAX
                      " achievements for " NAM-FROM " -- the rest "
                      "are left under the old name" UPON CONSOLE
              MOVE 1 TO NAM-ERROR-FLAG
              EXIT PERFORM
           END-IF
        END-IF
     END-PERFORM

     PERFORM VARYING NAM-AWD-IX FROM 1 BY 1
           UNTIL NAM-AWD-IX > NAM-AWD-COUNT
        PERFORM MOVE-ONE-ACHIEVEMENT
     END-PERFORM
     CLOSE ACHIEVE-FILE
     .

 MOVE-ONE-ACHIEVEMENT.
     MOVE NAM-AWD-RECORD(NAM-AWD-IX) TO ACHIEVE-RECORD
     MOVE ACH-EARNED-DATE TO NAM-AWD-DATE
     MOVE ACH-EARNED-TIME TO NAM-AWD-TIME
     MOVE NAM-INTO TO ACH-OPERATOR
     READ ACHIEVE-FILE
     IF WS-ACH-STATUS = "00"
        MOVE ACH-EARNED-DATE TO NAM-AWD-HELD-DATE
        MOVE ACH-EARNED-TIME TO NAM-AWD-HELD-TIME
        IF NAM-AWD-WHEN < NAM-AWD-HELD-WHEN
           MOVE NAM-AWD-RECORD(NAM-AWD-IX) TO ACHIEVE-RECORD
           MOVE NAM-INTO TO ACH-OPERATOR
           REWRITE ACHIEVE-RECORD
           IF WS-ACH-STATUS NOT = "00"
              DISPLAY "SNAKENAM: achieve.dat rewrite failed at "
                      ACH-KEY ", status " WS-ACH-STATUS UPON CONSOLE
              MOVE 1 TO NAM-ERROR-FLAG
              EXIT PARAGRAPH
           END-IF
           DISPLAY "achieve.dat: " ACH-CODE " " NAM-FROM
                   " earned it first -- date kept for " NAM-INTO
              UPON CONSOLE
        ELSE
           DISPLAY "achieve.dat: " ACH-CODE " already held by "
                   NAM-INTO UPON CONSOLE
        END-IF
     ELSE
        MOVE NAM-AWD-RECORD(NAM-AWD-IX) TO ACHIEVE-RECORD
        MOVE NAM-INTO TO ACH-OPERATOR
        WRITE ACHIEVE-RECORD
        IF WS-ACH-STATUS NOT = "00"
           DISPLAY "SNAKENAM: achieve.dat write failed at " ACH-KEY
                   ", status " WS-ACH-STATUS UPON CONSOLE
           MOVE 1 TO NAM-ERROR-FLAG
           EXIT PARAGRAPH
        END-IF
        DISPLAY "achieve.dat: " ACH-CODE " " NAM-FROM " -> "
                NAM-INTO UPON CONSOLE
     END-IF

     *> the old record only goes once the new one is safely on disk
     MOVE NAM-AWD-RECORD(NAM-AWD-IX) TO ACHIEVE-RECORD
     DELETE ACHIEVE-FILE RECORD
     IF WS-ACH-STATUS NOT = "00"
        DISPLAY "SNAKENAM: could not delete " ACH-KEY ", status "
                WS-ACH-STATUS UPON CONSOLE
        MOVE 1 TO NAM-ERROR-FLAG
        EXIT PARAGRAPH
     END-IF
     ADD 1 TO NAM-ACH-TOUCHED
     .

 PRINT-CONTROL-REPORT.
     DISPLAY "SNAKE OPERATOR NAME MAINTENANCE -- CONTROL TOTALS"
        UPON CONSOLE
     MOVE NAM-PROF-TOUCHED TO NAM-COUNT-ED
     DISPLAY "PROFILE CARDS TOUCHED:  " NAM-COUNT-ED UPON CONSOLE
     MOVE NAM-OPR-TOUCHED TO NAM-COUNT-ED
     DISPLAY "REGISTER CARDS TOUCHED: " NAM-COUNT-ED UPON CONSOLE
     MOVE NAM-SCORE-TOUCHED TO NAM-COUNT-ED
     DISPLAY "LEDGER ROWS TOUCHED:    " NAM-COUNT-ED UPON CONSOLE
     MOVE NAM-ARC-TOUCHED TO NAM-COUNT-ED
     DISPLAY "ARCHIVE LINES TOUCHED:  " NAM-COUNT-ED UPON CONSOLE
     MOVE NAM-MATCH-TOUCHED TO NAM-COUNT-ED
     DISPLAY "MATCH LINES TOUCHED:    " NAM-COUNT-ED UPON CONSOLE
     MOVE NAM-TRN-TOUCHED TO NAM-COUNT-ED
     DISPLAY "BRACKET RECORDS TOUCHED:" NAM-COUNT-ED UPON CONSOLE
     MOVE NAM-CAMP-TOUCHED TO NAM-COUNT-ED
     DISPLAY "CAMPAIGN LINES TOUCHED: " NAM-COUNT-ED UPON CONSOLE
     MOVE NAM-AUDIT-TOUCHED TO NAM-COUNT-ED
     DISPLAY "AUDIT HEADERS TOUCHED:  " NAM-COUNT-ED UPON CONSOLE
     MOVE NAM-ACH-TOUCHED TO NAM-COUNT-ED
     DISPLAY "ACHIEVEMENTS TOUCHED:   " NAM-COUNT-ED UPON CONSOLE
     IF NAM-ERROR-FLAG = 0
        DISPLAY "RESULT: CLEAN -- ALL FILES CONSISTENT UNDER "
                NAM-INTO UPON CONSOLE
        IF NAM-MATCH-TOUCHED > 0
           DISPLAY "NOTE: match lines changed -- run ./snakerat "
                   "REBUILD to re-rate them under " NAM-INTO
              UPON CONSOLE
        END-IF
     ELSE
        DISPLAY "RESULT: *** ERRORS -- REVIEW ABOVE BEFORE THE NEXT "
                "GAME IS PLAYED ***" UPON CONSOLE
