>>SOURCE FORMAT FREE
*> Achievement catch-up and holders report for the SNAKE achievements
*> master (achieve.dat)
*> Build: cobc -x -free -o snakeach snakeach.cob -I copy
*> Run:   ./snakeach CATCHUP  -- award what the history files show
*>                              was earned before
*>        ./snakeach REPORT   -- how many operators hold each one
*>
*> The rules live in achieve.def (layout and rules in
*> copy/achdef.cpy), kept by hand; the game checks them at the end of
*> every recorded game and files what it earns.  CATCHUP reads the
*> history the game has kept all along and files whatever it shows
*> an operator earned, dated by the game that earned it:
*>   scores.dat    -- SCORE: the ledger rows, oldest first.  GHOST: a
*>                    one-player ghost game whose score beat every
*>                    row filed before it (the champion the ghost
*>                    raced); the ledger cannot say which row of a
*>                    two-player game was player 1, so those wait for
*>                    the game to award them
*>   campaign.dat  -- CAMPAIGN: a run that cleared every layout
*>   matches.dat   -- STREAK: wins in a row, read the way SNAKERAT
*>                    reads a match (a QUIT by a player 1 who was
*>                    ahead is no contest and neither extends nor
*>                    breaks a run; a draw or a loss ends it)
*>   audit.log     -- FOODS and POWERUPS: the pickups of each player
*>                    in each session opened by a SESSION-ST line
*>                    (older headerless stretches name nobody)
*> An achievement already on the master stays as it was filed, so
*> CATCHUP can be run again at any time -- after a rule is added,
*> it awards the new rule across the whole history.  Every award is
*> listed.  REPORT counts the holders of every achievement, with who
*> earned it first; codes still on the master but no longer in
*> achieve.def are listed too.  Each operator's own achievements are
*> on their SNAKEPRF card.
*> The run ends with return code 0, 4 when lines of achieve.def were
*> ignored, 8 when a file cannot be read or written (or CATCHUP finds
*> no rules at all) and 12 for bad arguments.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. SNAKEACH.

 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT ACHDEF-FILE ASSIGN TO "achieve.def"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-ACHDEF-STATUS.

     SELECT ACHIEVE-FILE ASSIGN TO "achieve.dat"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS ACH-KEY
        FILE STATUS IS WS-ACH-STATUS.

     SELECT SCORE-FILE ASSIGN TO "scores.dat"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS SCORE-KEY
        FILE STATUS IS WS-SCORE-STATUS.

     SELECT CAMPAIGN-FILE ASSIGN TO "campaign.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CAMP-STATUS.

     SELECT MATCH-FILE ASSIGN TO "matches.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-MATCH-STATUS.

     SELECT AUDIT-FILE ASSIGN TO "audit.log"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  ACHDEF-FILE.
 01  ACHDEF-RECORD             PIC X(68).

 FD  ACHIEVE-FILE.
     COPY "achrec.cpy".

 FD  SCORE-FILE.
     COPY "scorerec.cpy".

 FD  CAMPAIGN-FILE.
 01  CAMPAIGN-RECORD           PIC X(56).

 FD  MATCH-FILE.
 01  MATCH-RECORD              PIC X(104).

 FD  AUDIT-FILE.
 01  AUDIT-RECORD.
     05  AUD-TIME              PIC 9(6).
     05  FILLER                PIC X      VALUE SPACE.
     05  AUD-EVENT             PIC X(10).
     05  FILLER                PIC X(32).
 *> session boundary lines are longer than the plain event record;
 *> AUD-EVENT must be tested before trusting anything past it
 01  AUDIT-SESSION-RECORD      PIC X(100).

 WORKING-STORAGE SECTION.
 01  WS-ACHDEF-STATUS      PIC XX.
 01  WS-ACH-STATUS         PIC XX.
 01  WS-SCORE-STATUS       PIC XX.
 01  WS-CAMP-STATUS        PIC XX.
 01  WS-MATCH-STATUS       PIC XX.
 01  WS-AUDIT-STATUS       PIC XX.

 *> shared line layouts (each file's writer owns the format)
     COPY "achdef.cpy".
     COPY "camprec.cpy".
     COPY "matchrec.cpy".
     COPY "audsrec.cpy".

 *> action, from the command line
 01  WS-ARG-VAL            PIC X(20).
 01  AWD-MODE              PIC 9 VALUE 0.
     88  AWD-MODE-CATCHUP      VALUE 1.
     88  AWD-MODE-REPORT       VALUE 2.

 01  cur-date.
     05  YYYY              PIC 9(4).
     05  MM                PIC 9(2).
     05  DD                PIC 9(2).

 *> the rules in force, then (REPORT only) any code on the master
 *> that achieve.def no longer carries.  AWD-CD-LIVE says which
 01  AWD-MAX-RULES         BINARY-LONG VALUE 50.
 01  AWD-MAX-CODES         BINARY-LONG VALUE 100.
 01  AWD-RULE-COUNT        BINARY-LONG VALUE 0.
 01  AWD-CODE-COUNT        BINARY-LONG VALUE 0.
 01  AWD-CD                OCCURS 100 TIMES.
     05  AWD-CD-CODE       PIC X(8).
     05  AWD-CD-RULE       PIC X(8).
     05  AWD-CD-NEED       BINARY-LONG.
     05  AWD-CD-TITLE      PIC X(40).
     05  AWD-CD-LIVE       PIC 9.
     05  AWD-CD-AWARDED    BINARY-LONG.
     05  AWD-CD-HOLDERS    BINARY-LONG.
     05  AWD-CD-FIRST-DATE PIC 9(8).
     05  AWD-CD-FIRST-OPER PIC X(20).
 01  AWD-IX                BINARY-LONG.
 01  AWD-FOUND-IX          BINARY-LONG.
 01  AWD-DEF-LINE-NO       BINARY-LONG VALUE 0.
 01  AWD-DEF-IGNORED       BINARY-LONG VALUE 0.
 01  AWD-LINE-ED           PIC ZZZ9.

 *> which history files the rules in force need
 01  AWD-WANT-SCORES       PIC 9 VALUE 0.
 01  AWD-WANT-CAMPAIGN     PIC 9 VALUE 0.
 01  AWD-WANT-MATCHES      PIC 9 VALUE 0.
 01  AWD-WANT-AUDIT        PIC 9 VALUE 0.

 *> one award in hand: who, when, the figure that earned it
 01  AWD-WHO               PIC X(20).
 01  AWD-ON-DATE           PIC 9(8).
 01  AWD-AT-TIME.
     05  AWD-AT-HH         PIC 9(2).
     05  AWD-AT-MIN        PIC 9(2).
     05  AWD-AT-SS         PIC 9(2).
 01  AWD-VALUE             BINARY-LONG.
 01  AWD-SECS              BINARY-LONG.

 *> scores.dat: the best score filed so far, which is what a ghost
 *> game raced
 01  AWD-HIGH-SCORE        BINARY-LONG VALUE 0.
 01  AWD-HIGH-FOUND        PIC 9 VALUE 0.
 01  AWD-GHOST-BEAT        PIC 9.

 *> matches.dat: each operator's current run of wins
 01  AWD-STK-MAX           BINARY-LONG VALUE 500.
 01  AWD-STK-COUNT         BINARY-LONG VALUE 0.
 01  AWD-STK-OPER          OCCURS 500 TIMES PIC X(20).
 01  AWD-STK-RUN           OCCURS 500 TIMES BINARY-LONG.
 01  AWD-STK-IX            BINARY-LONG.
 01  AWD-STK-FULL          PIC 9 VALUE 0.
 01  AWD-WIN-IX            BINARY-LONG.
 01  AWD-LOSE-IX           BINARY-LONG.
 01  AWD-RESULT            PIC 9.
     88  AWD-NO-CONTEST        VALUE 0.
     88  AWD-P1-WINS           VALUE 1.
     88  AWD-P2-WINS           VALUE 2.
     88  AWD-DRAWN             VALUE 3.

 *> audit.log: the session being read
 01  AWD-SES-OPEN          PIC 9 VALUE 0.
 01  AWD-SES-DATE          PIC 9(8).
 01  AWD-SES-OPER1         PIC X(20).
 01  AWD-SES-OPER2         PIC X(20).
 01  AWD-SES-TWO           PIC 9.
 01  AWD-SES-FOODS1        BINARY-LONG.
 01  AWD-SES-FOODS2        BINARY-LONG.
 01  AWD-SES-POWER1        BINARY-LONG.
 01  AWD-SES-POWER2        BINARY-LONG.
 01  AWD-SES-SECS          BINARY-LONG.
 01  AWD-SES-FOODS         BINARY-LONG.
 01  AWD-SES-POWER         BINARY-LONG.

 *> control totals
 01  AWD-SCORE-ROWS        BINARY-LONG VALUE 0.
 01  AWD-CAMP-LINES        BINARY-LONG VALUE 0.
 01  AWD-MATCH-LINES       BINARY-LONG VALUE 0.
 01  AWD-SESSIONS          BINARY-LONG VALUE 0.
 01  AWD-AWARDED           BINARY-LONG VALUE 0.
 01  AWD-ERRORS            BINARY-LONG VALUE 0.
 01  AWD-HELD              BINARY-LONG VALUE 0.
 01  AWD-HOLDERS           BINARY-LONG VALUE 0.
 01  AWD-LAST-OPER         PIC X(20).

 *> report editing
 01  AWD-COUNT-ED          PIC ZZZZZZZZ9.
 01  AWD-HOLD-ED           PIC ZZZZZZ9.
 01  AWD-VALUE-ED          PIC ZZZZZZZZ9.
 01  AWD-DATE-X            PIC 9(8).
 01  AWD-DATE-FMT          PIC X(10).

 PROCEDURE DIVISION.
 MAIN-SECTION.
     PERFORM GET-RUN-OPTIONS
     ACCEPT cur-date FROM DATE YYYYMMDD
     PERFORM LOAD-ACHIEVEMENT-RULES
     EVALUATE TRUE
        WHEN AWD-MODE-CATCHUP
           PERFORM CATCH-UP-AWARDS
        WHEN AWD-MODE-REPORT
           PERFORM COUNT-HOLDERS
           PERFORM PRINT-HOLDERS
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
        WHEN "CATCHUP"
           SET AWD-MODE-CATCHUP TO TRUE
        WHEN "REPORT"
           SET AWD-MODE-REPORT TO TRUE
        WHEN OTHER
           IF WS-ARG-VAL NOT = SPACES
              DISPLAY "SNAKEACH: unknown option " WS-ARG-VAL
                 UPON CONSOLE
           END-IF
           PERFORM SHOW-USAGE
           MOVE 12 TO RETURN-CODE
           STOP RUN
     END-EVALUATE
     .

 SHOW-USAGE.
     DISPLAY "Usage: snakeach CATCHUP" UPON CONSOLE
     DISPLAY "       snakeach REPORT" UPON CONSOLE
     .

 LOAD-ACHIEVEMENT-RULES.
     *> the game passes bad lines over without a word -- this is
     *> where they are reported
     OPEN INPUT ACHDEF-FILE
     IF WS-ACHDEF-STATUS NOT = "00"
        DISPLAY "SNAKEACH: no achievement rules (achieve.def), status "
                WS-ACHDEF-STATUS UPON CONSOLE
        EXIT PARAGRAPH
     END-IF
     PERFORM UNTIL 1 = 2
        READ ACHDEF-FILE
           AT END
              EXIT PERFORM
        END-READ
        ADD 1 TO AWD-DEF-LINE-NO
        MOVE ACHDEF-RECORD TO ACD-LINE
        IF ACHDEF-RECORD NOT = SPACES AND ACD-CODE(1:1) NOT = "*"
           PERFORM TAKE-RULE-LINE
        END-IF
     END-PERFORM
     CLOSE ACHDEF-FILE
     IF AWD-DEF-IGNORED > 0
        MOVE 4 TO RETURN-CODE
     END-IF
     .

 TAKE-RULE-LINE.
     MOVE AWD-DEF-LINE-NO TO AWD-LINE-ED
     EVALUATE TRUE
        WHEN ACD-CODE(1:1) = SPACE
           DISPLAY "achieve.def line " AWD-LINE-ED ": no code in "
                   "columns 1-8 -- ignored" UPON CONSOLE
           ADD 1 TO AWD-DEF-IGNORED
           EXIT PARAGRAPH
        WHEN NOT ACD-RULE-KNOWN
           DISPLAY "achieve.def line " AWD-LINE-ED ": unknown rule "
                   ACD-RULE " -- ignored" UPON CONSOLE
           ADD 1 TO AWD-DEF-IGNORED
           EXIT PARAGRAPH
        WHEN ACD-THRESHOLD NOT NUMERIC
           DISPLAY "achieve.def line " AWD-LINE-ED ": threshold is "
                   "not nine digits -- ignored" UPON CONSOLE
           ADD 1 TO AWD-DEF-IGNORED
           EXIT PARAGRAPH
        WHEN AWD-RULE-COUNT >= AWD-MAX-RULES
           DISPLAY "achieve.def line " AWD-LINE-ED ": more than 50 "
                   "rules -- ignored" UPON CONSOLE
           ADD 1 TO AWD-DEF-IGNORED
           EXIT PARAGRAPH
        WHEN OTHER
           CONTINUE
     END-EVALUATE
     PERFORM VARYING AWD-IX FROM 1 BY 1 UNTIL AWD-IX > AWD-RULE-COUNT
        IF AWD-CD-CODE(AWD-IX) = ACD-CODE
           DISPLAY "achieve.def line " AWD-LINE-ED ": code "
                   ACD-CODE " given twice -- the first stands"
              UPON CONSOLE
           ADD 1 TO AWD-DEF-IGNORED
           EXIT PARAGRAPH
        END-IF
     END-PERFORM

     ADD 1 TO AWD-RULE-COUNT
     MOVE AWD-RULE-COUNT TO AWD-CODE-COUNT
     MOVE ACD-CODE TO AWD-CD-CODE(AWD-RULE-COUNT)
     MOVE ACD-RULE TO AWD-CD-RULE(AWD-RULE-COUNT)
     MOVE ACD-THRESHOLD TO AWD-CD-NEED(AWD-RULE-COUNT)
     MOVE ACD-TITLE TO AWD-CD-TITLE(AWD-RULE-COUNT)
     MOVE 1 TO AWD-CD-LIVE(AWD-RULE-COUNT)
     MOVE 0 TO AWD-CD-AWARDED(AWD-RULE-COUNT)
     MOVE 0 TO AWD-CD-HOLDERS(AWD-RULE-COUNT)
     MOVE 0 TO AWD-CD-FIRST-DATE(AWD-RULE-COUNT)
     MOVE SPACES TO AWD-CD-FIRST-OPER(AWD-RULE-COUNT)
     EVALUATE TRUE
        WHEN ACD-RULE-SCORE OR ACD-RULE-GHOST
           MOVE 1 TO AWD-WANT-SCORES
        WHEN ACD-RULE-CAMPAIGN
           MOVE 1 TO AWD-WANT-CAMPAIGN
        WHEN ACD-RULE-STREAK
           MOVE 1 TO AWD-WANT-MATCHES
        WHEN OTHER
           MOVE 1 TO AWD-WANT-AUDIT
     END-EVALUATE
     .

 CATCH-UP-AWARDS.
     DISPLAY "SNAKE ACHIEVEMENT CATCH-UP" UPON CONSOLE
     IF AWD-RULE-COUNT = 0
        DISPLAY "SNAKEACH: no rules in force -- nothing to award"
           UPON CONSOLE
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
     END-IF
     PERFORM PRINT-RULES

     OPEN I-O ACHIEVE-FILE
     IF WS-ACH-STATUS = "35"
        OPEN OUTPUT ACHIEVE-FILE
        CLOSE ACHIEVE-FILE
        OPEN I-O ACHIEVE-FILE
     END-IF
     IF WS-ACH-STATUS NOT = "00"
        DISPLAY "SNAKEACH: could not open achieve.dat, status "
                WS-ACH-STATUS UPON CONSOLE
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
     END-IF
     DISPLAY SPACE UPON CONSOLE
     DISPLAY "AWARDED   OPERATOR              EARNED         FIGURE"
        UPON CONSOLE
     DISPLAY "--------  --------------------  ----------  ---------"
        UPON CONSOLE
     IF AWD-WANT-SCORES = 1
        PERFORM AWARD-FROM-SCORES
     END-IF
     IF AWD-WANT-CAMPAIGN = 1
        PERFORM AWARD-FROM-CAMPAIGNS
     END-IF
     IF AWD-WANT-MATCHES = 1
        PERFORM AWARD-FROM-MATCHES
     END-IF
     IF AWD-WANT-AUDIT = 1
        PERFORM AWARD-FROM-AUDIT
     END-IF
     CLOSE ACHIEVE-FILE
     IF AWD-AWARDED = 0
        DISPLAY "(nothing new to award)" UPON CONSOLE
     END-IF
     PERFORM PRINT-CATCH-UP-TOTALS
     .

 PRINT-RULES.
     DISPLAY "RULES IN FORCE (achieve.def):" UPON CONSOLE
     DISPLAY "CODE      RULE         NEEDED  TITLE" UPON CONSOLE
     DISPLAY "--------  --------  ---------  "
             "----------------------------------------" UPON CONSOLE
     PERFORM VARYING AWD-IX FROM 1 BY 1 UNTIL AWD-IX > AWD-RULE-COUNT
        MOVE AWD-CD-NEED(AWD-IX) TO AWD-VALUE-ED
        DISPLAY AWD-CD-CODE(AWD-IX) "  " AWD-CD-RULE(AWD-IX) "  "
                AWD-VALUE-ED "  " AWD-CD-TITLE(AWD-IX) UPON CONSOLE
     END-PERFORM
     .

 AWARD-FROM-SCORES.
     *> the ledger in key order is the order the games were played
     OPEN INPUT SCORE-FILE
     IF WS-SCORE-STATUS NOT = "00"
        DISPLAY "no score ledger on disk (scores.dat, status "
                WS-SCORE-STATUS ") -- skipped" UPON CONSOLE
        EXIT PARAGRAPH
     END-IF
     PERFORM UNTIL 1 = 2
        READ SCORE-FILE NEXT RECORD
           AT END
              EXIT PERFORM
        END-READ
        ADD 1 TO AWD-SCORE-ROWS
        MOVE 0 TO AWD-GHOST-BEAT
        IF SCORE-RS-CLASSIFIED AND SCORE-RS-GHOST = 1
              AND SCORE-RS-TWO = 0 AND AWD-HIGH-FOUND = 1
              AND SCORE-VALUE > AWD-HIGH-SCORE
           MOVE 1 TO AWD-GHOST-BEAT
        END-IF
        IF AWD-HIGH-FOUND = 0 OR SCORE-VALUE > AWD-HIGH-SCORE
           MOVE SCORE-VALUE TO AWD-HIGH-SCORE
           MOVE 1 TO AWD-HIGH-FOUND
        END-IF
        MOVE SCORE-OPERATOR TO AWD-WHO
        MOVE SCORE-KEY(1:8) TO AWD-ON-DATE
        MOVE SK-HH TO AWD-AT-HH
        MOVE SK-MIN TO AWD-AT-MIN
        MOVE SK-SS TO AWD-AT-SS
        MOVE SCORE-VALUE TO AWD-VALUE
        PERFORM VARYING AWD-IX FROM 1 BY 1
              UNTIL AWD-IX > AWD-RULE-COUNT
           EVALUATE TRUE
              WHEN AWD-CD-RULE(AWD-IX) = "SCORE"
                    AND SCORE-VALUE >= AWD-CD-NEED(AWD-IX)
                 PERFORM AWARD-ONE
              WHEN AWD-CD-RULE(AWD-IX) = "GHOST"
                    AND AWD-GHOST-BEAT = 1
                 PERFORM AWARD-ONE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
        END-PERFORM
     END-PERFORM
     CLOSE SCORE-FILE
     .

 AWARD-FROM-CAMPAIGNS.
     OPEN INPUT CAMPAIGN-FILE
     IF WS-CAMP-STATUS NOT = "00"
        DISPLAY "no campaign ledger on disk (campaign.dat, status "
                WS-CAMP-STATUS ") -- skipped" UPON CONSOLE
        EXIT PARAGRAPH
     END-IF
     PERFORM UNTIL 1 = 2
        READ CAMPAIGN-FILE
           AT END
              EXIT PERFORM
        END-READ
        MOVE CAMPAIGN-RECORD TO CAMP-LINE
        ADD 1 TO AWD-CAMP-LINES
        IF CMP-L-WON = 1 AND CMP-L-SCORE IS NUMERIC
              AND CMP-L-YYYY IS NUMERIC AND CMP-L-MM IS NUMERIC
              AND CMP-L-DD IS NUMERIC
           MOVE CMP-L-OPERATOR TO AWD-WHO
           STRING CMP-L-YYYY CMP-L-MM CMP-L-DD DELIMITED BY SIZE
              INTO AWD-ON-DATE
           MOVE CMP-L-HH TO AWD-AT-HH
           MOVE CMP-L-MIN TO AWD-AT-MIN
           MOVE CMP-L-SS TO AWD-AT-SS
           MOVE CMP-L-SCORE TO AWD-VALUE
           PERFORM VARYING AWD-IX FROM 1 BY 1
                 UNTIL AWD-IX > AWD-RULE-COUNT
              IF AWD-CD-RULE(AWD-IX) = "CAMPAIGN"
                 PERFORM AWARD-ONE
              END-IF
           END-PERFORM
        END-IF
     END-PERFORM
     CLOSE CAMPAIGN-FILE
     .

 AWARD-FROM-MATCHES.
     OPEN INPUT MATCH-FILE
     IF WS-MATCH-STATUS NOT = "00"
        DISPLAY "no match ledger on disk (matches.dat, status "
                WS-MATCH-STATUS ") -- skipped" UPON CONSOLE
        EXIT PARAGRAPH
     END-IF
     PERFORM UNTIL 1 = 2
        READ MATCH-FILE
           AT END
              EXIT PERFORM
        END-READ
        MOVE MATCH-RECORD TO MATCH-LINE
        ADD 1 TO AWD-MATCH-LINES
        IF MAT-L-YYYY IS NUMERIC AND MAT-L-MM IS NUMERIC
              AND MAT-L-DD IS NUMERIC AND MAT-L-SCORE1 IS NUMERIC
              AND MAT-L-SCORE2 IS NUMERIC
              AND MAT-L-OPER1 NOT = SPACES
              AND MAT-L-OPER2 NOT = SPACES
              AND MAT-L-OPER1 NOT = MAT-L-OPER2
           PERFORM SETTLE-ONE-MATCH
        END-IF
     END-PERFORM
     CLOSE MATCH-FILE
     IF AWD-STK-FULL = 1
        DISPLAY "SNAKEACH: more than 500 head-to-head players -- "
                "the rest were not counted for STREAK" UPON CONSOLE
        MOVE 8 TO RETURN-CODE
     END-IF
     .

 SETTLE-ONE-MATCH.
     *> the SNAKERAT reading of a match line
     EVALUATE TRUE
        WHEN MAT-L-CAUSE = "QUIT" AND MAT-L-SCORE1 > MAT-L-SCORE2
           SET AWD-NO-CONTEST TO TRUE
        WHEN MAT-L-CAUSE = "QUIT"
           SET AWD-P2-WINS TO TRUE
        WHEN MAT-L-SCORE1 > MAT-L-SCORE2
           SET AWD-P1-WINS TO TRUE
        WHEN MAT-L-SCORE1 < MAT-L-SCORE2
           SET AWD-P2-WINS TO TRUE
        WHEN OTHER
           SET AWD-DRAWN TO TRUE
     END-EVALUATE
     IF AWD-NO-CONTEST
        EXIT PARAGRAPH
     END-IF

     MOVE MAT-L-OPER1 TO AWD-WHO
     PERFORM FIND-STREAK-ROW
     MOVE AWD-STK-IX TO AWD-WIN-IX
     MOVE MAT-L-OPER2 TO AWD-WHO
     PERFORM FIND-STREAK-ROW
     MOVE AWD-STK-IX TO AWD-LOSE-IX
     IF AWD-P2-WINS
        MOVE AWD-WIN-IX TO AWD-STK-IX
        MOVE AWD-LOSE-IX TO AWD-WIN-IX
        MOVE AWD-STK-IX TO AWD-LOSE-IX
     END-IF
     IF AWD-LOSE-IX > 0
        MOVE 0 TO AWD-STK-RUN(AWD-LOSE-IX)
     END-IF
     IF AWD-WIN-IX = 0
        EXIT PARAGRAPH
     END-IF
     IF AWD-DRAWN
        MOVE 0 TO AWD-STK-RUN(AWD-WIN-IX)
        EXIT PARAGRAPH
     END-IF

     ADD 1 TO AWD-STK-RUN(AWD-WIN-IX)
     MOVE AWD-STK-OPER(AWD-WIN-IX) TO AWD-WHO
     STRING MAT-L-YYYY MAT-L-MM MAT-L-DD DELIMITED BY SIZE
        INTO AWD-ON-DATE
     MOVE MAT-L-HH TO AWD-AT-HH
     MOVE MAT-L-MIN TO AWD-AT-MIN
     MOVE MAT-L-SS TO AWD-AT-SS
     MOVE AWD-STK-RUN(AWD-WIN-IX) TO AWD-VALUE
     PERFORM VARYING AWD-IX FROM 1 BY 1 UNTIL AWD-IX > AWD-RULE-COUNT
        IF AWD-CD-RULE(AWD-IX) = "STREAK"
              AND AWD-VALUE >= AWD-CD-NEED(AWD-IX)
           PERFORM AWARD-ONE
        END-IF
     END-PERFORM
     .

 FIND-STREAK-ROW.
     *> AWD-WHO's row in the streak table, added on first sight;
     *> zero when the table is full
     PERFORM VARYING AWD-STK-IX FROM 1 BY 1
           UNTIL AWD-STK-IX > AWD-STK-COUNT
        IF AWD-STK-OPER(AWD-STK-IX) = AWD-WHO
           EXIT PARAGRAPH
        END-IF
     END-PERFORM
     IF AWD-STK-COUNT >= AWD-STK-MAX
        MOVE 1 TO AWD-STK-FULL
        MOVE 0 TO AWD-STK-IX
        EXIT PARAGRAPH
     END-IF
     ADD 1 TO AWD-STK-COUNT
     MOVE AWD-STK-COUNT TO AWD-STK-IX
     MOVE AWD-WHO TO AWD-STK-OPER(AWD-STK-IX)
     MOVE 0 TO AWD-STK-RUN(AWD-STK-IX)
     .

 AWARD-FROM-AUDIT.
     *> only sessions opened by a SESSION-ST line name their players;
     *> a session closes at its SESSION-EN line (or the next header,
     *> for one whose end never reached the log)
     OPEN INPUT AUDIT-FILE
     IF WS-AUDIT-STATUS NOT = "00"
        DISPLAY "no audit trail on disk (audit.log, status "
                WS-AUDIT-STATUS ") -- skipped" UPON CONSOLE
        EXIT PARAGRAPH
     END-IF
     MOVE 0 TO AWD-SES-OPEN
     PERFORM UNTIL 1 = 2
        READ AUDIT-FILE
           AT END
              EXIT PERFORM
        END-READ
        EVALUATE TRUE
           WHEN AUD-EVENT = "SESSION-ST"
              IF AWD-SES-OPEN = 1
                 PERFORM SEAL-SESSION
              END-IF
              PERFORM OPEN-SESSION
           WHEN AWD-SES-OPEN = 0
              CONTINUE
           WHEN AUD-EVENT = "SESSION-EN"
              IF AUD-TIME IS NUMERIC
                 MOVE AUD-TIME TO AWD-SES-SECS
              END-IF
              PERFORM SEAL-SESSION
           WHEN OTHER
              IF AUD-TIME IS NUMERIC
                 MOVE AUD-TIME TO AWD-SES-SECS
              END-IF
              EVALUATE AUD-EVENT
                 WHEN "FOOD"
                    ADD 1 TO AWD-SES-FOODS1
                 WHEN "FOOD2"
                    ADD 1 TO AWD-SES-FOODS2
                 WHEN "POWERUP"
                    ADD 1 TO AWD-SES-POWER1
                 WHEN "POWERUP2"
                    ADD 1 TO AWD-SES-POWER2
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
        END-EVALUATE
     END-PERFORM
     CLOSE AUDIT-FILE
     IF AWD-SES-OPEN = 1
        PERFORM SEAL-SESSION
     END-IF
     .

 OPEN-SESSION.
     MOVE AUDIT-SESSION-RECORD TO AUD-SES-LINE
     IF ASL-DATE NOT NUMERIC OR ASL-TIME NOT NUMERIC
        EXIT PARAGRAPH
     END-IF
     MOVE 1 TO AWD-SES-OPEN
     MOVE ASL-DATE TO AWD-SES-DATE
     MOVE ASL-OPERATOR TO AWD-SES-OPER1
     MOVE ASL-OPER2 TO AWD-SES-OPER2
     MOVE ASL-TWO-FLAG TO AWD-SES-TWO
     MOVE ASL-TIME TO AWD-SES-SECS
     MOVE 0 TO AWD-SES-FOODS1
     MOVE 0 TO AWD-SES-FOODS2
     MOVE 0 TO AWD-SES-POWER1
     MOVE 0 TO AWD-SES-POWER2
     .

 SEAL-SESSION.
     MOVE 0 TO AWD-SES-OPEN
     ADD 1 TO AWD-SESSIONS
     *> dated the day it started; the time is when it ended, turned
     *> from seconds-of-day back to a clock time
     MOVE AWD-SES-DATE TO AWD-ON-DATE
     DIVIDE AWD-SES-SECS BY 3600 GIVING AWD-AT-HH REMAINDER AWD-SECS
     DIVIDE AWD-SECS BY 60 GIVING AWD-AT-MIN REMAINDER AWD-AT-SS
     MOVE AWD-SES-OPER1 TO AWD-WHO
     MOVE AWD-SES-FOODS1 TO AWD-SES-FOODS
     MOVE AWD-SES-POWER1 TO AWD-SES-POWER
     PERFORM AWARD-SESSION-PLAYER
     IF AWD-SES-TWO = 1
        MOVE AWD-SES-OPER2 TO AWD-WHO
        MOVE AWD-SES-FOODS2 TO AWD-SES-FOODS
        MOVE AWD-SES-POWER2 TO AWD-SES-POWER
        PERFORM AWARD-SESSION-PLAYER
     END-IF
     .

 AWARD-SESSION-PLAYER.
     PERFORM VARYING AWD-IX FROM 1 BY 1 UNTIL AWD-IX > AWD-RULE-COUNT
        EVALUATE TRUE
           WHEN AWD-CD-RULE(AWD-IX) = "FOODS"
                 AND AWD-SES-FOODS >= AWD-CD-NEED(AWD-IX)
              MOVE AWD-SES-FOODS TO AWD-VALUE
              PERFORM AWARD-ONE
           WHEN AWD-CD-RULE(AWD-IX) = "POWERUPS"
                 AND AWD-SES-POWER >= AWD-CD-NEED(AWD-IX)
              MOVE AWD-SES-POWER TO AWD-VALUE
              PERFORM AWARD-ONE
           WHEN OTHER
              CONTINUE
        END-EVALUATE
     END-PERFORM
     .

 AWARD-ONE.
     *> file rule AWD-IX for AWD-WHO unless it is already held -- the
     *> earliest game in the history is the one that files it, and an
     *> award already on the master stands as it was filed
     IF AWD-WHO = SPACES
        EXIT PARAGRAPH
     END-IF
     MOVE AWD-WHO TO ACH-OPERATOR
     MOVE AWD-CD-CODE(AWD-IX) TO ACH-CODE
     MOVE AWD-ON-DATE TO ACH-EARNED-DATE
     MOVE AWD-AT-TIME TO ACH-EARNED-TIME
     MOVE AWD-VALUE TO ACH-VALUE
     SET ACH-BY-CATCHUP TO TRUE
     MOVE AWD-CD-TITLE(AWD-IX) TO ACH-TITLE
     MOVE cur-date TO ACH-FILED-DATE
     WRITE ACHIEVE-RECORD
     EVALUATE WS-ACH-STATUS
        WHEN "00"
           ADD 1 TO AWD-AWARDED
           ADD 1 TO AWD-CD-AWARDED(AWD-IX)
           MOVE AWD-ON-DATE TO AWD-DATE-X
           PERFORM FORMAT-AWARD-DATE
           MOVE AWD-VALUE TO AWD-VALUE-ED
           DISPLAY ACH-CODE "  " ACH-OPERATOR "  " AWD-DATE-FMT
                   "  " AWD-VALUE-ED UPON CONSOLE
        WHEN "22"
           CONTINUE
        WHEN OTHER
           ADD 1 TO AWD-ERRORS
           DISPLAY "SNAKEACH: achieve.dat write failed for "
                   FUNCTION TRIM(ACH-OPERATOR) " " ACH-CODE
                   ", status " WS-ACH-STATUS UPON CONSOLE
           MOVE 8 TO RETURN-CODE
     END-EVALUATE
     .

 FORMAT-AWARD-DATE.
     MOVE SPACES TO AWD-DATE-FMT
     STRING AWD-DATE-X(1:4) "-" AWD-DATE-X(5:2) "-" AWD-DATE-X(7:2)
        DELIMITED BY SIZE INTO AWD-DATE-FMT
     .

 PRINT-CATCH-UP-TOTALS.
     DISPLAY SPACE UPON CONSOLE
     MOVE AWD-SCORE-ROWS TO AWD-COUNT-ED
     DISPLAY "SCORE ROWS READ:      " AWD-COUNT-ED UPON CONSOLE
     MOVE AWD-CAMP-LINES TO AWD-COUNT-ED
     DISPLAY "CAMPAIGN LINES READ:  " AWD-COUNT-ED UPON CONSOLE
     MOVE AWD-MATCH-LINES TO AWD-COUNT-ED
     DISPLAY "MATCH LINES READ:     " AWD-COUNT-ED UPON CONSOLE
     MOVE AWD-SESSIONS TO AWD-COUNT-ED
     DISPLAY "AUDIT SESSIONS READ:  " AWD-COUNT-ED UPON CONSOLE
     PERFORM VARYING AWD-IX FROM 1 BY 1 UNTIL AWD-IX > AWD-RULE-COUNT
        MOVE AWD-CD-AWARDED(AWD-IX) TO AWD-COUNT-ED
        DISPLAY "  AWARDED " AWD-CD-CODE(AWD-IX) ":   " AWD-COUNT-ED
           UPON CONSOLE
     END-PERFORM
     MOVE AWD-AWARDED TO AWD-COUNT-ED
     DISPLAY "ACHIEVEMENTS AWARDED: " AWD-COUNT-ED UPON CONSOLE
     IF AWD-ERRORS > 0
        MOVE AWD-ERRORS TO AWD-COUNT-ED
        DISPLAY "AWARDS NOT FILED:     " AWD-COUNT-ED UPON CONSOLE
        DISPLAY "SNAKEACH: *** run CATCHUP again once the cause is "
                "cleared ***" UPON CONSOLE
     END-IF
     .

 COUNT-HOLDERS.
     *> the master is in operator order, so a change of name is one
     *> more operator holding something
     OPEN INPUT ACHIEVE-FILE
     IF WS-ACH-STATUS = "35"
        EXIT PARAGRAPH
     END-IF
     IF WS-ACH-STATUS NOT = "00"
        DISPLAY "SNAKEACH: could not open achieve.dat, status "
                WS-ACH-STATUS UPON CONSOLE
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
     END-IF
     MOVE SPACES TO AWD-LAST-OPER
     PERFORM UNTIL 1 = 2
        READ ACHIEVE-FILE NEXT RECORD
           AT END
              EXIT PERFORM
        END-READ
        ADD 1 TO AWD-HELD
        IF ACH-OPERATOR NOT = AWD-LAST-OPER
           ADD 1 TO AWD-HOLDERS
           MOVE ACH-OPERATOR TO AWD-LAST-OPER
        END-IF
        PERFORM FIND-CODE-ROW
        IF AWD-FOUND-IX > 0
           ADD 1 TO AWD-CD-HOLDERS(AWD-FOUND-IX)
           IF AWD-CD-FIRST-DATE(AWD-FOUND-IX) = 0
                 OR ACH-EARNED-DATE < AWD-CD-FIRST-DATE(AWD-FOUND-IX)
              MOVE ACH-EARNED-DATE TO AWD-CD-FIRST-DATE(AWD-FOUND-IX)
              MOVE ACH-OPERATOR TO AWD-CD-FIRST-OPER(AWD-FOUND-IX)
           END-IF
        END-IF
     END-PERFORM
     CLOSE ACHIEVE-FILE
     .

 FIND-CODE-ROW.
     *> a code achieve.def no longer carries gets a row of its own,
     *> titled from the master
     MOVE 0 TO AWD-FOUND-IX
     PERFORM VARYING AWD-IX FROM 1 BY 1 UNTIL AWD-IX > AWD-CODE-COUNT
        IF AWD-CD-CODE(AWD-IX) = ACH-CODE
           MOVE AWD-IX TO AWD-FOUND-IX
           EXIT PARAGRAPH
        END-IF
     END-PERFORM
     IF AWD-CODE-COUNT >= AWD-MAX-CODES
        EXIT PARAGRAPH
     END-IF
     ADD 1 TO AWD-CODE-COUNT
     MOVE AWD-CODE-COUNT TO AWD-FOUND-IX
     MOVE ACH-CODE TO AWD-CD-CODE(AWD-FOUND-IX)
     MOVE SPACES TO AWD-CD-RULE(AWD-FOUND-IX)
     MOVE 0 TO AWD-CD-NEED(AWD-FOUND-IX)
     MOVE ACH-TITLE TO AWD-CD-TITLE(AWD-FOUND-IX)
     MOVE 0 TO AWD-CD-LIVE(AWD-FOUND-IX)
     MOVE 0 TO AWD-CD-HOLDERS(AWD-FOUND-IX)
     MOVE 0 TO AWD-CD-FIRST-DATE(AWD-FOUND-IX)
     MOVE SPACES TO AWD-CD-FIRST-OPER(AWD-FOUND-IX)
     .

 PRINT-HOLDERS.
     DISPLAY "SNAKE ACHIEVEMENT HOLDERS" UPON CONSOLE
     DISPLAY "CODE      TITLE                                     "
             "HOLDERS  FIRST EARNED" UPON CONSOLE
     DISPLAY "--------  ----------------------------------------  "
             "-------  -------------------------------" UPON CONSOLE
     PERFORM VARYING AWD-IX FROM 1 BY 1 UNTIL AWD-IX > AWD-CODE-COUNT
        MOVE AWD-CD-HOLDERS(AWD-IX) TO AWD-HOLD-ED
        IF AWD-CD-FIRST-DATE(AWD-IX) = 0
           MOVE SPACES TO AWD-DATE-FMT
        ELSE
           MOVE AWD-CD-FIRST-DATE(AWD-IX) TO AWD-DATE-X
           PERFORM FORMAT-AWARD-DATE
        END-IF
        DISPLAY AWD-CD-CODE(AWD-IX) "  " AWD-CD-TITLE(AWD-IX) "  "
                AWD-HOLD-ED "  " AWD-DATE-FMT " "
                AWD-CD-FIRST-OPER(AWD-IX) UPON CONSOLE
        IF AWD-CD-LIVE(AWD-IX) = 0
           DISPLAY "          (no longer in achieve.def)" UPON CONSOLE
        END-IF
     END-PERFORM
     IF AWD-CODE-COUNT = 0
        DISPLAY "(no achievements defined or held)" UPON CONSOLE
     END-IF
     DISPLAY SPACE UPON CONSOLE
     MOVE AWD-HOLDERS TO AWD-COUNT-ED
     DISPLAY "OPERATORS HOLDING ANY:" AWD-COUNT-ED UPON CONSOLE
     MOVE AWD-HELD TO AWD-COUNT-ED
     DISPLAY "ACHIEVEMENTS HELD:    " AWD-COUNT-ED UPON CONSOLE
     .
 END PROGRAM SNAKEACH.
