>>SOURCE FORMAT FREE
*> Daily challenge results and standings for the SNAKE challenge ledger
*> Build: cobc -x -free -o snakechl snakechl.cob -I copy
*> Run:   ./snakechl [YYYYMMDD]          -- post every finished
*>                                          challenge day not yet
*>                                          posted, then rank the day
*>                                          named (today when omitted)
*>        ./snakechl REBUILD [YYYYMMDD]  -- clear chlstand.dat and post
*>                                          all of challenge.dat again
*>
*> SNAKE's daily challenge (option 7 on the menu, or "snake
*> challenge") gives everyone the same board and the same food for the
*> day and a fixed number of attempts each, and writes each attempt to
*> challenge.dat (layout in copy/chlrec.cpy) rather than scores.dat.
*> This program ranks a day's attempts: each operator's best score of
*> the day -- an attempt that never reached its END line counts as
*> nothing -- with ties going to whoever needed fewer attempts, then
*> to whoever got there first.  Finishing places earn points:
*>   1st 10, 2nd 8, 3rd 6, 4th 5, 5th 4, 6th 3, 7th 2, everyone else 1
*> and a finished day's points, wins and attempts are posted once to
*> the running standings master chlstand.dat (layout in
*> copy/chstrec.cpy), days strictly in date order.  The streak is the
*> run of consecutive challenge days an operator has played; it is
*> shown as current only while it is still alive.  Today is still in
*> play, so it is ranked as provisional and not posted.
*>
*> The run-control log snakechl.ctl records the last day posted and
*> how many ledger lines were dated up to it.  Lines that turn up for
*> a day already posted are reported and left for a REBUILD.  A run
*> that never finished leaves its RUNNING line last in the log and
*> later runs refuse to add to the half-posted standings until a
*> REBUILD.
*> The run ends with return code 0, 4 when lines were reported and
*> not posted, 8 when a file cannot be read or written (or a REBUILD
*> is needed, or the days waiting are too many to post in one run)
*> and 12 for a bad argument.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. SNAKECHL.

 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT CHALLENGE-FILE ASSIGN TO "challenge.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CHAL-STATUS.

     SELECT SCHEDULE-FILE ASSIGN TO "challenge.sch"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-SCHED-STATUS.

     SELECT STANDING-FILE ASSIGN TO "chlstand.dat"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS CST-OPERATOR
        FILE STATUS IS WS-STAND-STATUS.

     SELECT CONTROL-FILE ASSIGN TO "snakechl.ctl"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  CHALLENGE-FILE.
 01  CHALLENGE-RECORD          PIC X(97).

 FD  SCHEDULE-FILE.
 01  SCHEDULE-RECORD           PIC X(80).

 FD  STANDING-FILE.
     COPY "chstrec.cpy".

 FD  CONTROL-FILE.
 01  CONTROL-RECORD            PIC X(60).

 WORKING-STORAGE SECTION.
 01  WS-CHAL-STATUS        PIC XX.
 01  WS-SCHED-STATUS       PIC XX.
 01  WS-STAND-STATUS       PIC XX.
 01  WS-CTL-STATUS         PIC XX.

 *> ledger and schedule line layouts, shared with SNAKE
     COPY "chlrec.cpy".
     COPY "chlsch.cpy".

 *> one run-control line.  A run logs RUNNING before it touches the
 *> master and COMPLETE once it is done; the last COMPLETE line says
 *> the last challenge day posted and how many ledger lines were
 *> dated on or before it
 01  CTL-LINE.
     05  CTL-L-DATE        PIC 9(8).
     05  FILLER            PIC X      VALUE SPACE.
     05  CTL-L-MODE        PIC X(7).
     05  FILLER            PIC X      VALUE SPACE.
     05  CTL-L-STATE       PIC X(8).
     05  FILLER            PIC X      VALUE SPACE.
     05  CTL-L-LAST-DAY    PIC 9(8).
     05  FILLER            PIC X      VALUE SPACE.
     05  CTL-L-SEEN        PIC 9(9).
     05  FILLER            PIC X      VALUE SPACE.
     05  CTL-L-POSTED      PIC 9(5).

 *> run mode and the day to rank, from the command-line arguments
 01  WS-ARG-VAL            PIC X(20).
 01  CHR-ARG-NUM           BINARY-LONG.
 01  CHR-MODE              PIC 9 VALUE 0.
     88  CHR-MODE-UPDATE   VALUE 0.
     88  CHR-MODE-REBUILD  VALUE 1.
 01  CHR-MODE-NAME         PIC X(7) VALUE "UPDATE".
 01  CHR-DAY               PIC 9(8).
 01  CHR-TODAY             PIC 9(8).
 01  CHR-POST-LIMIT        PIC 9(8).
 01  CHR-DAY-OPEN          PIC 9 VALUE 0.

 *> the schedule line for the day ranked
 01  CHR-DAY-TITLE         PIC X(30) VALUE SPACES.
 01  CHR-DAY-LEVEL         PIC X(20) VALUE SPACES.

 *> how far the standings went before this run, and how far now
 01  CHR-OLD-LAST-DAY      PIC 9(8) VALUE 0.
 01  CHR-OLD-SEEN          BINARY-LONG VALUE 0.
 01  CHR-NEW-LAST-DAY      PIC 9(8) VALUE 0.
 01  CHR-LAST-STATE        PIC X(8) VALUE SPACES.

 *> every operator's day on the ledger: attempts started and the
 *> best score, and the time it was reached
 01  CHR-MAX-ENT           BINARY-LONG VALUE 3000.
 01  CHR-ENT-COUNT         BINARY-LONG VALUE 0.
 01  CHR-ENT-DATE          OCCURS 3000 TIMES PIC 9(8).
 01  CHR-ENT-OPER          OCCURS 3000 TIMES PIC X(20).
 01  CHR-ENT-ATTEMPTS      OCCURS 3000 TIMES BINARY-LONG.
 01  CHR-ENT-BEST          OCCURS 3000 TIMES BINARY-LONG.
 01  CHR-ENT-TIME          OCCURS 3000 TIMES PIC 9(6).
 01  CHR-ENT-LINES         OCCURS 3000 TIMES BINARY-LONG.
 01  CHR-ENT-OVERFLOW      BINARY-LONG VALUE 0.
 01  CHR-FOUND             BINARY-LONG.

 *> the distinct days waiting to be posted, in date order
 01  CHR-PEND-COUNT        BINARY-LONG VALUE 0.
 01  CHR-PEND-DAY          OCCURS 400 TIMES PIC 9(8).
 01  CHR-PEND-IX           BINARY-LONG.

 *> one day's field, ranked
 01  CHR-RANK-COUNT        BINARY-LONG VALUE 0.
 01  CHR-RANK-ENT          OCCURS 3000 TIMES BINARY-LONG.
 01  CHR-RANK-DAY          PIC 9(8).
 01  CHR-POINTS            BINARY-LONG.
 01  CHR-POINT-VALUES.
     05  FILLER            PIC 9(2) VALUE 10.
     05  FILLER            PIC 9(2) VALUE 08.
     05  FILLER            PIC 9(2) VALUE 06.
     05  FILLER            PIC 9(2) VALUE 05.
     05  FILLER            PIC 9(2) VALUE 04.
     05  FILLER            PIC 9(2) VALUE 03.
     05  FILLER            PIC 9(2) VALUE 02.
 01  CHR-POINT-TABLE REDEFINES CHR-POINT-VALUES.
     05  CHR-PLACE-POINTS  PIC 9(2) OCCURS 7 TIMES.
 01  CHR-ROW-NEW           PIC 9.
 01  CHR-DAY-BEFORE        PIC 9(8).

 *> the standings, loaded from chlstand.dat and sorted by points
 01  CHR-MAX-TABLE         BINARY-LONG VALUE 500.
 01  CHR-TAB-COUNT         BINARY-LONG VALUE 0.
 01  CHR-TAB-OPER          OCCURS 500 TIMES PIC X(20).
 01  CHR-TAB-POINTS        OCCURS 500 TIMES BINARY-LONG.
 01  CHR-TAB-DAYS          OCCURS 500 TIMES BINARY-LONG.
 01  CHR-TAB-WINS          OCCURS 500 TIMES BINARY-LONG.
 01  CHR-TAB-STREAK        OCCURS 500 TIMES BINARY-LONG.
 01  CHR-TAB-BEST-STREAK   OCCURS 500 TIMES BINARY-LONG.
 01  CHR-TAB-BEST          OCCURS 500 TIMES BINARY-LONG.
 01  CHR-TAB-LAST          OCCURS 500 TIMES PIC 9(8).
 01  CHR-TAB-OVERFLOW      BINARY-LONG VALUE 0.

 *> swap scratch for the bubble sorts
 01  CHR-TMP-OPER          PIC X(20).
 01  CHR-TMP-NUM           BINARY-LONG.
 01  CHR-TMP-DATE          PIC 9(8).
 01  CHR-SWAP              PIC 9.

 *> control totals
 01  CHR-READ-COUNT        BINARY-LONG VALUE 0.
 01  CHR-BAD-LINES         BINARY-LONG VALUE 0.
 01  CHR-AT-OR-BEFORE      BINARY-LONG VALUE 0.
 01  CHR-LATE-COUNT        BINARY-LONG VALUE 0.
 01  CHR-LOST-COUNT        BINARY-LONG VALUE 0.
 01  CHR-POSTED-DAYS       BINARY-LONG VALUE 0.
 01  CHR-POSTED-ROWS       BINARY-LONG VALUE 0.
 01  CHR-WARN-FLAG         PIC 9 VALUE 0.
 01  CHR-ERROR-FLAG        PIC 9 VALUE 0.

 01  cur-date.
     05  YYYY              PIC 9(4).
     05  MM                PIC 9(2).
     05  DD                PIC 9(2).

 01  CHR-COUNT-ED          PIC ZZZZZZZZ9.
 01  CHR-RANK-ED           PIC ZZZ9.
 01  CHR-SCORE-ED          PIC ZZZZZZZZ9.
 01  CHR-SMALL-ED          PIC ZZZZ9.
 01  CHR-STREAK-ED         PIC ZZZZ9.
 01  CHR-DATE-ED           PIC X(10).

 01  i                     BINARY-LONG.
 01  j                     BINARY-LONG.

 PROCEDURE DIVISION.
 MAIN-SECTION.
     PERFORM GET-RUN-OPTIONS
     PERFORM READ-RUN-CONTROL
     PERFORM LOAD-LEDGER
     PERFORM LOAD-SCHEDULE-DAY
     *> a day posted from a table that ran out of room would be
     *> posted short and never looked at again -- post nothing
     IF CHR-ERROR-FLAG = 0 AND CHR-ENT-OVERFLOW = 0
        PERFORM FIND-PENDING-DAYS
        IF CHR-PEND-COUNT > 0 OR CHR-MODE-REBUILD
           PERFORM OPEN-STANDINGS
           PERFORM LOG-RUN-START
           PERFORM VARYING CHR-PEND-IX FROM 1 BY 1
                 UNTIL CHR-PEND-IX > CHR-PEND-COUNT
                    OR CHR-ERROR-FLAG = 1
              MOVE CHR-PEND-DAY(CHR-PEND-IX) TO CHR-RANK-DAY
              PERFORM RANK-ONE-DAY
              PERFORM POST-ONE-DAY
           END-PERFORM
           CLOSE STANDING-FILE
           IF CHR-ERROR-FLAG = 0
              PERFORM LOG-RUN-END
           END-IF
        END-IF
     END-IF
     PERFORM PRINT-DAY-RESULTS
     PERFORM LOAD-STANDINGS
     PERFORM SORT-STANDINGS
     PERFORM PRINT-STANDINGS
     STOP RUN.

 GET-RUN-OPTIONS.
     *> [REBUILD] [YYYYMMDD], in that order
     ACCEPT cur-date FROM DATE YYYYMMDD
     MOVE cur-date TO CHR-TODAY
     MOVE CHR-TODAY TO CHR-DAY
     MOVE 1 TO CHR-ARG-NUM
     DISPLAY CHR-ARG-NUM UPON ARGUMENT-NUMBER
     MOVE SPACES TO WS-ARG-VAL
     ACCEPT WS-ARG-VAL FROM ARGUMENT-VALUE
        ON EXCEPTION
           MOVE SPACES TO WS-ARG-VAL
     END-ACCEPT
     IF FUNCTION UPPER-CASE(WS-ARG-VAL) = "REBUILD"
        SET CHR-MODE-REBUILD TO TRUE
        MOVE "REBUILD" TO CHR-MODE-NAME
        ADD 1 TO CHR-ARG-NUM
        DISPLAY CHR-ARG-NUM UPON ARGUMENT-NUMBER
        MOVE SPACES TO WS-ARG-VAL
        ACCEPT WS-ARG-VAL FROM ARGUMENT-VALUE
           ON EXCEPTION
              MOVE SPACES TO WS-ARG-VAL
        END-ACCEPT
     END-IF
     IF WS-ARG-VAL = SPACES
        EXIT PARAGRAPH
     END-IF
     IF WS-ARG-VAL(1:8) NOT NUMERIC OR WS-ARG-VAL(9:12) NOT = SPACES
        DISPLAY "SNAKECHL: unknown option " WS-ARG-VAL UPON CONSOLE
        DISPLAY "Usage: snakechl [REBUILD] [YYYYMMDD]" UPON CONSOLE
        MOVE 12 TO RETURN-CODE
        STOP RUN
     END-IF
     MOVE WS-ARG-VAL(1:8) TO CHR-DAY
     IF FUNCTION TEST-DATE-YYYYMMDD(CHR-DAY) NOT = 0
        DISPLAY "SNAKECHL: challenge day must be YYYYMMDD, got "
                WS-ARG-VAL UPON CONSOLE
        MOVE 12 TO RETURN-CODE
        STOP RUN
     END-IF
     .

 READ-RUN-CONTROL.
     *> the last COMPLETE line says how far the standings go.  A
     *> REBUILD starts from nothing, so it only needs the log to be
     *> writable
     OPEN INPUT CONTROL-FILE
     IF WS-CTL-STATUS = "35"
        EXIT PARAGRAPH
     END-IF
     IF WS-CTL-STATUS NOT = "00"
        DISPLAY "SNAKECHL: could not open snakechl.ctl, status "
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
        MOVE CTL-L-STATE TO CHR-LAST-STATE
        IF CTL-L-STATE = "COMPLETE"
           MOVE CTL-L-LAST-DAY TO CHR-OLD-LAST-DAY
           MOVE CTL-L-SEEN TO CHR-OLD-SEEN
        END-IF
     END-PERFORM
     CLOSE CONTROL-FILE
     IF CHR-MODE-REBUILD
        MOVE 0 TO CHR-OLD-LAST-DAY
        MOVE 0 TO CHR-OLD-SEEN
        EXIT PARAGRAPH
     END-IF
     IF CHR-LAST-STATE = "RUNNING"
        DISPLAY "SNAKECHL: the last posting run never finished -- "
                "chlstand.dat is only part-updated." UPON CONSOLE
        DISPLAY "          Run ./snakechl REBUILD." UPON CONSOLE
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF
     .

 LOAD-LEDGER.
     *> one table row per operator per challenge day.  A START is an
     *> attempt used; an END may raise the day's best
     OPEN INPUT CHALLENGE-FILE
     IF WS-CHAL-STATUS = "35"
        DISPLAY "No challenge ledger found (challenge.dat) -- no "
                "challenge attempts to rank." UPON CONSOLE
        EXIT PARAGRAPH
     END-IF
     IF WS-CHAL-STATUS NOT = "00"
        DISPLAY "SNAKECHL: could not open challenge.dat, status "
                WS-CHAL-STATUS UPON CONSOLE
        MOVE 1 TO CHR-ERROR-FLAG
        EXIT PARAGRAPH
     END-IF
     PERFORM UNTIL 1 = 2
        READ CHALLENGE-FILE
           AT END
              EXIT PERFORM
        END-READ
        ADD 1 TO CHR-READ-COUNT
        MOVE CHALLENGE-RECORD TO CHL-LINE
        PERFORM TAKE-LEDGER-LINE
     END-PERFORM
     CLOSE CHALLENGE-FILE

     *> every line dated on or before the last posted day was there
     *> last time -- any more than then are late arrivals
     EVALUATE TRUE
        WHEN CHR-AT-OR-BEFORE > CHR-OLD-SEEN
           COMPUTE CHR-LATE-COUNT = CHR-AT-OR-BEFORE - CHR-OLD-SEEN
           MOVE 1 TO CHR-WARN-FLAG
        WHEN CHR-AT-OR-BEFORE < CHR-OLD-SEEN
           COMPUTE CHR-LOST-COUNT = CHR-OLD-SEEN - CHR-AT-OR-BEFORE
           MOVE 1 TO CHR-WARN-FLAG
     END-EVALUATE
     .

 TAKE-LEDGER-LINE.
     IF CHL-L-DATE NOT NUMERIC OR CHL-L-TIME NOT NUMERIC
           OR CHL-L-OPERATOR = SPACES
           OR (CHL-L-EVENT NOT = "START" AND CHL-L-EVENT NOT = "END")
           OR (CHL-L-EVENT = "END" AND CHL-L-SCORE NOT NUMERIC)
        ADD 1 TO CHR-BAD-LINES
        MOVE 1 TO CHR-WARN-FLAG
        DISPLAY "SNAKECHL: unreadable challenge line skipped: "
                CHALLENGE-RECORD(1:60) UPON CONSOLE
        EXIT PARAGRAPH
     END-IF
     IF CHL-L-DATE <= CHR-OLD-LAST-DAY
        ADD 1 TO CHR-AT-OR-BEFORE
     END-IF
     *> a day already posted is only counted, never tabled again --
     *> unless it is the day being ranked
     IF CHL-L-DATE <= CHR-OLD-LAST-DAY AND CHL-L-DATE NOT = CHR-DAY
        EXIT PARAGRAPH
     END-IF

     MOVE 0 TO CHR-FOUND
     PERFORM VARYING j FROM 1 BY 1 UNTIL j > CHR-ENT-COUNT
        IF CHR-ENT-DATE(j) = CHL-L-DATE
              AND CHR-ENT-OPER(j) = CHL-L-OPERATOR
           MOVE j TO CHR-FOUND
           EXIT PERFORM
        END-IF
     END-PERFORM
     IF CHR-FOUND = 0
        IF CHR-ENT-COUNT >= CHR-MAX-ENT
           ADD 1 TO CHR-ENT-OVERFLOW
           EXIT PARAGRAPH
        END-IF
        ADD 1 TO CHR-ENT-COUNT
        MOVE CHR-ENT-COUNT TO CHR-FOUND
        MOVE CHL-L-DATE TO CHR-ENT-DATE(CHR-FOUND)
        MOVE CHL-L-OPERATOR TO CHR-ENT-OPER(CHR-FOUND)
        MOVE 0 TO CHR-ENT-ATTEMPTS(CHR-FOUND)
        MOVE 0 TO CHR-ENT-BEST(CHR-FOUND)
        MOVE 0 TO CHR-ENT-LINES(CHR-FOUND)
        MOVE CHL-L-TIME TO CHR-ENT-TIME(CHR-FOUND)
     END-IF
     ADD 1 TO CHR-ENT-LINES(CHR-FOUND)
     IF CHL-L-EVENT = "START"
        ADD 1 TO CHR-ENT-ATTEMPTS(CHR-FOUND)
     ELSE
        IF CHL-L-SCORE > CHR-ENT-BEST(CHR-FOUND)
           MOVE CHL-L-SCORE TO CHR-ENT-BEST(CHR-FOUND)
           MOVE CHL-L-TIME TO CHR-ENT-TIME(CHR-FOUND)
        END-IF
     END-IF
     .

 LOAD-SCHEDULE-DAY.
     *> the title and layout for the report heading -- the day's own
     *> line, else the standing 00000000 line
     MOVE "DAILY CHALLENGE" TO CHR-DAY-TITLE
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
        IF CHS-DATE IS NUMERIC
           IF CHS-DATE = CHR-DAY
              IF CHS-TITLE NOT = SPACES
                 MOVE CHS-TITLE TO CHR-DAY-TITLE
              END-IF
              MOVE CHS-LEVEL TO CHR-DAY-LEVEL
              EXIT PERFORM
           END-IF
           IF CHS-DATE = 0
              IF CHS-TITLE NOT = SPACES
                 MOVE CHS-TITLE TO CHR-DAY-TITLE
              END-IF
              MOVE CHS-LEVEL TO CHR-DAY-LEVEL
           END-IF
        END-IF
     END-PERFORM
     CLOSE SCHEDULE-FILE
     .

 FIND-PENDING-DAYS.
     *> a day is posted once it is over: after the last day posted, up
     *> to the day named but never today or later
     COMPUTE CHR-POST-LIMIT = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(CHR-TODAY) - 1)
     IF CHR-DAY < CHR-POST-LIMIT
        MOVE CHR-DAY TO CHR-POST-LIMIT
     END-IF
     IF CHR-DAY >= CHR-TODAY
        MOVE 1 TO CHR-DAY-OPEN
     END-IF
     MOVE CHR-OLD-LAST-DAY TO CHR-NEW-LAST-DAY
     PERFORM VARYING j FROM 1 BY 1 UNTIL j > CHR-ENT-COUNT
        IF CHR-ENT-DATE(j) > CHR-OLD-LAST-DAY
              AND CHR-ENT-DATE(j) <= CHR-POST-LIMIT
           MOVE 0 TO CHR-FOUND
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > CHR-PEND-COUNT
              IF CHR-PEND-DAY(i) = CHR-ENT-DATE(j)
                 MOVE i TO CHR-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF CHR-FOUND = 0 AND CHR-PEND-COUNT < 400
              ADD 1 TO CHR-PEND-COUNT
              MOVE CHR-ENT-DATE(j) TO CHR-PEND-DAY(CHR-PEND-COUNT)
           END-IF
        END-IF
     END-PERFORM
     *> ascending bubble sort -- streaks need the days in order
     PERFORM VARYING i FROM 1 BY 1 UNTIL i >= CHR-PEND-COUNT
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > (CHR-PEND-COUNT - i)
           IF CHR-PEND-DAY(j) > CHR-PEND-DAY(j + 1)
              MOVE CHR-PEND-DAY(j) TO CHR-TMP-DATE
              MOVE CHR-PEND-DAY(j + 1) TO CHR-PEND-DAY(j)
              MOVE CHR-TMP-DATE TO CHR-PEND-DAY(j + 1)
           END-IF
        END-PERFORM
     END-PERFORM
     .

 OPEN-STANDINGS.
     IF CHR-MODE-REBUILD
        OPEN OUTPUT STANDING-FILE
        IF WS-STAND-STATUS = "00"
           CLOSE STANDING-FILE
           OPEN I-O STANDING-FILE
        END-IF
     ELSE
        OPEN I-O STANDING-FILE
        IF WS-STAND-STATUS = "35"
           OPEN OUTPUT STANDING-FILE
           CLOSE STANDING-FILE
           OPEN I-O STANDING-FILE
        END-IF
     END-IF
     IF WS-STAND-STATUS NOT = "00"
        DISPLAY "SNAKECHL: could not open chlstand.dat, status "
                WS-STAND-STATUS UPON CONSOLE
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF
     .

 LOG-RUN-START.
     *> on record before the first day is posted, so a run killed
     *> part-way can never be mistaken for a finished one
     MOVE "RUNNING" TO CTL-L-STATE
     MOVE CHR-OLD-LAST-DAY TO CTL-L-LAST-DAY
     MOVE CHR-OLD-SEEN TO CTL-L-SEEN
     MOVE 0 TO CTL-L-POSTED
     PERFORM WRITE-CONTROL-LINE
     IF CHR-ERROR-FLAG = 1
        CLOSE STANDING-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF
     .

 RANK-ONE-DAY.
     *> the day's operators by best score, then fewer attempts, then
     *> the earlier time
     MOVE 0 TO CHR-RANK-COUNT
     PERFORM VARYING j FROM 1 BY 1 UNTIL j > CHR-ENT-COUNT
        IF CHR-ENT-DATE(j) = CHR-RANK-DAY
           ADD 1 TO CHR-RANK-COUNT
           MOVE j TO CHR-RANK-ENT(CHR-RANK-COUNT)
        END-IF
     END-PERFORM
     PERFORM VARYING i FROM 1 BY 1 UNTIL i >= CHR-RANK-COUNT
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > (CHR-RANK-COUNT - i)
           MOVE 0 TO CHR-SWAP
           EVALUATE TRUE
              WHEN CHR-ENT-BEST(CHR-RANK-ENT(j))
                    < CHR-ENT-BEST(CHR-RANK-ENT(j + 1))
                 MOVE 1 TO CHR-SWAP
              WHEN CHR-ENT-BEST(CHR-RANK-ENT(j))
                    > CHR-ENT-BEST(CHR-RANK-ENT(j + 1))
                 CONTINUE
              WHEN CHR-ENT-ATTEMPTS(CHR-RANK-ENT(j))
                    > CHR-ENT-ATTEMPTS(CHR-RANK-ENT(j + 1))
                 MOVE 1 TO CHR-SWAP
              WHEN CHR-ENT-ATTEMPTS(CHR-RANK-ENT(j))
                    < CHR-ENT-ATTEMPTS(CHR-RANK-ENT(j + 1))
                 CONTINUE
              WHEN CHR-ENT-TIME(CHR-RANK-ENT(j))
                    > CHR-ENT-TIME(CHR-RANK-ENT(j + 1))
                 MOVE 1 TO CHR-SWAP
           END-EVALUATE
           IF CHR-SWAP = 1
              MOVE CHR-RANK-ENT(j) TO CHR-TMP-NUM
              MOVE CHR-RANK-ENT(j + 1) TO CHR-RANK-ENT(j)
              MOVE CHR-TMP-NUM TO CHR-RANK-ENT(j + 1)
           END-IF
        END-PERFORM
     END-PERFORM
     .

 SET-PLACE-POINTS.
     IF j <= 7
        MOVE CHR-PLACE-POINTS(j) TO CHR-POINTS
     ELSE
        MOVE 1 TO CHR-POINTS
     END-IF
     .

 POST-ONE-DAY.
     COMPUTE CHR-DAY-BEFORE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(CHR-RANK-DAY) - 1)
     PERFORM VARYING j FROM 1 BY 1
           UNTIL j > CHR-RANK-COUNT OR CHR-ERROR-FLAG = 1
        PERFORM SET-PLACE-POINTS
        MOVE CHR-RANK-ENT(j) TO CHR-FOUND
        PERFORM POST-ONE-OPERATOR
     END-PERFORM
     IF CHR-ERROR-FLAG = 0
        ADD 1 TO CHR-POSTED-DAYS
        MOVE CHR-RANK-DAY TO CHR-NEW-LAST-DAY
     END-IF
     .

 POST-ONE-OPERATOR.
     MOVE CHR-ENT-OPER(CHR-FOUND) TO CST-OPERATOR
     MOVE 0 TO CHR-ROW-NEW
     READ STANDING-FILE
        KEY IS CST-OPERATOR
        INVALID KEY
           MOVE 1 TO CHR-ROW-NEW
     END-READ
     IF CHR-ROW-NEW = 0 AND WS-STAND-STATUS NOT = "00"
        DISPLAY "SNAKECHL: chlstand.dat read failed for "
                CHR-ENT-OPER(CHR-FOUND) ", status " WS-STAND-STATUS
           UPON CONSOLE
        MOVE 1 TO CHR-ERROR-FLAG
        EXIT PARAGRAPH
     END-IF
     IF CHR-ROW-NEW = 1
        INITIALIZE CHL-STANDING-RECORD
        MOVE CHR-ENT-OPER(CHR-FOUND) TO CST-OPERATOR
     END-IF
     ADD CHR-POINTS TO CST-POINTS
     ADD 1 TO CST-DAYS
     ADD CHR-ENT-ATTEMPTS(CHR-FOUND) TO CST-ATTEMPTS
     IF j = 1
        ADD 1 TO CST-WINS
     END-IF
     IF CST-LAST-DAY = CHR-DAY-BEFORE
        ADD 1 TO CST-STREAK
     ELSE
        MOVE 1 TO CST-STREAK
     END-IF
     IF CST-STREAK > CST-BEST-STREAK
        MOVE CST-STREAK TO CST-BEST-STREAK
     END-IF
     IF CHR-ENT-BEST(CHR-FOUND) > CST-BEST-SCORE OR CHR-ROW-NEW = 1
        MOVE CHR-ENT-BEST(CHR-FOUND) TO CST-BEST-SCORE
        MOVE CHR-RANK-DAY TO CST-BEST-DATE
     END-IF
     MOVE CHR-RANK-DAY TO CST-LAST-DAY
     IF CHR-ROW-NEW = 1
        WRITE CHL-STANDING-RECORD
     ELSE
        REWRITE CHL-STANDING-RECORD
     END-IF
     IF WS-STAND-STATUS NOT = "00"
        DISPLAY "SNAKECHL: chlstand.dat update failed for "
                CST-OPERATOR ", status " WS-STAND-STATUS UPON CONSOLE
        MOVE 1 TO CHR-ERROR-FLAG
        EXIT PARAGRAPH
     END-IF
     ADD 1 TO CHR-POSTED-ROWS
     .

 LOG-RUN-END.
     *> the lines this run leaves behind the mark exclude the late
     *> arrivals, so they keep being reported until a REBUILD
     MOVE "COMPLETE" TO CTL-L-STATE
     MOVE CHR-NEW-LAST-DAY TO CTL-L-LAST-DAY
     COMPUTE CTL-L-SEEN = CHR-AT-OR-BEFORE - CHR-LATE-COUNT
     PERFORM VARYING j FROM 1 BY 1 UNTIL j > CHR-ENT-COUNT
        IF CHR-ENT-DATE(j) > CHR-OLD-LAST-DAY
              AND CHR-ENT-DATE(j) <= CHR-NEW-LAST-DAY
           ADD CHR-ENT-LINES(j) TO CTL-L-SEEN
        END-IF
     END-PERFORM
     MOVE CHR-POSTED-DAYS TO CTL-L-POSTED
     PERFORM WRITE-CONTROL-LINE
     .

 WRITE-CONTROL-LINE.
     MOVE CHR-TODAY TO CTL-L-DATE
     MOVE CHR-MODE-NAME TO CTL-L-MODE
     OPEN EXTEND CONTROL-FILE
     IF WS-CTL-STATUS = "35"
        OPEN OUTPUT CONTROL-FILE
        CLOSE CONTROL-FILE
        OPEN EXTEND CONTROL-FILE
     END-IF
     IF WS-CTL-STATUS NOT = "00"
        DISPLAY "SNAKECHL: could not open snakechl.ctl, status "
                WS-CTL-STATUS UPON CONSOLE
        MOVE 1 TO CHR-ERROR-FLAG
        EXIT PARAGRAPH
     END-IF
     WRITE CONTROL-RECORD FROM CTL-LINE
     IF WS-CTL-STATUS NOT = "00"
        DISPLAY "SNAKECHL: snakechl.ctl write failed, status "
                WS-CTL-STATUS UPON CONSOLE
        MOVE 1 TO CHR-ERROR-FLAG
     END-IF
     CLOSE CONTROL-FILE
     .

 PRINT-DAY-RESULTS.
     DISPLAY "SNAKE DAILY CHALLENGE RESULTS" UPON CONSOLE
     DISPLAY "RUN MODE:             " CHR-MODE-NAME UPON CONSOLE
     PERFORM EDIT-CHR-DAY
     DISPLAY "CHALLENGE DAY:        " CHR-DATE-ED "  "
             FUNCTION TRIM(CHR-DAY-TITLE) UPON CONSOLE
     IF CHR-DAY-LEVEL NOT = SPACES
        DISPLAY "LAYOUT:               " CHR-DAY-LEVEL UPON CONSOLE
     END-IF
     MOVE CHR-READ-COUNT TO CHR-COUNT-ED
     DISPLAY "LEDGER LINES READ:    " CHR-COUNT-ED UPON CONSOLE
     MOVE CHR-POSTED-DAYS TO CHR-COUNT-ED
     DISPLAY "DAYS POSTED:          " CHR-COUNT-ED UPON CONSOLE
     MOVE CHR-POSTED-ROWS TO CHR-COUNT-ED
     DISPLAY "STANDINGS UPDATED:    " CHR-COUNT-ED UPON CONSOLE
     IF CHR-BAD-LINES > 0
        MOVE CHR-BAD-LINES TO CHR-COUNT-ED
        DISPLAY "UNREADABLE LINES:     " CHR-COUNT-ED UPON CONSOLE
     END-IF
     IF CHR-LATE-COUNT > 0
        MOVE CHR-LATE-COUNT TO CHR-COUNT-ED
        DISPLAY "*** " FUNCTION TRIM(CHR-COUNT-ED) " LINE(S) FOR DAYS "
                "ALREADY POSTED -- NOT POSTED; RUN ./snakechl "
                "REBUILD ***" UPON CONSOLE
     END-IF
     IF CHR-LOST-COUNT > 0
        MOVE CHR-LOST-COUNT TO CHR-COUNT-ED
        DISPLAY "*** " FUNCTION TRIM(CHR-COUNT-ED) " POSTED LINE(S) "
                "NO LONGER IN challenge.dat -- RUN ./snakechl "
                "REBUILD ***" UPON CONSOLE
     END-IF
     IF CHR-ENT-OVERFLOW > 0
        MOVE CHR-ENT-OVERFLOW TO CHR-COUNT-ED
        DISPLAY "*** " FUNCTION TRIM(CHR-COUNT-ED) " LEDGER LINE(S) "
                "NOT TAKEN (THE TABLE HOLDS 3000 OPERATOR-DAYS) -- "
                "NOTHING POSTED ***" UPON CONSOLE
     END-IF

     MOVE CHR-DAY TO CHR-RANK-DAY
     PERFORM RANK-ONE-DAY
     DISPLAY " " UPON CONSOLE
     IF CHR-DAY-OPEN = 1
        DISPLAY "DAY RANKING -- PROVISIONAL, THE DAY IS STILL IN PLAY"
           UPON CONSOLE
     ELSE
        DISPLAY "DAY RANKING" UPON CONSOLE
     END-IF
     DISPLAY "RANK  OPERATOR              BEST SCORE  ATTEMPTS  POINTS"
        UPON CONSOLE
     DISPLAY "----  --------------------  ----------  --------  ------"
        UPON CONSOLE
     PERFORM VARYING j FROM 1 BY 1 UNTIL j > CHR-RANK-COUNT
        MOVE CHR-RANK-ENT(j) TO CHR-FOUND
        PERFORM SET-PLACE-POINTS
        MOVE j TO CHR-RANK-ED
        MOVE CHR-ENT-BEST(CHR-FOUND) TO CHR-SCORE-ED
        DISPLAY CHR-RANK-ED "  " CHR-ENT-OPER(CHR-FOUND) "   "
                CHR-SCORE-ED WITH NO ADVANCING UPON CONSOLE
        MOVE CHR-ENT-ATTEMPTS(CHR-FOUND) TO CHR-SMALL-ED
        DISPLAY "     " CHR-SMALL-ED WITH NO ADVANCING UPON CONSOLE
        MOVE CHR-POINTS TO CHR-SMALL-ED
        DISPLAY "   " CHR-SMALL-ED UPON CONSOLE
     END-PERFORM
     IF CHR-RANK-COUNT = 0
        DISPLAY "(no attempts on this day)" UPON CONSOLE
     END-IF
     .

 EDIT-CHR-DAY.
     MOVE SPACES TO CHR-DATE-ED
     STRING CHR-DAY(1:4) "-" CHR-DAY(5:2) "-" CHR-DAY(7:2)
        DELIMITED BY SIZE INTO CHR-DATE-ED
     .

 LOAD-STANDINGS.
     OPEN INPUT STANDING-FILE
     IF WS-STAND-STATUS = "35"
        EXIT PARAGRAPH
     END-IF
     IF WS-STAND-STATUS NOT = "00"
        DISPLAY "SNAKECHL: could not open chlstand.dat, status "
                WS-STAND-STATUS UPON CONSOLE
        MOVE 1 TO CHR-ERROR-FLAG
        EXIT PARAGRAPH
     END-IF
     *> a streak is alive while its last day is the day ranked -- or,
     *> while that day is still in play, the day before it
     COMPUTE CHR-DAY-BEFORE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(CHR-DAY) - 1)
     PERFORM UNTIL 1 = 2
        READ STANDING-FILE NEXT RECORD
           AT END
              EXIT PERFORM
        END-READ
        IF CHR-TAB-COUNT >= CHR-MAX-TABLE
           ADD 1 TO CHR-TAB-OVERFLOW
        ELSE
           ADD 1 TO CHR-TAB-COUNT
           MOVE CST-OPERATOR TO CHR-TAB-OPER(CHR-TAB-COUNT)
           MOVE CST-POINTS TO CHR-TAB-POINTS(CHR-TAB-COUNT)
           MOVE CST-DAYS TO CHR-TAB-DAYS(CHR-TAB-COUNT)
           MOVE CST-WINS TO CHR-TAB-WINS(CHR-TAB-COUNT)
           MOVE CST-BEST-STREAK TO CHR-TAB-BEST-STREAK(CHR-TAB-COUNT)
           MOVE CST-BEST-SCORE TO CHR-TAB-BEST(CHR-TAB-COUNT)
           MOVE CST-LAST-DAY TO CHR-TAB-LAST(CHR-TAB-COUNT)
           IF CST-LAST-DAY = CHR-DAY
                 OR (CHR-DAY-OPEN = 1 AND CST-LAST-DAY = CHR-DAY-BEFORE)
              MOVE CST-STREAK TO CHR-TAB-STREAK(CHR-TAB-COUNT)
           ELSE
              MOVE 0 TO CHR-TAB-STREAK(CHR-TAB-COUNT)
           END-IF
        END-IF
     END-PERFORM
     CLOSE STANDING-FILE
     .

 SORT-STANDINGS.
     *> descending bubble sort on points, wins breaking a tie
     PERFORM VARYING i FROM 1 BY 1 UNTIL i >= CHR-TAB-COUNT
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > (CHR-TAB-COUNT - i)
           IF CHR-TAB-POINTS(j) < CHR-TAB-POINTS(j + 1)
                 OR (CHR-TAB-POINTS(j) = CHR-TAB-POINTS(j + 1)
                 AND CHR-TAB-WINS(j) < CHR-TAB-WINS(j + 1))
              MOVE CHR-TAB-OPER(j) TO CHR-TMP-OPER
              MOVE CHR-TAB-OPER(j + 1) TO CHR-TAB-OPER(j)
              MOVE CHR-TMP-OPER TO CHR-TAB-OPER(j + 1)
              MOVE CHR-TAB-POINTS(j) TO CHR-TMP-NUM
              MOVE CHR-TAB-POINTS(j + 1) TO CHR-TAB-POINTS(j)
              MOVE CHR-TMP-NUM TO CHR-TAB-POINTS(j + 1)
              MOVE CHR-TAB-DAYS(j) TO CHR-TMP-NUM
              MOVE CHR-TAB-DAYS(j + 1) TO CHR-TAB-DAYS(j)
              MOVE CHR-TMP-NUM TO CHR-TAB-DAYS(j + 1)
              MOVE CHR-TAB-WINS(j) TO CHR-TMP-NUM
              MOVE CHR-TAB-WINS(j + 1) TO CHR-TAB-WINS(j)
              MOVE CHR-TMP-NUM TO CHR-TAB-WINS(j + 1)
              MOVE CHR-TAB-STREAK(j) TO CHR-TMP-NUM
              MOVE CHR-TAB-STREAK(j + 1) TO CHR-TAB-STREAK(j)
              MOVE CHR-TMP-NUM TO CHR-TAB-STREAK(j + 1)
              MOVE CHR-TAB-BEST-STREAK(j) TO CHR-TMP-NUM
              MOVE CHR-TAB-BEST-STREAK(j + 1) TO CHR-TAB-BEST-STREAK(j)
              MOVE CHR-TMP-NUM TO CHR-TAB-BEST-STREAK(j + 1)
              MOVE CHR-TAB-BEST(j) TO CHR-TMP-NUM
              MOVE CHR-TAB-BEST(j + 1) TO CHR-TAB-BEST(j)
              MOVE CHR-TMP-NUM TO CHR-TAB-BEST(j + 1)
              MOVE CHR-TAB-LAST(j) TO CHR-TMP-DATE
              MOVE CHR-TAB-LAST(j + 1) TO CHR-TAB-LAST(j)
              MOVE CHR-TMP-DATE TO CHR-TAB-LAST(j + 1)
           END-IF
        END-PERFORM
     END-PERFORM
     .

 PRINT-STANDINGS.
     DISPLAY " " UPON CONSOLE
     DISPLAY "RUNNING STANDINGS" UPON CONSOLE
     MOVE CHR-TAB-COUNT TO CHR-COUNT-ED
     DISPLAY "OPERATORS STANDING:   " CHR-COUNT-ED UPON CONSOLE
     DISPLAY "RANK  OPERATOR              POINTS   DAYS   WINS  STREAK"
             "   BEST  BEST SCORE  LAST PLAYED" UPON CONSOLE
     DISPLAY "----  --------------------  ------  -----  -----  ------"
             "  -----  ----------  -----------" UPON CONSOLE
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > CHR-TAB-COUNT
        MOVE i TO CHR-RANK-ED
        MOVE CHR-TAB-POINTS(i) TO CHR-SMALL-ED
        DISPLAY CHR-RANK-ED "  " CHR-TAB-OPER(i) "   " CHR-SMALL-ED
           WITH NO ADVANCING UPON CONSOLE
        MOVE CHR-TAB-DAYS(i) TO CHR-SMALL-ED
        DISPLAY "  " CHR-SMALL-ED WITH NO ADVANCING UPON CONSOLE
        MOVE CHR-TAB-WINS(i) TO CHR-SMALL-ED
        DISPLAY "  " CHR-SMALL-ED WITH NO ADVANCING UPON CONSOLE
        MOVE CHR-TAB-STREAK(i) TO CHR-STREAK-ED
        DISPLAY "   " CHR-STREAK-ED WITH NO ADVANCING UPON CONSOLE
        MOVE CHR-TAB-BEST-STREAK(i) TO CHR-STREAK-ED
        DISPLAY "  " CHR-STREAK-ED WITH NO ADVANCING UPON CONSOLE
        MOVE CHR-TAB-BEST(i) TO CHR-SCORE-ED
        DISPLAY "   " CHR-SCORE-ED "  " CHR-TAB-LAST(i)(1:4) "-"
                CHR-TAB-LAST(i)(5:2) "-" CHR-TAB-LAST(i)(7:2)
           UPON CONSOLE
     END-PERFORM
     IF CHR-TAB-COUNT = 0
        DISPLAY "(no challenge days posted yet)" UPON CONSOLE
     END-IF
     IF CHR-TAB-OVERFLOW > 0
        MOVE CHR-TAB-OVERFLOW TO CHR-COUNT-ED
        DISPLAY "WARNING:" CHR-COUNT-ED " more operators not shown "
                "(standings hold 500)" UPON CONSOLE
        MOVE 1 TO CHR-WARN-FLAG
     END-IF

     EVALUATE TRUE
        WHEN CHR-ERROR-FLAG = 1
           DISPLAY "RESULT: *** POSTING RUN FAILED -- RUN ./snakechl "
                   "REBUILD ONCE THE ERROR ABOVE IS PUT RIGHT ***"
              UPON CONSOLE
           MOVE 8 TO RETURN-CODE
        WHEN CHR-ENT-OVERFLOW > 0
           DISPLAY "RESULT: *** TOO MANY OPERATOR-DAYS TO POST -- "
                   "STANDINGS LEFT AS THEY WERE ***" UPON CONSOLE
           MOVE 8 TO RETURN-CODE
        WHEN CHR-WARN-FLAG = 1
           DISPLAY "RESULT: *** STANDINGS UPDATED WITH EXCEPTIONS -- "
                   "REVIEW ABOVE ***" UPON CONSOLE
           MOVE 4 TO RETURN-CODE
        WHEN OTHER
           DISPLAY "RESULT: CLEAN -- EVERY FINISHED CHALLENGE DAY "
                   "POSTED" UPON CONSOLE
     END-EVALUATE
     .
 END PROGRAM SNAKECHL.
