>>SOURCE FORMAT FREE
*> Nightly batch job-stream driver for the SNAKE batch window
*> Build: cobc -x -free -o snakebat snakebat.cob -I copy
*> Run:   ./snakebat             -- run tonight's stream, or restart
*>                                  the last stream if it stopped
*>        ./snakebat YYYYMMDD    -- run (or restart) the stream for
*>                                  that run date
*>
*> The batch window used to be run by hand, step by step, and after
*> a failure the only record of what had already run was the console
*> scroll-back.  This driver reads the stream from a job-definition
*> file (snakebat.job), runs each step in order, works out each
*> step's cutoff dates from the run date, and stops the stream the
*> moment a step ends in error.  Every step is written to the job
*> log (snakebat.log): run date, step, the date and start/end times
*> it ran, its return code and the result.
*>
*> snakebat.job holds one step per line (blank lines and lines
*> starting with * are comments):
*>   columns  1-8   step name (unique within the stream)
*>   columns 10-16  DAILY, MONTHLY for a step that only runs when
*>                  the run date is the first of the month, or YEARLY
*>                  for one that only runs when it is the first of
*>                  January
*>   columns 18-80  the command, with symbolic parameters
*>                    &RUNDATE  the run date, YYYYMMDD
*>                    &KEEPnnn  the run date less nnn days, YYYYMMDD
*>                              (a cutoff keeping nnn days live)
*>                    &RUNMON   the run date's month, YYYYMM
*>                    &PRVMON   the month before the run date, YYYYMM
*>                    &PRVYEAR  the year before the run date, YYYY
*> The standard stream is
*>   BACKUP   DAILY   ./snakefix BACKUP ALL
*>   ARCHIVE  DAILY   ./snakearc &KEEP365
*>   TRIM     DAILY   ./snaketrim &KEEP090
*>   RECON    DAILY   ./snakerecon
*>   VERIFY   DAILY   ./snakevfy &KEEP007
*>   RATE     DAILY   ./snakerat
*>   PINFAIL  DAILY   ./snakeopr FAILURES &KEEP001
*>   CHALLNG  DAILY   ./snakechl &KEEP001
*>   TOURNEY  DAILY   ./snaketrn FILE
*>   ACHIEVE  DAILY   ./snakeach CATCHUP
*>   EXTRACT  DAILY   ./snakextr DELTA
*>   SITELOAD DAILY   ./snakesit LOAD HQ scores.ext
*>   MONCLOSE MONTHLY ./snakemon &PRVMON CLOSE
*>   YEARCLOS YEARLY  ./snakeyec &PRVYEAR CLOSE
*>
*> Step return codes: 0 is clean, up to 4 is a warning (logged, the
*> stream carries on), anything higher -- or a step killed before it
*> could finish -- stops the stream.  A rerun picks up at the failed
*> step under the ORIGINAL run date, so the cutoffs come out the same
*> and every step that already ended clean for that run date is
*> bypassed: SNAKEARC's purge is never redone, and SNAKEXTR DELTA
*> never takes a second run sequence number for the same night.
*> SITELOAD files that extract in the multi-site ledger under this
*> office's own site code (HQ as shipped -- set it to the code the
*> other offices know this one by).  ACHIEVE files any award the
*> day's history shows but no game filed -- a rerun finds them
*> already held and files nothing twice.  A
*> stream already complete for its run date refuses to run again.
*> The driver itself ends with return code 0 when the stream is
*> complete, 4 when a step warned, 8 when a step failed and 12 when
*> the job definition or the run date is bad.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. SNAKEBAT.

 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT JOB-FILE ASSIGN TO "snakebat.job"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-JOB-STATUS.

     SELECT LOG-FILE ASSIGN TO "snakebat.log"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  JOB-FILE.
 01  JOB-RECORD                PIC X(80).

 FD  LOG-FILE.
 01  LOG-RECORD                PIC X(128).

 WORKING-STORAGE SECTION.
 01  WS-JOB-STATUS         PIC XX.
 01  WS-LOG-STATUS         PIC XX.

 *> run date, from the optional first command-line argument
 01  WS-ARG-VAL            PIC X(20).

 *> one job-definition line
 01  JOB-LINE.
     05  JOB-L-STEP        PIC X(8).
     05  FILLER            PIC X.
     05  JOB-L-SCHED       PIC X(7).
     05  FILLER            PIC X.
     05  JOB-L-COMMAND     PIC X(63).

 *> one job-log line: a STREAM line opens and closes each run, and
 *> every step gets one line when it ends (or is bypassed/skipped)
 01  LOG-LINE.
     05  LOG-L-RUN-DATE    PIC 9(8).
     05  FILLER            PIC X      VALUE SPACE.
     05  LOG-L-STEP        PIC X(8).
     05  FILLER            PIC X      VALUE SPACE.
     05  LOG-L-RAN-ON      PIC 9(8).
     05  FILLER            PIC X      VALUE SPACE.
     05  LOG-L-START       PIC X(8).
     05  FILLER            PIC X      VALUE SPACE.
     05  LOG-L-END         PIC X(8).
     05  FILLER            PIC X      VALUE SPACE.
     05  LOG-L-RC          PIC 9(3).
     05  FILLER            PIC X      VALUE SPACE.
     05  LOG-L-RESULT      PIC X(8).
     05  FILLER            PIC X      VALUE SPACE.
     05  LOG-L-COMMAND     PIC X(70).

 *> the stream as loaded from snakebat.job
 01  BAT-MAX-STEPS         BINARY-LONG VALUE 50.
 01  BAT-STEP-COUNT        BINARY-LONG VALUE 0.
 01  BAT-STEP-NAME         OCCURS 50 TIMES PIC X(8).
 *> schedule: 0 DAILY, 1 MONTHLY, 2 YEARLY
 01  BAT-STEP-MONTHLY      OCCURS 50 TIMES PIC 9.
 01  BAT-STEP-SOURCE       OCCURS 50 TIMES PIC X(63).
 01  BAT-STEP-CMD          OCCURS 50 TIMES PIC X(70).
 01  BAT-STEP-DONE         OCCURS 50 TIMES PIC 9.

 *> the run date the stream works to, and what the log says about
 *> the last stream it recorded
 01  BAT-RUN-DATE          PIC 9(8) VALUE 0.
 01  BAT-RUN-DATE-X        REDEFINES BAT-RUN-DATE.
     05  BAT-RUN-YYYY      PIC 9(4).
     05  BAT-RUN-MM        PIC 9(2).
     05  BAT-RUN-DD        PIC 9(2).
 01  BAT-ARG-DATE          PIC 9(8) VALUE 0.
 01  BAT-LAST-RUN-DATE     PIC 9(8) VALUE 0.
 01  BAT-LAST-RESULT       PIC X(8) VALUE SPACES.
 01  BAT-RESTARTING        PIC 9 VALUE 0.

 *> symbolic parameter substitution
 01  BAT-WORD              OCCURS 10 TIMES PIC X(20).
 01  BAT-WORD-COUNT        BINARY-LONG.
 01  BAT-CMD-PTR           BINARY-LONG.
 01  BAT-KEEP-DAYS         PIC 9(3).
 01  BAT-CALC-DATE         PIC 9(8).
 01  BAT-CALC-MONTH        PIC 9(6).
 01  BAT-CALC-YEAR         PIC 9(4).
 01  BAT-DEF-ERRORS        BINARY-LONG VALUE 0.

 *> running a step
 01  BAT-CMD-LINE          PIC X(80).
 01  BAT-RAW-RC            BINARY-LONG.
 01  BAT-STEP-RC           BINARY-LONG.
 01  BAT-WORST-RC          BINARY-LONG VALUE 0.
 01  BAT-LOG-BROKEN        PIC 9 VALUE 0.
 01  BAT-START-TIME        PIC X(8).
 01  BAT-RAN-ON            PIC 9(8).
 01  BAT-RC-ED             PIC ZZ9.
 01  BAT-LINE-NUM          BINARY-LONG VALUE 0.
 01  BAT-LINE-ED           PIC ZZZ9.

 01  cur-date.
     05  YYYY              PIC 9(4).
     05  MM                PIC 9(2).
     05  DD                PIC 9(2).
 01  cur-time.
     05  HH                PIC 9(2).
     05  MIN               PIC 9(2).
     05  SS                PIC 9(2).
     05  MS                PIC 9(2).
 01  BAT-TIME-FMT          PIC X(8).

 01  i                     BINARY-LONG.
 01  j                     BINARY-LONG.

 PROCEDURE DIVISION.
 MAIN-SECTION.
     PERFORM GET-RUN-OPTIONS
     PERFORM LOAD-JOB-DEFINITION
     PERFORM FIND-LAST-STREAM
     PERFORM DECIDE-RUN-DATE
     PERFORM RESOLVE-PARAMETERS
     PERFORM MARK-COMPLETED-STEPS
     PERFORM RUN-STREAM
     STOP RUN.

 GET-RUN-OPTIONS.
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
        DISPLAY "SNAKEBAT: run date must be YYYYMMDD, got "
                WS-ARG-VAL UPON CONSOLE
        MOVE 12 TO RETURN-CODE
        STOP RUN
     END-IF
     MOVE WS-ARG-VAL(1:8) TO BAT-ARG-DATE
     IF FUNCTION TEST-DATE-YYYYMMDD(BAT-ARG-DATE) NOT = 0
        DISPLAY "SNAKEBAT: run date must be YYYYMMDD, got "
                WS-ARG-VAL UPON CONSOLE
        MOVE 12 TO RETURN-CODE
        STOP RUN
     END-IF
     .

 LOAD-JOB-DEFINITION.
     OPEN INPUT JOB-FILE
     IF WS-JOB-STATUS NOT = "00"
        DISPLAY "SNAKEBAT: could not open snakebat.job, status "
                WS-JOB-STATUS " -- no job stream to run" UPON CONSOLE
        MOVE 12 TO RETURN-CODE
        STOP RUN
     END-IF
     PERFORM UNTIL 1 = 2
        READ JOB-FILE
           AT END
              EXIT PERFORM
        END-READ
        ADD 1 TO BAT-LINE-NUM
        MOVE JOB-RECORD TO JOB-LINE
        IF JOB-LINE NOT = SPACES AND JOB-LINE(1:1) NOT = "*"
           PERFORM FILE-ONE-STEP
        END-IF
     END-PERFORM
     CLOSE JOB-FILE
     IF BAT-STEP-COUNT = 0
        DISPLAY "SNAKEBAT: snakebat.job defines no steps" UPON CONSOLE
        ADD 1 TO BAT-DEF-ERRORS
     END-IF
     IF BAT-DEF-ERRORS > 0
        DISPLAY "SNAKEBAT: job definition rejected -- nothing run"
           UPON CONSOLE
        MOVE 12 TO RETURN-CODE
        STOP RUN
     END-IF
     .

 FILE-ONE-STEP.
     MOVE BAT-LINE-NUM TO BAT-LINE-ED
     IF JOB-L-STEP = SPACES OR JOB-L-COMMAND = SPACES
        DISPLAY "SNAKEBAT: snakebat.job line" BAT-LINE-ED
                " needs a step name and a command" UPON CONSOLE
        ADD 1 TO BAT-DEF-ERRORS
        EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION UPPER-CASE(JOB-L-STEP) TO JOB-L-STEP
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > BAT-STEP-COUNT
        IF BAT-STEP-NAME(i) = JOB-L-STEP
           DISPLAY "SNAKEBAT: snakebat.job line" BAT-LINE-ED
                   " repeats step " JOB-L-STEP UPON CONSOLE
           ADD 1 TO BAT-DEF-ERRORS
           EXIT PARAGRAPH
        END-IF
     END-PERFORM
     IF BAT-STEP-COUNT >= BAT-MAX-STEPS
        DISPLAY "SNAKEBAT: snakebat.job has more than 50 steps"
           UPON CONSOLE
        ADD 1 TO BAT-DEF-ERRORS
        EXIT PARAGRAPH
     END-IF
     ADD 1 TO BAT-STEP-COUNT
     MOVE JOB-L-STEP TO BAT-STEP-NAME(BAT-STEP-COUNT)
     MOVE JOB-L-COMMAND TO BAT-STEP-SOURCE(BAT-STEP-COUNT)
     MOVE SPACES TO BAT-STEP-CMD(BAT-STEP-COUNT)
     MOVE 0 TO BAT-STEP-DONE(BAT-STEP-COUNT)
     EVALUATE FUNCTION UPPER-CASE(JOB-L-SCHED)
        WHEN "DAILY"
           MOVE 0 TO BAT-STEP-MONTHLY(BAT-STEP-COUNT)
        WHEN "MONTHLY"
           MOVE 1 TO BAT-STEP-MONTHLY(BAT-STEP-COUNT)
        WHEN "YEARLY"
           MOVE 2 TO BAT-STEP-MONTHLY(BAT-STEP-COUNT)
        WHEN OTHER
           DISPLAY "SNAKEBAT: snakebat.job line" BAT-LINE-ED
                   " schedule must be DAILY, MONTHLY or YEARLY, got "
                   JOB-L-SCHED UPON CONSOLE
           ADD 1 TO BAT-DEF-ERRORS
     END-EVALUATE
     .

 FIND-LAST-STREAM.
     *> the last STREAM line in the log says whether the last run got
     *> to the end; STARTED or ABENDED there means it did not
     OPEN INPUT LOG-FILE
     IF WS-LOG-STATUS NOT = "00"
        EXIT PARAGRAPH
     END-IF
     PERFORM UNTIL 1 = 2
        READ LOG-FILE
           AT END
              EXIT PERFORM
        END-READ
        MOVE LOG-RECORD TO LOG-LINE
        IF LOG-L-STEP = "STREAM"
           MOVE LOG-L-RUN-DATE TO BAT-LAST-RUN-DATE
           MOVE LOG-L-RESULT TO BAT-LAST-RESULT
        END-IF
     END-PERFORM
     CLOSE LOG-FILE
     .

 DECIDE-RUN-DATE.
     *> an explicit run date always wins; otherwise an unfinished
     *> stream is restarted under its own run date, so a rerun after
     *> midnight still works to the night that failed
     ACCEPT cur-date FROM DATE YYYYMMDD
     EVALUATE TRUE
        WHEN BAT-ARG-DATE NOT = 0
           MOVE BAT-ARG-DATE TO BAT-RUN-DATE
           IF BAT-LAST-RUN-DATE NOT = 0
                 AND BAT-LAST-RUN-DATE NOT = BAT-RUN-DATE
                 AND BAT-LAST-RESULT NOT = "COMPLETE"
              DISPLAY "SNAKEBAT: note -- the stream for run date "
                      BAT-LAST-RUN-DATE " did not finish" UPON CONSOLE
           END-IF
        WHEN BAT-LAST-RUN-DATE NOT = 0
              AND BAT-LAST-RESULT NOT = "COMPLETE"
           MOVE BAT-LAST-RUN-DATE TO BAT-RUN-DATE
        WHEN OTHER
           MOVE cur-date TO BAT-RUN-DATE
     END-EVALUATE
     .

 RESOLVE-PARAMETERS.
     *> every step's symbolic parameters are resolved before anything
     *> runs, so a bad job definition stops the stream at step zero
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > BAT-STEP-COUNT
        PERFORM RESOLVE-ONE-COMMAND
     END-PERFORM
     IF BAT-DEF-ERRORS > 0
        DISPLAY "SNAKEBAT: job definition rejected -- nothing run"
           UPON CONSOLE
        MOVE 12 TO RETURN-CODE
        STOP RUN
     END-IF
     .

 RESOLVE-ONE-COMMAND.
     MOVE SPACES TO BAT-WORD(1) BAT-WORD(2) BAT-WORD(3) BAT-WORD(4)
                    BAT-WORD(5) BAT-WORD(6) BAT-WORD(7) BAT-WORD(8)
                    BAT-WORD(9) BAT-WORD(10)
     MOVE 0 TO BAT-WORD-COUNT
     UNSTRING BAT-STEP-SOURCE(i) DELIMITED BY ALL SPACES
        INTO BAT-WORD(1) BAT-WORD(2) BAT-WORD(3) BAT-WORD(4)
             BAT-WORD(5) BAT-WORD(6) BAT-WORD(7) BAT-WORD(8)
             BAT-WORD(9) BAT-WORD(10)
        TALLYING IN BAT-WORD-COUNT
     END-UNSTRING
     PERFORM VARYING j FROM 1 BY 1 UNTIL j > BAT-WORD-COUNT
        IF BAT-WORD(j)(1:1) = "&"
           PERFORM RESOLVE-ONE-SYMBOL
        END-IF
     END-PERFORM
     MOVE SPACES TO BAT-STEP-CMD(i)
     MOVE 1 TO BAT-CMD-PTR
     PERFORM VARYING j FROM 1 BY 1 UNTIL j > BAT-WORD-COUNT
        IF BAT-WORD(j) NOT = SPACES
           IF BAT-CMD-PTR > 1
              STRING " " DELIMITED BY SIZE
                 INTO BAT-STEP-CMD(i) WITH POINTER BAT-CMD-PTR
           END-IF
           STRING FUNCTION TRIM(BAT-WORD(j)) DELIMITED BY SIZE
              INTO BAT-STEP-CMD(i) WITH POINTER BAT-CMD-PTR
        END-IF
     END-PERFORM
     .

 RESOLVE-ONE-SYMBOL.
     EVALUATE TRUE
        WHEN FUNCTION UPPER-CASE(BAT-WORD(j)) = "&RUNDATE"
           MOVE SPACES TO BAT-WORD(j)
           MOVE BAT-RUN-DATE TO BAT-WORD(j)(1:8)
        WHEN FUNCTION UPPER-CASE(BAT-WORD(j)) = "&RUNMON"
           MOVE SPACES TO BAT-WORD(j)
           MOVE BAT-RUN-DATE(1:6) TO BAT-WORD(j)(1:6)
        WHEN FUNCTION UPPER-CASE(BAT-WORD(j)) = "&PRVMON"
           IF BAT-RUN-MM = 1
              COMPUTE BAT-CALC-MONTH = (BAT-RUN-YYYY - 1) * 100 + 12
           ELSE
              COMPUTE BAT-CALC-MONTH = BAT-RUN-YYYY * 100
                                     + BAT-RUN-MM - 1
           END-IF
           MOVE SPACES TO BAT-WORD(j)
           MOVE BAT-CALC-MONTH TO BAT-WORD(j)(1:6)
        WHEN FUNCTION UPPER-CASE(BAT-WORD(j)) = "&PRVYEAR"
           COMPUTE BAT-CALC-YEAR = BAT-RUN-YYYY - 1
           MOVE SPACES TO BAT-WORD(j)
           MOVE BAT-CALC-YEAR TO BAT-WORD(j)(1:4)
        WHEN FUNCTION UPPER-CASE(BAT-WORD(j)(1:5)) = "&KEEP"
              AND BAT-WORD(j)(6:3) NUMERIC
              AND BAT-WORD(j)(9:12) = SPACES
           MOVE BAT-WORD(j)(6:3) TO BAT-KEEP-DAYS
           COMPUTE BAT-CALC-DATE = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(BAT-RUN-DATE)
                      - BAT-KEEP-DAYS)
           MOVE SPACES TO BAT-WORD(j)
           MOVE BAT-CALC-DATE TO BAT-WORD(j)(1:8)
        WHEN OTHER
           DISPLAY "SNAKEBAT: step " BAT-STEP-NAME(i)
                   " has an unknown parameter " BAT-WORD(j)
              UPON CONSOLE
           ADD 1 TO BAT-DEF-ERRORS
     END-EVALUATE
     .

 MARK-COMPLETED-STEPS.
     *> any step already ended clean (or with a warning) for this run
     *> date is done -- it is bypassed, never run a second time
     OPEN INPUT LOG-FILE
     IF WS-LOG-STATUS NOT = "00"
        EXIT PARAGRAPH
     END-IF
     PERFORM UNTIL 1 = 2
        READ LOG-FILE
           AT END
              EXIT PERFORM
        END-READ
        MOVE LOG-RECORD TO LOG-LINE
        IF LOG-L-RUN-DATE = BAT-RUN-DATE
              AND (LOG-L-RESULT = "OK" OR LOG-L-RESULT = "WARNING")
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > BAT-STEP-COUNT
              IF BAT-STEP-NAME(i) = LOG-L-STEP
                    AND BAT-STEP-DONE(i) = 0
                 MOVE 1 TO BAT-STEP-DONE(i)
              END-IF
           END-PERFORM
        END-IF
        IF LOG-L-RUN-DATE = BAT-RUN-DATE AND LOG-L-STEP = "STREAM"
           MOVE 1 TO BAT-RESTARTING
           MOVE LOG-L-RESULT TO BAT-LAST-RESULT
        END-IF
     END-PERFORM
     CLOSE LOG-FILE
     .

 RUN-STREAM.
     IF BAT-RESTARTING = 1 AND BAT-LAST-RESULT = "COMPLETE"
        DISPLAY "SNAKEBAT: the stream for run date " BAT-RUN-YYYY "-"
                BAT-RUN-MM "-" BAT-RUN-DD " is already complete -- "
                "nothing run" UPON CONSOLE
        EXIT PARAGRAPH
     END-IF
     PERFORM OPEN-JOB-LOG
     DISPLAY "SNAKE NIGHTLY BATCH STREAM -- RUN DATE " BAT-RUN-YYYY "-"
             BAT-RUN-MM "-" BAT-RUN-DD UPON CONSOLE
     IF BAT-RESTARTING = 1
        DISPLAY "RESTART: steps already complete for this run date "
                "are bypassed" UPON CONSOLE
     END-IF
     PERFORM NOTE-TIME
     MOVE BAT-TIME-FMT TO BAT-START-TIME
     MOVE "STREAM" TO LOG-L-STEP
     MOVE "STARTED" TO LOG-L-RESULT
     MOVE 0 TO BAT-STEP-RC
     MOVE SPACES TO LOG-L-COMMAND
     IF BAT-RESTARTING = 1
        MOVE "RESTART" TO LOG-L-COMMAND
     END-IF
     PERFORM WRITE-LOG-LINE

     PERFORM VARYING i FROM 1 BY 1 UNTIL i > BAT-STEP-COUNT
        EVALUATE TRUE
           WHEN BAT-STEP-DONE(i) = 1
              PERFORM BYPASS-ONE-STEP
           WHEN BAT-STEP-MONTHLY(i) = 1 AND BAT-RUN-DD NOT = 1
              PERFORM SKIP-ONE-STEP
           WHEN BAT-STEP-MONTHLY(i) = 2
                 AND (BAT-RUN-MM NOT = 1 OR BAT-RUN-DD NOT = 1)
              PERFORM SKIP-ONE-STEP
           WHEN OTHER
              PERFORM RUN-ONE-STEP
              IF BAT-STEP-RC > 4
                 EXIT PERFORM
              END-IF
              *> a step the log could not record would be run again
              *> on a restart, so the stream goes no further
              IF BAT-LOG-BROKEN = 1
                 MOVE 8 TO BAT-WORST-RC
                 EXIT PERFORM
              END-IF
        END-EVALUATE
     END-PERFORM

     PERFORM NOTE-TIME
     MOVE "STREAM" TO LOG-L-STEP
     MOVE BAT-WORST-RC TO BAT-STEP-RC
     MOVE SPACES TO LOG-L-COMMAND
     IF BAT-WORST-RC > 4
        MOVE "ABENDED" TO LOG-L-RESULT
        MOVE "STOPPED AT STEP" TO LOG-L-COMMAND
        MOVE BAT-STEP-NAME(i) TO LOG-L-COMMAND(17:8)
     ELSE
        MOVE "COMPLETE" TO LOG-L-RESULT
     END-IF
     PERFORM WRITE-LOG-LINE
     CLOSE LOG-FILE

     IF BAT-WORST-RC > 4
        DISPLAY "SNAKEBAT: *** STREAM STOPPED AT STEP "
                BAT-STEP-NAME(i) " -- fix the cause and rerun "
                "snakebat to restart there ***" UPON CONSOLE
        MOVE 8 TO RETURN-CODE
     ELSE
        DISPLAY "SNAKEBAT: STREAM COMPLETE" UPON CONSOLE
        IF BAT-WORST-RC > 0
           DISPLAY "SNAKEBAT: one or more steps ended with a warning "
                   "-- see snakebat.log" UPON CONSOLE
           MOVE 4 TO RETURN-CODE
        ELSE
           MOVE 0 TO RETURN-CODE
        END-IF
     END-IF
     .

 OPEN-JOB-LOG.
     OPEN EXTEND LOG-FILE
     IF WS-LOG-STATUS = "35"
        OPEN OUTPUT LOG-FILE
        CLOSE LOG-FILE
        OPEN EXTEND LOG-FILE
     END-IF
     IF WS-LOG-STATUS NOT = "00"
        *> without the log a restart could not tell what ran, so the
        *> stream does not start at all
        DISPLAY "SNAKEBAT: could not open snakebat.log, status "
                WS-LOG-STATUS " -- nothing run" UPON CONSOLE
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF
     .

 RUN-ONE-STEP.
     PERFORM NOTE-TIME
     MOVE BAT-TIME-FMT TO BAT-START-TIME
     DISPLAY "SNAKEBAT: STEP " BAT-STEP-NAME(i) " STARTED "
             BAT-TIME-FMT "  " FUNCTION TRIM(BAT-STEP-CMD(i))
        UPON CONSOLE
     MOVE SPACES TO BAT-CMD-LINE
     MOVE BAT-STEP-CMD(i) TO BAT-CMD-LINE
     CALL "SYSTEM" USING BAT-CMD-LINE
     *> the shell hands back a wait status: the exit code sits in the
     *> high byte, and anything in the low byte means the step was
     *> killed before it could finish
     MOVE RETURN-CODE TO BAT-RAW-RC
     MOVE 0 TO RETURN-CODE
     IF BAT-RAW-RC < 0 OR FUNCTION MOD(BAT-RAW-RC, 256) NOT = 0
        MOVE 999 TO BAT-STEP-RC
     ELSE
        COMPUTE BAT-STEP-RC = BAT-RAW-RC / 256
     END-IF
     PERFORM NOTE-TIME
     EVALUATE TRUE
        WHEN BAT-STEP-RC = 0
           MOVE "OK" TO LOG-L-RESULT
        WHEN BAT-STEP-RC <= 4
           MOVE "WARNING" TO LOG-L-RESULT
        WHEN OTHER
           MOVE "FAILED" TO LOG-L-RESULT
     END-EVALUATE
     IF BAT-STEP-RC > BAT-WORST-RC
        MOVE BAT-STEP-RC TO BAT-WORST-RC
     END-IF
     MOVE BAT-STEP-NAME(i) TO LOG-L-STEP
     MOVE BAT-STEP-CMD(i) TO LOG-L-COMMAND
     PERFORM WRITE-LOG-LINE
     MOVE BAT-STEP-RC TO BAT-RC-ED
     DISPLAY "SNAKEBAT: STEP " BAT-STEP-NAME(i) " ENDED   "
             BAT-TIME-FMT "  RC " BAT-RC-ED "  " LOG-L-RESULT
        UPON CONSOLE
     .

 BYPASS-ONE-STEP.
     PERFORM NOTE-TIME
     MOVE BAT-TIME-FMT TO BAT-START-TIME
     MOVE BAT-STEP-NAME(i) TO LOG-L-STEP
     MOVE "BYPASSED" TO LOG-L-RESULT
     MOVE 0 TO BAT-STEP-RC
     MOVE BAT-STEP-CMD(i) TO LOG-L-COMMAND
     PERFORM WRITE-LOG-LINE
     DISPLAY "SNAKEBAT: STEP " BAT-STEP-NAME(i) " BYPASSED -- already "
             "complete for this run date" UPON CONSOLE
     .

 SKIP-ONE-STEP.
     PERFORM NOTE-TIME
     MOVE BAT-TIME-FMT TO BAT-START-TIME
     MOVE BAT-STEP-NAME(i) TO LOG-L-STEP
     MOVE "SKIPPED" TO LOG-L-RESULT
     MOVE 0 TO BAT-STEP-RC
     MOVE BAT-STEP-CMD(i) TO LOG-L-COMMAND
     PERFORM WRITE-LOG-LINE
     IF BAT-STEP-MONTHLY(i) = 2
        DISPLAY "SNAKEBAT: STEP " BAT-STEP-NAME(i) " SKIPPED -- "
                "yearly step, not the first of January" UPON CONSOLE
     ELSE
        DISPLAY "SNAKEBAT: STEP " BAT-STEP-NAME(i) " SKIPPED -- "
                "monthly step, not the first of the month" UPON CONSOLE
     END-IF
     .

 NOTE-TIME.
     ACCEPT cur-date FROM DATE YYYYMMDD
     ACCEPT cur-time FROM TIME
     MOVE cur-date TO BAT-RAN-ON
     MOVE SPACES TO BAT-TIME-FMT
     STRING HH ":" MIN ":" SS DELIMITED BY SIZE INTO BAT-TIME-FMT
     .

 WRITE-LOG-LINE.
     *> LOG-L-STEP, LOG-L-RESULT and LOG-L-COMMAND are set by the
     *> caller; start time from BAT-START-TIME, end time from the last
     *> NOTE-TIME
     MOVE BAT-RUN-DATE TO LOG-L-RUN-DATE
     MOVE BAT-RAN-ON TO LOG-L-RAN-ON
     MOVE BAT-START-TIME TO LOG-L-START
     MOVE BAT-TIME-FMT TO LOG-L-END
     MOVE BAT-STEP-RC TO LOG-L-RC
     WRITE LOG-RECORD FROM LOG-LINE
     IF WS-LOG-STATUS NOT = "00"
        DISPLAY "SNAKEBAT: snakebat.log write failed, status "
                WS-LOG-STATUS UPON CONSOLE
        MOVE 1 TO BAT-LOG-BROKEN
     END-IF
     .
 END PROGRAM SNAKEBAT.
