>>SOURCE FORMAT FREE
*> Multi-site ledger consolidation for SNAKE (sites.dat)
*> Build: cobc -x -free -o snakesit snakesit.cob -I copy
*> Run:   ./snakesit LOAD SITE [FILE]  -- load one site's score extract
*>                                      (default scores.ext) under its
*>                                      site code
*>        ./snakesit REPORT            -- cross-site leaderboard
*>        ./snakesit MONTH YYYYMM      -- cross-site monthly standings
*>
*> Each office runs its own copy of the system and sends its extract
*> (the scores.ext interface file SNAKEXTR writes: HEADER, one line
*> per game, TRAILER with the row count and score total).  LOAD takes
*> the file under a site code of up to four letters or digits and
*> proves it whole before a single row is loaded: a HEADER first, a
*> TRAILER last and nothing after it, every detail line a real date,
*> time, operator and score, and the trailer's count and total equal
*> to what the detail lines add up to.  The fifth column, the
*> rule-set class, is carried as sent; an extract from a site still
*> on the four-column layout loads as UNCLASSIFIED.  A DELTA extract
*> (HEADER ... ,RUN,nnnnnn) already loaded for that site is refused,
*> and a run arriving ahead of the next one due is warned about (a
*> lost run can still come later, resent with its own number).
*> Rows go to sites.dat keyed by site plus the row's key at its home
*> site (layout in copy/siterec.cpy); a row already on file from an
*> earlier load is counted and left alone, so a full extract can be
*> reloaded safely.  Every load is written to the load-control log
*> siteload.log: RUNNING before the first row goes in, then LOADED
*> with the counts, or REJECTED with the reason.  A load that never
*> finished leaves RUNNING as its last line; loading the same file
*> again finishes it.  This office's own rows come in the same way,
*> from its own DELTA extract under its own site code.
*>
*> REPORT prints a top 10 per rule-set class across every site, MONTH
*> ranks each operator's best game in the month per class the way
*> SNAKEMON does; both show the site every row came from.  The same
*> name at two sites is two operators.
*> The run ends with return code 0, 4 when the extract was already
*> loaded or arrived out of sequence, 8 when it is rejected or a file
*> cannot be read or written and 12 for bad arguments.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. SNAKESIT.

 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT SITE-FILE ASSIGN TO "sites.dat"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS SITE-KEY
        FILE STATUS IS WS-SITE-STATUS.

     SELECT INBOUND-FILE ASSIGN TO SIT-IN-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-IN-STATUS.

     SELECT LOAD-LOG-FILE ASSIGN TO "siteload.log"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  SITE-FILE.
     COPY "siterec.cpy".

 FD  INBOUND-FILE.
 01  INBOUND-RECORD            PIC X(100).

 FD  LOAD-LOG-FILE.
 01  LOAD-LOG-RECORD           PIC X(153).

 WORKING-STORAGE SECTION.
 01  WS-SITE-STATUS        PIC XX.
 01  WS-IN-STATUS          PIC XX.
 01  WS-LOG-STATUS         PIC XX.

 *> one load-control line: which site and run, how it ended, the
 *> extract's own control totals and what the load did with them
 01  SLG-LINE.
     05  SLG-L-SITE        PIC X(4).
     05  FILLER            PIC X      VALUE SPACE.
     05  SLG-L-SEQ         PIC 9(6).
     05  FILLER            PIC X      VALUE SPACE.
     05  SLG-L-STATE       PIC X(8).
     05  FILLER            PIC X      VALUE SPACE.
     05  SLG-L-HDR-DATE    PIC X(10).
     05  FILLER            PIC X      VALUE SPACE.
     05  SLG-L-COUNT       PIC 9(9).
     05  FILLER            PIC X      VALUE SPACE.
     05  SLG-L-TOTAL       PIC 9(13).
     05  FILLER            PIC X      VALUE SPACE.
     05  SLG-L-ADDED       PIC 9(9).
     05  FILLER            PIC X      VALUE SPACE.
     05  SLG-L-ON-FILE     PIC 9(9).
     05  FILLER            PIC X      VALUE SPACE.
     05  SLG-L-DATE        PIC 9(8).
     05  FILLER            PIC X      VALUE SPACE.
     05  SLG-L-TIME        PIC 9(6).
     05  FILLER            PIC X      VALUE SPACE.
     05  SLG-L-FILE        PIC X(20).
     05  FILLER            PIC X      VALUE SPACE.
     05  SLG-L-REASON      PIC X(40).

 *> action and its arguments, from the command line
 01  WS-ARG-VAL            PIC X(20).
 01  SIT-MODE              PIC 9 VALUE 0.
     88  SIT-MODE-LOAD         VALUE 1.
     88  SIT-MODE-REPORT       VALUE 2.
     88  SIT-MODE-MONTH        VALUE 3.
 01  SIT-SITE              PIC X(4) VALUE SPACES.
 01  SIT-IN-NAME           PIC X(20) VALUE "scores.ext".
 01  SIT-TARGET            PIC 9(6).
 01  SIT-TARGET-X          REDEFINES SIT-TARGET.
     05  SIT-TGT-YYYY      PIC 9(4).
     05  SIT-TGT-MM        PIC 9(2).

 01  cur-date.
     05  YYYY              PIC 9(4).
     05  MM                PIC 9(2).
     05  DD                PIC 9(2).
 01  SIT-NOW-TIME          PIC 9(8).

 *> one extract line split at its commas
 01  SIT-LINE              PIC X(100).
 01  SIT-LINE-LEN          BINARY-LONG.
 01  SIT-FIELDS            BINARY-LONG.
 01  SIT-F1                PIC X(50).
 01  SIT-F2                PIC X(50).
 01  SIT-F3                PIC X(50).
 01  SIT-F4                PIC X(50).
 01  SIT-F5                PIC X(50).
 01  SIT-F6                PIC X(50).
 01  SIT-N1                BINARY-LONG.
 01  SIT-N2                BINARY-LONG.
 01  SIT-N3                BINARY-LONG.
 01  SIT-N4                BINARY-LONG.
 01  SIT-N5                BINARY-LONG.
 01  SIT-N6                BINARY-LONG.

 *> a detail line once proved
 01  SIT-ROW-STAMP.
     05  SIT-ROW-YYYY      PIC 9(4).
     05  SIT-ROW-MM        PIC 9(2).
     05  SIT-ROW-DD        PIC 9(2).
     05  SIT-ROW-HH        PIC 9(2).
     05  SIT-ROW-MIN       PIC 9(2).
     05  SIT-ROW-SS        PIC 9(2).
 01  SIT-ROW-OPER          PIC X(20).
 01  SIT-ROW-SCORE         BINARY-LONG.
 01  SIT-ROW-CLASS         PIC X(42).
 01  SIT-ROW-OK            PIC 9.

 *> a digits-only field turned into a number
 01  SIT-NUM-TXT           PIC X(50).
 01  SIT-NUM-LEN           BINARY-LONG.
 01  SIT-NUM-MAX           BINARY-LONG.
 01  SIT-NUM-VAL           BINARY-DOUBLE.
 01  SIT-NUM-OK            PIC 9.

 *> what the proving pass found
 01  SIT-LINE-NO           BINARY-LONG VALUE 0.
 01  SIT-HDR-SEEN          PIC 9 VALUE 0.
 01  SIT-TRL-SEEN          PIC 9 VALUE 0.
 01  SIT-IS-DELTA          PIC 9 VALUE 0.
 01  SIT-HDR-DATE          PIC X(10) VALUE SPACES.
 01  SIT-HDR-SEQ           PIC 9(6) VALUE 0.
 01  SIT-DTL-COUNT         BINARY-LONG VALUE 0.
 01  SIT-DTL-TOTAL         BINARY-DOUBLE VALUE 0.
 01  SIT-TRL-COUNT         BINARY-DOUBLE VALUE 0.
 01  SIT-TRL-TOTAL         BINARY-DOUBLE VALUE 0.
 01  SIT-FOUR-COLUMN       BINARY-LONG VALUE 0.
 01  SIT-REASON            PIC X(40) VALUE SPACES.
 01  SIT-LINE-NO-ED        PIC ZZZZZZZZ9.

 *> what the load-control log says about this site and run
 01  SIT-SEQ-STATE         PIC X(8) VALUE SPACES.
 01  SIT-HIGH-SEQ          PIC 9(6) VALUE 0.
 01  SIT-NEXT-SEQ          PIC 9(6) VALUE 0.

 *> what the loading pass did
 01  SIT-ADDED             BINARY-LONG VALUE 0.
 01  SIT-ON-FILE           BINARY-LONG VALUE 0.
 01  SIT-LOAD-ERRORS       BINARY-LONG VALUE 0.
 01  SIT-PROBE             BINARY-LONG.
 01  SIT-PLACED            PIC 9.

 *> report rows: one per ledger row (REPORT) or per class, site and
 *> operator (MONTH)
 01  SIT-MAX-ROWS          BINARY-LONG VALUE 2000.
 01  SIT-COUNT             BINARY-LONG VALUE 0.
 01  SIT-T-CLASS           OCCURS 2000 TIMES PIC X(42).
 01  SIT-T-SITE            OCCURS 2000 TIMES PIC X(4).
 01  SIT-T-OPER            OCCURS 2000 TIMES PIC X(20).
 01  SIT-T-SCORE           OCCURS 2000 TIMES BINARY-LONG.
 01  SIT-T-DATE            OCCURS 2000 TIMES PIC 9(8).
 01  SIT-T-GAMES           OCCURS 2000 TIMES BINARY-LONG.
 01  SIT-ROW-IX            BINARY-LONG.
 01  SIT-REC-DATE          PIC 9(8).
 01  SIT-ROWS-READ         BINARY-LONG VALUE 0.
 01  SIT-DROPPED           BINARY-LONG VALUE 0.

 *> rows per site on the consolidated ledger
 01  SIT-MAX-SITES         BINARY-LONG VALUE 50.
 01  SIT-SITE-COUNT        BINARY-LONG VALUE 0.
 01  SIT-S-CODE            OCCURS 50 TIMES PIC X(4).
 01  SIT-S-ROWS            OCCURS 50 TIMES BINARY-LONG.

 *> swap scratch for the bubble sort
 01  SIT-TMP-CLASS         PIC X(42).
 01  SIT-TMP-SITE          PIC X(4).
 01  SIT-TMP-OPER          PIC X(20).
 01  SIT-TMP-NUM           BINARY-LONG.
 01  SIT-TMP-DATE          PIC 9(8).

 *> class break control for the reports
 01  SIT-CUR-CLASS         PIC X(42).
 01  SIT-CLASS-RANK        BINARY-LONG VALUE 0.
 01  SIT-CLASS-COUNT       BINARY-LONG VALUE 0.

 01  SIT-RANK-ED           PIC ZZ9.
 01  SIT-SCORE-ED          PIC ZZZZZZ9.
 01  SIT-GAMES-ED          PIC ZZZZ9.
 01  SIT-COUNT-ED          PIC ZZZZZZZZ9.
 01  SIT-TOTAL-ED          PIC ZZZZZZZZZZZZ9.
 01  SIT-SEQ-ED            PIC 9(6).
 01  SIT-DATE-FMT          PIC X(10).

 01  i                     BINARY-LONG.
 01  j                     BINARY-LONG.

 PROCEDURE DIVISION.
 MAIN-SECTION.
     PERFORM GET-RUN-OPTIONS
     EVALUATE TRUE
        WHEN SIT-MODE-LOAD
           PERFORM LOAD-SITE-EXTRACT
        WHEN SIT-MODE-REPORT
           PERFORM LOAD-LEDGER-ROWS
           PERFORM SORT-BY-CLASS-SCORE
           PERFORM PRINT-LEADERBOARD
        WHEN SIT-MODE-MONTH
           PERFORM LOAD-MONTH-ROWS
           PERFORM SORT-BY-CLASS-SCORE
           PERFORM PRINT-STANDINGS
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
        WHEN "LOAD"
           SET SIT-MODE-LOAD TO TRUE
        WHEN "REPORT"
           SET SIT-MODE-REPORT TO TRUE
        WHEN "MONTH"
           SET SIT-MODE-MONTH TO TRUE
        WHEN OTHER
           IF WS-ARG-VAL NOT = SPACES
              DISPLAY "SNAKESIT: unknown option " WS-ARG-VAL
                 UPON CONSOLE
           END-IF
           PERFORM SHOW-USAGE
           MOVE 12 TO RETURN-CODE
           STOP RUN
     END-EVALUATE

     IF SIT-MODE-REPORT
        EXIT PARAGRAPH
     END-IF

     DISPLAY 2 UPON ARGUMENT-NUMBER
     MOVE SPACES TO WS-ARG-VAL
     ACCEPT WS-ARG-VAL FROM ARGUMENT-VALUE
        ON EXCEPTION
           MOVE SPACES TO WS-ARG-VAL
     END-ACCEPT
     IF WS-ARG-VAL = SPACES
        PERFORM SHOW-USAGE
        MOVE 12 TO RETURN-CODE
        STOP RUN
     END-IF

     IF SIT-MODE-MONTH
        IF WS-ARG-VAL(1:6) NOT NUMERIC OR WS-ARG-VAL(7:14) NOT = SPACES
           DISPLAY "SNAKESIT: standings month must be YYYYMM, got "
                   WS-ARG-VAL UPON CONSOLE
           MOVE 12 TO RETURN-CODE
           STOP RUN
        END-IF
        MOVE WS-ARG-VAL(1:6) TO SIT-TARGET
        IF SIT-TGT-MM < 1 OR SIT-TGT-MM > 12
           DISPLAY "SNAKESIT: standings month must be YYYYMM, got "
                   WS-ARG-VAL UPON CONSOLE
           MOVE 12 TO RETURN-CODE
           STOP RUN
        END-IF
        EXIT PARAGRAPH
     END-IF

     PERFORM CHECK-SITE-ARG

     DISPLAY 3 UPON ARGUMENT-NUMBER
     MOVE SPACES TO WS-ARG-VAL
     ACCEPT WS-ARG-VAL FROM ARGUMENT-VALUE
        ON EXCEPTION
           MOVE SPACES TO WS-ARG-VAL
     END-ACCEPT
     IF WS-ARG-VAL NOT = SPACES
        MOVE WS-ARG-VAL TO SIT-IN-NAME
     END-IF
     .

 CHECK-SITE-ARG.
     *> one to four letters or digits, folded to upper case, so the
     *> same office always files under the same code
     IF WS-ARG-VAL(5:16) NOT = SPACES
        DISPLAY "SNAKESIT: site code is one to four letters or "
                "digits, got " WS-ARG-VAL UPON CONSOLE
        MOVE 12 TO RETURN-CODE
        STOP RUN
     END-IF
     MOVE FUNCTION UPPER-CASE(WS-ARG-VAL(1:4)) TO SIT-SITE
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > 4
        IF SIT-SITE(i:1) = SPACE
           IF SIT-SITE(i:) NOT = SPACES
              MOVE 0 TO i
              EXIT PERFORM
           END-IF
           EXIT PERFORM
        END-IF
        IF SIT-SITE(i:1) NOT ALPHABETIC-UPPER
              AND SIT-SITE(i:1) NOT NUMERIC
           MOVE 0 TO i
           EXIT PERFORM
        END-IF
     END-PERFORM
     IF i = 0
        DISPLAY "SNAKESIT: site code is one to four letters or "
                "digits, got " WS-ARG-VAL UPON CONSOLE
        MOVE 12 TO RETURN-CODE
        STOP RUN
     END-IF
     .

 SHOW-USAGE.
     DISPLAY "Usage: snakesit LOAD SITE [FILE]" UPON CONSOLE
     DISPLAY "       snakesit REPORT" UPON CONSOLE
     DISPLAY "       snakesit MONTH YYYYMM" UPON CONSOLE
     .

 LOAD-SITE-EXTRACT.
     ACCEPT cur-date FROM DATE YYYYMMDD
     ACCEPT SIT-NOW-TIME FROM TIME
     DISPLAY "SNAKESIT: LOADING " FUNCTION TRIM(SIT-IN-NAME)
             " FOR SITE " FUNCTION TRIM(SIT-SITE) UPON CONSOLE

     *> nothing is loaded until the whole file has proved out
     PERFORM PROVE-EXTRACT
     IF SIT-REASON NOT = SPACES
        PERFORM REJECT-EXTRACT
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
     END-IF
     MOVE SIT-DTL-COUNT TO SIT-COUNT-ED
     DISPLAY "  DETAIL ROWS:        " SIT-COUNT-ED UPON CONSOLE
     MOVE SIT-DTL-TOTAL TO SIT-TOTAL-ED
     DISPLAY "  SCORE TOTAL:    " SIT-TOTAL-ED UPON CONSOLE
     IF SIT-FOUR-COLUMN > 0
        MOVE SIT-FOUR-COLUMN TO SIT-COUNT-ED
        DISPLAY "  NO CLASS COLUMN:    " SIT-COUNT-ED
                " (loaded UNCLASSIFIED)" UPON CONSOLE
     END-IF

     IF SIT-IS-DELTA = 1
        PERFORM CHECK-RUN-SEQUENCE
        IF SIT-SEQ-STATE = "LOADED"
           MOVE "DELTA RUN ALREADY LOADED" TO SIT-REASON
           PERFORM REJECT-EXTRACT
           MOVE 4 TO RETURN-CODE
           EXIT PARAGRAPH
        END-IF
     END-IF

     PERFORM OPEN-SITE-LEDGER
     MOVE "RUNNING" TO SLG-L-STATE
     PERFORM WRITE-LOAD-LOG
     IF WS-LOG-STATUS NOT = "00"
        CLOSE SITE-FILE
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
     END-IF
     PERFORM LOAD-DETAIL-ROWS
     CLOSE SITE-FILE

     MOVE SIT-ADDED TO SIT-COUNT-ED
     DISPLAY "  ROWS ADDED:         " SIT-COUNT-ED UPON CONSOLE
     MOVE SIT-ON-FILE TO SIT-COUNT-ED
     DISPLAY "  ALREADY ON FILE:    " SIT-COUNT-ED UPON CONSOLE
     IF SIT-LOAD-ERRORS > 0
        MOVE SIT-LOAD-ERRORS TO SIT-COUNT-ED
        DISPLAY "  ROWS NOT LOADED:    " SIT-COUNT-ED UPON CONSOLE
        DISPLAY "SNAKESIT: *** LOAD INCOMPLETE -- left RUNNING in "
                "siteload.log; load the file again once the cause is "
                "cleared ***" UPON CONSOLE
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
     END-IF
     MOVE "LOADED" TO SLG-L-STATE
     PERFORM WRITE-LOAD-LOG
     IF WS-LOG-STATUS NOT = "00"
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
     END-IF
     DISPLAY "SNAKESIT: LOAD COMPLETE FOR SITE " FUNCTION TRIM(SIT-SITE)
        UPON CONSOLE
     .

 PROVE-EXTRACT.
     OPEN INPUT INBOUND-FILE
     IF WS-IN-STATUS NOT = "00"
        MOVE SPACES TO SIT-REASON
        STRING "CANNOT OPEN FILE, STATUS " WS-IN-STATUS
           DELIMITED BY SIZE INTO SIT-REASON
        EXIT PARAGRAPH
     END-IF
     PERFORM UNTIL 1 = 2
        READ INBOUND-FILE
           AT END
              EXIT PERFORM
        END-READ
        IF WS-IN-STATUS NOT = "00"
           MOVE SPACES TO SIT-REASON
           STRING "READ ERROR, STATUS " WS-IN-STATUS
              DELIMITED BY SIZE INTO SIT-REASON
           EXIT PERFORM
        END-IF
        ADD 1 TO SIT-LINE-NO
        MOVE INBOUND-RECORD TO SIT-LINE
        PERFORM SPLIT-EXTRACT-LINE
        EVALUATE TRUE
           WHEN SIT-TRL-SEEN = 1
              MOVE "LINES AFTER THE TRAILER" TO SIT-REASON
           WHEN SIT-LINE-NO = 1
              PERFORM PROVE-HEADER-LINE
           WHEN SIT-F1 = "TRAILER"
              PERFORM PROVE-TRAILER-LINE
           WHEN OTHER
              PERFORM PROVE-DETAIL-LINE
              IF SIT-ROW-OK = 1
                 ADD 1 TO SIT-DTL-COUNT
                 ADD SIT-ROW-SCORE TO SIT-DTL-TOTAL
              ELSE
                 MOVE SPACES TO SIT-REASON
                 MOVE SIT-LINE-NO TO SIT-LINE-NO-ED
                 STRING "BAD DETAIL ON LINE "
                        FUNCTION TRIM(SIT-LINE-NO-ED)
                    DELIMITED BY SIZE INTO SIT-REASON
              END-IF
        END-EVALUATE
        IF SIT-REASON NOT = SPACES
           EXIT PERFORM
        END-IF
     END-PERFORM
     CLOSE INBOUND-FILE
     IF SIT-REASON NOT = SPACES
        EXIT PARAGRAPH
     END-IF
     EVALUATE TRUE
        WHEN SIT-LINE-NO = 0
           MOVE "EMPTY FILE" TO SIT-REASON
        WHEN SIT-TRL-SEEN = 0
           MOVE "NO TRAILER -- FILE CUT SHORT" TO SIT-REASON
        WHEN SIT-TRL-COUNT NOT = SIT-DTL-COUNT
           MOVE "TRAILER COUNT DOES NOT MATCH THE ROWS"
              TO SIT-REASON
        WHEN SIT-TRL-TOTAL NOT = SIT-DTL-TOTAL
           MOVE "TRAILER TOTAL DOES NOT MATCH THE ROWS"
              TO SIT-REASON
     END-EVALUATE
     .

 SPLIT-EXTRACT-LINE.
     MOVE SPACES TO SIT-F1 SIT-F2 SIT-F3 SIT-F4 SIT-F5 SIT-F6
     MOVE 0 TO SIT-N1 SIT-N2 SIT-N3 SIT-N4 SIT-N5 SIT-N6
     MOVE 0 TO SIT-FIELDS
     *> split only up to the last character the line really has, or
     *> the last column would count the record's padding
     IF SIT-LINE = SPACES
        EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION LENGTH(FUNCTION TRIM(SIT-LINE TRAILING))
        TO SIT-LINE-LEN
     UNSTRING SIT-LINE(1:SIT-LINE-LEN) DELIMITED BY ","
        INTO SIT-F1 COUNT IN SIT-N1
             SIT-F2 COUNT IN SIT-N2
             SIT-F3 COUNT IN SIT-N3
             SIT-F4 COUNT IN SIT-N4
             SIT-F5 COUNT IN SIT-N5
             SIT-F6 COUNT IN SIT-N6
        TALLYING IN SIT-FIELDS
     END-UNSTRING
     .

 PROVE-HEADER-LINE.
     *> HEADER,SNAKE SCORES,YYYY-MM-DD  or, from a DELTA or RESEND
     *> run, HEADER,SNAKE SCORES,YYYY-MM-DD,RUN,nnnnnn
     IF SIT-F1 NOT = "HEADER" OR SIT-F2 NOT = "SNAKE SCORES"
        MOVE "NO HEADER -- NOT A SNAKE SCORE EXTRACT" TO SIT-REASON
        EXIT PARAGRAPH
     END-IF
     MOVE 1 TO SIT-HDR-SEEN
     MOVE SIT-F3 TO SIT-HDR-DATE
     EVALUATE TRUE
        WHEN SIT-FIELDS = 3
           MOVE 0 TO SIT-IS-DELTA
        WHEN SIT-FIELDS = 5 AND SIT-F4 = "RUN"
           MOVE SIT-F5 TO SIT-NUM-TXT
           MOVE SIT-N5 TO SIT-NUM-LEN
           MOVE 6 TO SIT-NUM-MAX
           PERFORM PARSE-DIGITS
           IF SIT-NUM-OK = 0 OR SIT-NUM-VAL = 0
              MOVE "BAD RUN NUMBER IN HEADER" TO SIT-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO SIT-IS-DELTA
           MOVE SIT-NUM-VAL TO SIT-HDR-SEQ
        WHEN OTHER
           MOVE "BAD HEADER LINE" TO SIT-REASON
     END-EVALUATE
     .

 PROVE-TRAILER-LINE.
     IF SIT-FIELDS NOT = 3
        MOVE "BAD TRAILER LINE" TO SIT-REASON
        EXIT PARAGRAPH
     END-IF
     MOVE SIT-F2 TO SIT-NUM-TXT
     MOVE SIT-N2 TO SIT-NUM-LEN
     MOVE 9 TO SIT-NUM-MAX
     PERFORM PARSE-DIGITS
     IF SIT-NUM-OK = 0
        MOVE "BAD TRAILER COUNT" TO SIT-REASON
        EXIT PARAGRAPH
     END-IF
     MOVE SIT-NUM-VAL TO SIT-TRL-COUNT
     MOVE SIT-F3 TO SIT-NUM-TXT
     MOVE SIT-N3 TO SIT-NUM-LEN
     MOVE 13 TO SIT-NUM-MAX
     PERFORM PARSE-DIGITS
     IF SIT-NUM-OK = 0
        MOVE "BAD TRAILER TOTAL" TO SIT-REASON
        EXIT PARAGRAPH
     END-IF
     MOVE SIT-NUM-VAL TO SIT-TRL-TOTAL
     MOVE 1 TO SIT-TRL-SEEN
     .

 PROVE-DETAIL-LINE.
     *> YYYY-MM-DD,HH:MM:SS,operator,score[,class] -- anything else
     *> and the whole file is refused
     MOVE 0 TO SIT-ROW-OK
     IF SIT-FIELDS < 4 OR SIT-FIELDS > 5
        EXIT PARAGRAPH
     END-IF
     IF SIT-N1 NOT = 10 OR SIT-F1(5:1) NOT = "-"
           OR SIT-F1(8:1) NOT = "-"
           OR SIT-F1(1:4) NOT NUMERIC OR SIT-F1(6:2) NOT NUMERIC
           OR SIT-F1(9:2) NOT NUMERIC
        EXIT PARAGRAPH
     END-IF
     IF SIT-N2 NOT = 8 OR SIT-F2(3:1) NOT = ":"
           OR SIT-F2(6:1) NOT = ":"
           OR SIT-F2(1:2) NOT NUMERIC OR SIT-F2(4:2) NOT NUMERIC
           OR SIT-F2(7:2) NOT NUMERIC
        EXIT PARAGRAPH
     END-IF
     MOVE SIT-F1(1:4) TO SIT-ROW-YYYY
     MOVE SIT-F1(6:2) TO SIT-ROW-MM
     MOVE SIT-F1(9:2) TO SIT-ROW-DD
     MOVE SIT-F2(1:2) TO SIT-ROW-HH
     MOVE SIT-F2(4:2) TO SIT-ROW-MIN
     MOVE SIT-F2(7:2) TO SIT-ROW-SS
     IF SIT-ROW-MM < 1 OR SIT-ROW-MM > 12
           OR SIT-ROW-DD < 1 OR SIT-ROW-DD > 31
           OR SIT-ROW-HH > 23 OR SIT-ROW-MIN > 59 OR SIT-ROW-SS > 59
        EXIT PARAGRAPH
     END-IF
     IF SIT-N3 < 1 OR SIT-N3 > 20
        EXIT PARAGRAPH
     END-IF
     MOVE SIT-F3 TO SIT-ROW-OPER
     MOVE SIT-F4 TO SIT-NUM-TXT
     MOVE SIT-N4 TO SIT-NUM-LEN
     MOVE 9 TO SIT-NUM-MAX
     PERFORM PARSE-DIGITS
     IF SIT-NUM-OK = 0
        EXIT PARAGRAPH
     END-IF
     MOVE SIT-NUM-VAL TO SIT-ROW-SCORE
     IF SIT-FIELDS = 5
        IF SIT-N5 < 1 OR SIT-N5 > 42
           EXIT PARAGRAPH
        END-IF
        MOVE SIT-F5 TO SIT-ROW-CLASS
     ELSE
        MOVE "UNCLASSIFIED" TO SIT-ROW-CLASS
        ADD 1 TO SIT-FOUR-COLUMN
     END-IF
     MOVE 1 TO SIT-ROW-OK
     .

 PARSE-DIGITS.
     *> SIT-NUM-TXT's first SIT-NUM-LEN characters, all digits and
     *> no more than SIT-NUM-MAX of them, into SIT-NUM-VAL
     MOVE 0 TO SIT-NUM-OK
     MOVE 0 TO SIT-NUM-VAL
     IF SIT-NUM-LEN < 1 OR SIT-NUM-LEN > SIT-NUM-MAX
        EXIT PARAGRAPH
     END-IF
     IF SIT-NUM-TXT(1:SIT-NUM-LEN) NOT NUMERIC
        EXIT PARAGRAPH
     END-IF
     COMPUTE SIT-NUM-VAL = FUNCTION NUMVAL(SIT-NUM-TXT(1:SIT-NUM-LEN))
     MOVE 1 TO SIT-NUM-OK
     .

 CHECK-RUN-SEQUENCE.
     *> the last word on this site's run in the log decides: LOADED
     *> refuses it, RUNNING means an earlier load of it stopped part
     *> way and this one finishes it
     MOVE SPACES TO SIT-SEQ-STATE
     MOVE 0 TO SIT-HIGH-SEQ
     OPEN INPUT LOAD-LOG-FILE
     IF WS-LOG-STATUS = "00"
        PERFORM UNTIL 1 = 2
           READ LOAD-LOG-FILE
              AT END
                 EXIT PERFORM
           END-READ
           MOVE LOAD-LOG-RECORD TO SLG-LINE
           IF SLG-L-SITE = SIT-SITE AND SLG-L-SEQ > 0
              IF SLG-L-SEQ = SIT-HDR-SEQ
                    AND SLG-L-STATE NOT = "REJECTED"
                 MOVE SLG-L-STATE TO SIT-SEQ-STATE
              END-IF
              IF SLG-L-STATE = "LOADED" AND SLG-L-SEQ > SIT-HIGH-SEQ
                 MOVE SLG-L-SEQ TO SIT-HIGH-SEQ
              END-IF
           END-IF
        END-PERFORM
        CLOSE LOAD-LOG-FILE
     END-IF
     MOVE SIT-HDR-SEQ TO SIT-SEQ-ED
     IF SIT-SEQ-STATE = "RUNNING"
        DISPLAY "  run " SIT-SEQ-ED " was left part loaded -- "
                "finishing it" UPON CONSOLE
     END-IF
     COMPUTE SIT-NEXT-SEQ = SIT-HIGH-SEQ + 1
     *> the first run ever loaded from a site may start anywhere
     IF SIT-SEQ-STATE NOT = "LOADED" AND SIT-HIGH-SEQ > 0
           AND SIT-HDR-SEQ > SIT-NEXT-SEQ
        DISPLAY "  *** run " SIT-SEQ-ED " is out of sequence -- "
                "next due was " SIT-NEXT-SEQ " ***" UPON CONSOLE
        MOVE 4 TO RETURN-CODE
     END-IF
     .

 OPEN-SITE-LEDGER.
     OPEN I-O SITE-FILE
     IF WS-SITE-STATUS = "35"
        OPEN OUTPUT SITE-FILE
        CLOSE SITE-FILE
        OPEN I-O SITE-FILE
     END-IF
     IF WS-SITE-STATUS NOT = "00"
        DISPLAY "SNAKESIT: could not open sites.dat, status "
                WS-SITE-STATUS " -- nothing loaded" UPON CONSOLE
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF
     .

 LOAD-DETAIL-ROWS.
     *> the proving pass has already vouched for every line
     OPEN INPUT INBOUND-FILE
     IF WS-IN-STATUS NOT = "00"
        DISPLAY "SNAKESIT: could not reopen " FUNCTION TRIM(SIT-IN-NAME)
                ", status " WS-IN-STATUS UPON CONSOLE
        ADD 1 TO SIT-LOAD-ERRORS
        EXIT PARAGRAPH
     END-IF
     MOVE 0 TO SIT-LINE-NO
     PERFORM UNTIL 1 = 2
        READ INBOUND-FILE
           AT END
              EXIT PERFORM
        END-READ
        ADD 1 TO SIT-LINE-NO
        MOVE INBOUND-RECORD TO SIT-LINE
        PERFORM SPLIT-EXTRACT-LINE
        IF SIT-LINE-NO > 1 AND SIT-F1 NOT = "TRAILER"
           PERFORM PROVE-DETAIL-LINE
           PERFORM FILE-ONE-ROW
        END-IF
     END-PERFORM
     CLOSE INBOUND-FILE
     .

 FILE-ONE-ROW.
     *> the first free tie-break place under the row's own stamp; the
     *> same row already there from an earlier load is left alone
     MOVE 0 TO SIT-PLACED
     PERFORM VARYING SIT-PROBE FROM 0 BY 1
           UNTIL SIT-PROBE > 99 OR SIT-PLACED = 1
        MOVE SIT-SITE TO SITE-CODE
        MOVE SIT-ROW-STAMP TO SITE-SK(1:14)
        MOVE SIT-PROBE TO SITE-SK-SEQ
        READ SITE-FILE
           INVALID KEY
              PERFORM WRITE-SITE-ROW
              MOVE 1 TO SIT-PLACED
           NOT INVALID KEY
              IF SITE-OPERATOR = SIT-ROW-OPER
                    AND SITE-SCORE = SIT-ROW-SCORE
                    AND SITE-CLASS = SIT-ROW-CLASS
                    AND (SITE-LOAD-DATE NOT = cur-date
                    OR SITE-LOAD-TIME NOT = SIT-NOW-TIME)
                 ADD 1 TO SIT-ON-FILE
                 MOVE 1 TO SIT-PLACED
              END-IF
        END-READ
     END-PERFORM
     IF SIT-PLACED = 0
        DISPLAY "  no free key for " SIT-ROW-OPER " at "
                SIT-ROW-STAMP UPON CONSOLE
        ADD 1 TO SIT-LOAD-ERRORS
     END-IF
     .

 WRITE-SITE-ROW.
     *> the failed READ leaves the record area undefined -- key again
     MOVE SIT-SITE TO SITE-CODE
     MOVE SIT-ROW-STAMP TO SITE-SK(1:14)
     MOVE SIT-PROBE TO SITE-SK-SEQ
     MOVE SIT-ROW-OPER TO SITE-OPERATOR
     MOVE SIT-ROW-SCORE TO SITE-SCORE
     MOVE SIT-ROW-CLASS TO SITE-CLASS
     MOVE SIT-HDR-SEQ TO SITE-RUN-SEQ
     MOVE cur-date TO SITE-LOAD-DATE
     MOVE SIT-NOW-TIME TO SITE-LOAD-TIME
     WRITE SITE-RECORD
     IF WS-SITE-STATUS = "00"
        ADD 1 TO SIT-ADDED
     ELSE
        DISPLAY "  sites.dat write failed at " SITE-KEY ", status "
                WS-SITE-STATUS UPON CONSOLE
        ADD 1 TO SIT-LOAD-ERRORS
     END-IF
     .

 REJECT-EXTRACT.
     DISPLAY "SNAKESIT: *** " FUNCTION TRIM(SIT-IN-NAME)
             " REJECTED -- " FUNCTION TRIM(SIT-REASON)
             " -- nothing loaded ***" UPON CONSOLE
     MOVE "REJECTED" TO SLG-L-STATE
     PERFORM WRITE-LOAD-LOG
     .

 WRITE-LOAD-LOG.
     OPEN EXTEND LOAD-LOG-FILE
     IF WS-LOG-STATUS = "35"
        OPEN OUTPUT LOAD-LOG-FILE
        CLOSE LOAD-LOG-FILE
        OPEN EXTEND LOAD-LOG-FILE
     END-IF
     IF WS-LOG-STATUS NOT = "00"
        DISPLAY "SNAKESIT: could not open siteload.log, status "
                WS-LOG-STATUS UPON CONSOLE
        EXIT PARAGRAPH
     END-IF
     MOVE SIT-SITE TO SLG-L-SITE
     MOVE SIT-HDR-SEQ TO SLG-L-SEQ
     MOVE SIT-HDR-DATE TO SLG-L-HDR-DATE
     MOVE SIT-TRL-COUNT TO SLG-L-COUNT
     MOVE SIT-TRL-TOTAL TO SLG-L-TOTAL
     MOVE SIT-ADDED TO SLG-L-ADDED
     MOVE SIT-ON-FILE TO SLG-L-ON-FILE
     MOVE cur-date TO SLG-L-DATE
     MOVE SIT-NOW-TIME(1:6) TO SLG-L-TIME
     MOVE SIT-IN-NAME TO SLG-L-FILE
     MOVE SIT-REASON TO SLG-L-REASON
     WRITE LOAD-LOG-RECORD FROM SLG-LINE
     IF WS-LOG-STATUS NOT = "00"
        DISPLAY "SNAKESIT: siteload.log write failed, status "
                WS-LOG-STATUS UPON CONSOLE
     END-IF
     CLOSE LOAD-LOG-FILE
     .

 OPEN-LEDGER-INPUT.
     OPEN INPUT SITE-FILE
     IF WS-SITE-STATUS = "35"
        DISPLAY "No multi-site ledger found (sites.dat) -- no site "
                "loaded yet." UPON CONSOLE
        EXIT PARAGRAPH
     END-IF
     IF WS-SITE-STATUS NOT = "00"
        DISPLAY "SNAKESIT: could not open sites.dat, status "
                WS-SITE-STATUS UPON CONSOLE
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF
     .

 COUNT-SITE-ROW.
     PERFORM VARYING j FROM 1 BY 1 UNTIL j > SIT-SITE-COUNT
        IF SIT-S-CODE(j) = SITE-CODE
           EXIT PERFORM
        END-IF
     END-PERFORM
     IF j > SIT-SITE-COUNT
        IF SIT-SITE-COUNT >= SIT-MAX-SITES
           EXIT PARAGRAPH
        END-IF
        ADD 1 TO SIT-SITE-COUNT
        MOVE SITE-CODE TO SIT-S-CODE(j)
        MOVE 0 TO SIT-S-ROWS(j)
     END-IF
     ADD 1 TO SIT-S-ROWS(j)
     .

 LOAD-LEDGER-ROWS.
     PERFORM OPEN-LEDGER-INPUT
     IF WS-SITE-STATUS NOT = "00"
        EXIT PARAGRAPH
     END-IF
     PERFORM UNTIL 1 = 2
        READ SITE-FILE NEXT RECORD
           AT END
              EXIT PERFORM
        END-READ
        ADD 1 TO SIT-ROWS-READ
        PERFORM COUNT-SITE-ROW
        IF SIT-COUNT < SIT-MAX-ROWS
           ADD 1 TO SIT-COUNT
           MOVE SITE-CLASS TO SIT-T-CLASS(SIT-COUNT)
           MOVE SITE-CODE TO SIT-T-SITE(SIT-COUNT)
           MOVE SITE-OPERATOR TO SIT-T-OPER(SIT-COUNT)
           MOVE SITE-SCORE TO SIT-T-SCORE(SIT-COUNT)
           MOVE SITE-SK(1:8) TO SIT-T-DATE(SIT-COUNT)
           MOVE 1 TO SIT-T-GAMES(SIT-COUNT)
        ELSE
           ADD 1 TO SIT-DROPPED
        END-IF
     END-PERFORM
     CLOSE SITE-FILE
     .

 LOAD-MONTH-ROWS.
     *> one row per class, site and operator: best game in the month
     *> and when it was set
     PERFORM OPEN-LEDGER-INPUT
     IF WS-SITE-STATUS NOT = "00"
        EXIT PARAGRAPH
     END-IF
     PERFORM UNTIL 1 = 2
        READ SITE-FILE NEXT RECORD
           AT END
              EXIT PERFORM
        END-READ
        IF SITE-SK-YYYY = SIT-TGT-YYYY AND SITE-SK-MM = SIT-TGT-MM
           ADD 1 TO SIT-ROWS-READ
           PERFORM COUNT-SITE-ROW
           MOVE SITE-SK(1:8) TO SIT-REC-DATE
           MOVE 0 TO SIT-ROW-IX
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > SIT-COUNT
              IF SIT-T-SITE(i) = SITE-CODE
                    AND SIT-T-OPER(i) = SITE-OPERATOR
                    AND SIT-T-CLASS(i) = SITE-CLASS
                 MOVE i TO SIT-ROW-IX
                 EXIT PERFORM
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN SIT-ROW-IX > 0
                 ADD 1 TO SIT-T-GAMES(SIT-ROW-IX)
                 IF SITE-SCORE > SIT-T-SCORE(SIT-ROW-IX)
                    MOVE SITE-SCORE TO SIT-T-SCORE(SIT-ROW-IX)
                    MOVE SIT-REC-DATE TO SIT-T-DATE(SIT-ROW-IX)
                 END-IF
              WHEN SIT-COUNT < SIT-MAX-ROWS
                 ADD 1 TO SIT-COUNT
                 MOVE SITE-CLASS TO SIT-T-CLASS(SIT-COUNT)
                 MOVE SITE-CODE TO SIT-T-SITE(SIT-COUNT)
                 MOVE SITE-OPERATOR TO SIT-T-OPER(SIT-COUNT)
                 MOVE SITE-SCORE TO SIT-T-SCORE(SIT-COUNT)
                 MOVE SIT-REC-DATE TO SIT-T-DATE(SIT-COUNT)
                 MOVE 1 TO SIT-T-GAMES(SIT-COUNT)
              WHEN OTHER
                 ADD 1 TO SIT-DROPPED
           END-EVALUATE
        END-IF
     END-PERFORM
     CLOSE SITE-FILE
     .

 SORT-BY-CLASS-SCORE.
     *> grouped by class, best score first within each class -- the
     *> same bubble sort the single-site reports use
     PERFORM VARYING i FROM 1 BY 1 UNTIL i >= SIT-COUNT
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > (SIT-COUNT - i)
           IF SIT-T-CLASS(j) > SIT-T-CLASS(j + 1)
                 OR (SIT-T-CLASS(j) = SIT-T-CLASS(j + 1)
                 AND SIT-T-SCORE(j) < SIT-T-SCORE(j + 1))
              MOVE SIT-T-CLASS(j) TO SIT-TMP-CLASS
              MOVE SIT-T-CLASS(j + 1) TO SIT-T-CLASS(j)
              MOVE SIT-TMP-CLASS TO SIT-T-CLASS(j + 1)
              MOVE SIT-T-SITE(j) TO SIT-TMP-SITE
              MOVE SIT-T-SITE(j + 1) TO SIT-T-SITE(j)
              MOVE SIT-TMP-SITE TO SIT-T-SITE(j + 1)
              MOVE SIT-T-OPER(j) TO SIT-TMP-OPER
              MOVE SIT-T-OPER(j + 1) TO SIT-T-OPER(j)
              MOVE SIT-TMP-OPER TO SIT-T-OPER(j + 1)
              MOVE SIT-T-SCORE(j) TO SIT-TMP-NUM
              MOVE SIT-T-SCORE(j + 1) TO SIT-T-SCORE(j)
              MOVE SIT-TMP-NUM TO SIT-T-SCORE(j + 1)
              MOVE SIT-T-DATE(j) TO SIT-TMP-DATE
              MOVE SIT-T-DATE(j + 1) TO SIT-T-DATE(j)
              MOVE SIT-TMP-DATE TO SIT-T-DATE(j + 1)
              MOVE SIT-T-GAMES(j) TO SIT-TMP-NUM
              MOVE SIT-T-GAMES(j + 1) TO SIT-T-GAMES(j)
              MOVE SIT-TMP-NUM TO SIT-T-GAMES(j + 1)
           END-IF
        END-PERFORM
     END-PERFORM
     .

 PRINT-SITE-SUMMARY.
     MOVE SIT-ROWS-READ TO SIT-COUNT-ED
     DISPLAY "LEDGER ROWS:          " SIT-COUNT-ED UPON CONSOLE
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > SIT-SITE-COUNT
        MOVE SIT-S-ROWS(i) TO SIT-COUNT-ED
        DISPLAY "  FROM SITE " SIT-S-CODE(i) ":     " SIT-COUNT-ED
           UPON CONSOLE
     END-PERFORM
     IF SIT-DROPPED > 0
        MOVE SIT-DROPPED TO SIT-COUNT-ED
        DISPLAY "  NOT RANKED (FULL):  " SIT-COUNT-ED UPON CONSOLE
     END-IF
     .

 PRINT-LEADERBOARD.
     DISPLAY "SNAKE CROSS-SITE LEADERBOARD" UPON CONSOLE
     DISPLAY "CLASS = BOARD WxH / START TICK MS / START LENGTH / "
             "W WRAP 2 TWO-PLAYER C CAMPAIGN G GHOST / LAYOUT"
        UPON CONSOLE
     PERFORM PRINT-SITE-SUMMARY
     MOVE HIGH-VALUES TO SIT-CUR-CLASS
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > SIT-COUNT
        IF SIT-T-CLASS(i) NOT = SIT-CUR-CLASS
           MOVE SIT-T-CLASS(i) TO SIT-CUR-CLASS
           ADD 1 TO SIT-CLASS-COUNT
           MOVE 0 TO SIT-CLASS-RANK
           DISPLAY " " UPON CONSOLE
           DISPLAY "CLASS: " SIT-CUR-CLASS UPON CONSOLE
           DISPLAY "RANK    SCORE  OPERATOR              SITE  DATE"
              UPON CONSOLE
           DISPLAY "----  -------  --------------------  ----"
                   "  ----------" UPON CONSOLE
        END-IF
        ADD 1 TO SIT-CLASS-RANK
        IF SIT-CLASS-RANK <= 10
           MOVE SIT-CLASS-RANK TO SIT-RANK-ED
           MOVE SIT-T-SCORE(i) TO SIT-SCORE-ED
           PERFORM FORMAT-ROW-DATE
           DISPLAY " " SIT-RANK-ED "  " SIT-SCORE-ED "  "
                   SIT-T-OPER(i) "  " SIT-T-SITE(i) "  " SIT-DATE-FMT
              UPON CONSOLE
        END-IF
     END-PERFORM
     IF SIT-COUNT = 0
        DISPLAY "(multi-site ledger is empty)" UPON CONSOLE
     END-IF
     .

 PRINT-STANDINGS.
     DISPLAY "SNAKE CROSS-SITE MONTHLY STANDINGS -- " SIT-TGT-YYYY "-"
             SIT-TGT-MM UPON CONSOLE
     PERFORM PRINT-SITE-SUMMARY
     MOVE HIGH-VALUES TO SIT-CUR-CLASS
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > SIT-COUNT
        IF SIT-T-CLASS(i) NOT = SIT-CUR-CLASS
           MOVE SIT-T-CLASS(i) TO SIT-CUR-CLASS
           ADD 1 TO SIT-CLASS-COUNT
           MOVE 0 TO SIT-CLASS-RANK
           DISPLAY " " UPON CONSOLE
           DISPLAY "CLASS: " SIT-CUR-CLASS UPON CONSOLE
           DISPLAY "RANK  OPERATOR              SITE     BEST  GAMES"
                   "  SET ON" UPON CONSOLE
           DISPLAY "----  --------------------  ----  -------  -----"
                   "  ----------" UPON CONSOLE
        END-IF
        ADD 1 TO SIT-CLASS-RANK
        MOVE SIT-CLASS-RANK TO SIT-RANK-ED
        MOVE SIT-T-SCORE(i) TO SIT-SCORE-ED
        MOVE SIT-T-GAMES(i) TO SIT-GAMES-ED
        PERFORM FORMAT-ROW-DATE
        DISPLAY " " SIT-RANK-ED "  " SIT-T-OPER(i) "  " SIT-T-SITE(i)
                "  " SIT-SCORE-ED "  " SIT-GAMES-ED "  " SIT-DATE-FMT
           UPON CONSOLE
     END-PERFORM
     IF SIT-COUNT = 0
        DISPLAY "(no games on record for this month)" UPON CONSOLE
     ELSE
        DISPLAY " " UPON CONSOLE
        MOVE SIT-CLASS-COUNT TO SIT-COUNT-ED
        DISPLAY "RULE-SET CLASSES:     " SIT-COUNT-ED UPON CONSOLE
     END-IF
     .

 FORMAT-ROW-DATE.
     MOVE SPACES TO SIT-DATE-FMT
     STRING SIT-T-DATE(i)(1:4) "-" SIT-T-DATE(i)(5:2) "-"
            SIT-T-DATE(i)(7:2) DELIMITED BY SIZE INTO SIT-DATE-FMT
     .
 END PROGRAM SNAKESIT.
