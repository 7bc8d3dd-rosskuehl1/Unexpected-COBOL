*> Writes scores.ext, a comma-delimited interface file the spreadsheet
*> system loads directly -- nobody retypes the leaderboard by hand:
*>   HEADER,SNAKE SCORES,<run date>[,RUN,<seq>]
*>   <SK date as YYYY-MM-DD>,<SK time as HH:MM:SS>,<operator>,<score>,
*>      <rule-set class>
*>   TRAILER,<record count>,<score total>
*> The rule-set class is the code SNAKERPT and SNAKEMON rank by (see
*> copy/rulecls.cpy), so the spreadsheet can split the same way;
*> rows from before the ledger kept a rule set say UNCLASSIFIED.
*> The trailer's count and total let the receiving side prove each
*> individual load arrived whole, not just the latest full dump.
*> SNAKESIT is that receiving side for the multi-site ledger, so the
*> layout above is an interface between offices -- add columns only
*> at the end of a line.
*>
*> DELTA keeps a run-control log (snakextr.ctl, one line per run:
*> sequence, start key exclusive, end key inclusive, count, total,
*> it reads the live ledger only, so resend a lost run before
*> SNAKEARC's archival window purges its rows (a shortfall is
*> reported against the recorded control totals).
*> The run ends with return code 0, 4 on a resend shortfall, 8 when
*> a file cannot be opened or a DELTA run cannot be logged, and 12
*> for bad arguments -- the codes the nightly driver SNAKEBAT reads.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. SNAKEXTR.

     COPY "scorerec.cpy".

 FD  EXTRACT-FILE.
 01  EXTRACT-RECORD            PIC X(100).

 FD  CONTROL-FILE.
 01  CONTROL-RECORD            PIC X(73).
     05  MM                PIC 9(2).
     05  DD                PIC 9(2).

 01  EXT-LINE              PIC X(100).
 01  EXT-SCORE-ED          PIC Z(8)9.
 01  EXT-COUNT             BINARY-LONG VALUE 0.
 01  EXT-TOTAL             BINARY-DOUBLE VALUE 0.
 01  EXT-COUNT-OUT         PIC ZZZZZZZZ9.
 01  EXT-SEQ-X             PIC 9(6).

 *> rule-set class layouts, shared with SNAKERPT and SNAKEMON
     COPY "rulecls.cpy".

 PROCEDURE DIVISION.
 MAIN-SECTION.
     PERFORM GET-RUN-OPTIONS
           ACCEPT WS-ARG-VAL FROM ARGUMENT-VALUE
              ON EXCEPTION
                 DISPLAY "Usage: snakextr RESEND nnn" UPON CONSOLE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
           END-ACCEPT
           COMPUTE EXT-RESEND-SEQ = FUNCTION NUMVAL(WS-ARG-VAL)
           IF EXT-RESEND-SEQ = 0
              DISPLAY "SNAKEXTR: resend run number must be 1 or "
                      "higher, got " WS-ARG-VAL UPON CONSOLE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
        WHEN WS-ARG-VAL(1:8) NUMERIC AND WS-ARG-VAL(9:12) = SPACES
        WHEN OTHER
           DISPLAY "SNAKEXTR: run date must be YYYYMMDD (or DELTA / "
                   "RESEND nnn), got " WS-ARG-VAL UPON CONSOLE
           MOVE 12 TO RETURN-CODE
           STOP RUN
     END-EVALUATE
     .
        IF EXT-MODE-RESEND
           DISPLAY "SNAKEXTR: no run control (snakextr.ctl) -- "
                   "nothing to resend." UPON CONSOLE
           MOVE 8 TO RETURN-CODE
           STOP RUN
        END-IF
        *> first delta run ever: start from the beginning of the keys
     IF WS-CTL-STATUS NOT = "00"
        DISPLAY "SNAKEXTR: could not open snakextr.ctl, status "
                WS-CTL-STATUS UPON CONSOLE
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF
     PERFORM UNTIL 1 = 2
     IF EXT-MODE-RESEND AND EXT-RESEND-FOUND = 0
        DISPLAY "SNAKEXTR: run " EXT-RESEND-SEQ " is not in the run "
                "control -- nothing to resend." UPON CONSOLE
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF
     .
        IF WS-SCORE-STATUS NOT = "00"
           DISPLAY "SNAKEXTR: could not open scores.dat, status "
                   WS-SCORE-STATUS UPON CONSOLE
           MOVE 8 TO RETURN-CODE
           STOP RUN
        END-IF
     END-IF
     IF WS-EXT-STATUS NOT = "00"
        DISPLAY "SNAKEXTR: could not open scores.ext, status "
                WS-EXT-STATUS UPON CONSOLE
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF
     .
     *> trailing blanks, and the score its leading zeros -- the shape
     *> the spreadsheet import expects
     MOVE SCORE-VALUE TO EXT-SCORE-ED
     MOVE SCORE-RULES TO RULE-SET
     PERFORM BUILD-RULE-CLASS
     MOVE SPACES TO EXT-LINE
     STRING SK-YYYY "-" SK-MM "-" SK-DD ","
            SK-HH ":" SK-MIN ":" SK-SS ","
            FUNCTION TRIM(SCORE-OPERATOR) ","
            FUNCTION TRIM(EXT-SCORE-ED) ","
            FUNCTION TRIM(RULE-CLASS)
        DELIMITED BY SIZE INTO EXT-LINE
     WRITE EXTRACT-RECORD FROM EXT-LINE
     ADD 1 TO EXT-COUNT
     ADD SCORE-VALUE TO EXT-TOTAL
     .

 BUILD-RULE-CLASS.
     *> RULE-SET in, the printable class code out in RULE-CLASS --
     *> the same code SNAKERPT and SNAKEMON print
     IF NOT RS-CLASSIFIED
        MOVE "UNCLASSIFIED" TO RULE-CLASS
        EXIT PARAGRAPH
     END-IF
     MOVE RS-WIDTH TO RCL-WIDTH
     MOVE RS-HEIGHT TO RCL-HEIGHT
     MOVE RS-TICK-MS TO RCL-TICK-MS
     MOVE RS-START-LEN TO RCL-START-LEN
     MOVE "-" TO RCL-WRAP
     MOVE "-" TO RCL-TWO
     MOVE "-" TO RCL-CAMP
     MOVE "-" TO RCL-GHOST
     IF RS-WRAP-FLAG = 1
        MOVE "W" TO RCL-WRAP
     END-IF
     IF RS-TWO-FLAG = 1
        MOVE "2" TO RCL-TWO
     END-IF
     IF RS-CAMP-FLAG = 1
        MOVE "C" TO RCL-CAMP
     END-IF
     IF RS-GHOST-FLAG = 1
        MOVE "G" TO RCL-GHOST
     END-IF
     MOVE RS-LEVEL TO RCL-LEVEL
     MOVE RULE-CLASS-LINE TO RULE-CLASS
     .

 WRITE-TRAILER-ROW.
     MOVE EXT-COUNT TO EXT-COUNT-ED
     MOVE EXT-TOTAL TO EXT-TOTAL-ED
        DISPLAY "SNAKEXTR: could not open snakextr.ctl, status "
                WS-CTL-STATUS " -- run not logged, next DELTA will "
                "repeat it" UPON CONSOLE
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
     END-IF
     ACCEPT cur-date FROM DATE YYYYMMDD
        DISPLAY "SNAKEXTR: snakextr.ctl write failed, status "
                WS-CTL-STATUS " -- run not logged, next DELTA will "
                "repeat it" UPON CONSOLE
        MOVE 8 TO RETURN-CODE
     ELSE
        MOVE EXT-RUN-SEQ TO EXT-SEQ-X
        DISPLAY "SNAKEXTR: delta run " EXT-SEQ-X " logged." UPON CONSOLE
        DISPLAY "          regenerated file carries " EXT-COUNT-ED
                " (archived rows?  see scores.YYYY.arc) ***"
           UPON CONSOLE
        MOVE 4 TO RETURN-CODE
     END-IF
     .
 END PROGRAM SNAKEXTR.
