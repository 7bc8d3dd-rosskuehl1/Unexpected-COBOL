*> The profile master is maintained by the game itself (TEARDOWN rolls
*> every finished game into it); this program only reads.  The ranked
*> summary orders operators by personal best, which is what the
*> monthly contest wall chart wants.  The card also shows the year to
*> date, and the year before while the year-end close (SNAKEYEC) has
*> still to take it off the card, and the achievements the operator
*> holds off the achievements master (achieve.dat -- see SNAKEACH).
 IDENTIFICATION DIVISION.
 PROGRAM-ID. SNAKEPRF.

        RECORD KEY IS PROF-OPERATOR
        FILE STATUS IS WS-PROFILE-STATUS.

     SELECT ACHIEVE-FILE ASSIGN TO "achieve.dat"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS ACH-KEY
        FILE STATUS IS WS-ACH-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  PROFILE-FILE.
     COPY "profrec.cpy".

 FD  ACHIEVE-FILE.
     COPY "achrec.cpy".

 WORKING-STORAGE SECTION.
 01  WS-PROFILE-STATUS     PIC XX.
 01  WS-ACH-STATUS         PIC XX.
 01  WS-ARG-VAL            PIC X(20).
 01  PRF-HAVE-ARG          PIC 9 VALUE 0.

 01  PRF-TOTAL-ED          PIC ZZZZZZZZZZZ9.
 01  PRF-DATE-FMT          PIC X(10).

 *> one year bucket off the card (PROF-YTD or PROF-PRIOR), copied
 *> here so one paragraph can print either
 01  PRF-YEAR-BUCKET.
     05  PRF-YR-YEAR           PIC 9(4).
     05  PRF-YR-GAMES          BINARY-LONG.
     05  PRF-YR-TOTAL          BINARY-DOUBLE.
     05  PRF-YR-BEST           BINARY-LONG.
     05  PRF-YR-BEST-DATE.
         10  PRF-YR-BEST-YYYY  PIC 9(4).
         10  PRF-YR-BEST-MM    PIC 9(2).
         10  PRF-YR-BEST-DD    PIC 9(2).
     05  PRF-YR-FOODS          BINARY-DOUBLE.
     05  PRF-YR-POWERUPS       BINARY-DOUBLE.
 01  PRF-YR-CLOSED         PIC 9 VALUE 0.

 *> the operator's achievements, listed in code order -- keyed off
 *> the name kept here, since the card is closed by then
 01  PRF-ACH-OPERATOR      PIC X(20).
 01  PRF-ACH-COUNT         BINARY-LONG VALUE 0.
 01  PRF-ACH-VALUE-ED      PIC ZZZZZZZZ9.

 01  i                     BINARY-LONG.
 01  j                     BINARY-LONG.

     DISPLAY "  POWER-UPS EATEN: " PRF-TOTAL-ED UPON CONSOLE
     DISPLAY "  LAST PLAYED:     " PROF-LAST-YYYY "-" PROF-LAST-MM
             "-" PROF-LAST-DD UPON CONSOLE
     IF PROF-YTD-YEAR NOT = 0
        MOVE PROF-YTD TO PRF-YEAR-BUCKET
        MOVE 0 TO PRF-YR-CLOSED
        PERFORM SHOW-YEAR-BUCKET
     END-IF
     IF PROF-PRIOR-YEAR NOT = 0
        MOVE PROF-PRIOR TO PRF-YEAR-BUCKET
        MOVE 1 TO PRF-YR-CLOSED
        PERFORM SHOW-YEAR-BUCKET
     END-IF
     MOVE PROF-OPERATOR TO PRF-ACH-OPERATOR
     CLOSE PROFILE-FILE
     PERFORM SHOW-ACHIEVEMENTS
     .

 SHOW-ACHIEVEMENTS.
     DISPLAY "  ACHIEVEMENTS:" UPON CONSOLE
     OPEN INPUT ACHIEVE-FILE
     IF WS-ACH-STATUS NOT = "00"
        DISPLAY "    (none yet)" UPON CONSOLE
        EXIT PARAGRAPH
     END-IF
     MOVE PRF-ACH-OPERATOR TO ACH-OPERATOR
     MOVE LOW-VALUES TO ACH-CODE
     START ACHIEVE-FILE KEY IS NOT LESS THAN ACH-KEY
        INVALID KEY
           MOVE HIGH-VALUES TO ACH-OPERATOR
     END-START
     PERFORM UNTIL ACH-OPERATOR NOT = PRF-ACH-OPERATOR
        READ ACHIEVE-FILE NEXT RECORD
           AT END
              EXIT PERFORM
        END-READ
        IF ACH-OPERATOR = PRF-ACH-OPERATOR
           ADD 1 TO PRF-ACH-COUNT
           MOVE SPACES TO PRF-DATE-FMT
           STRING ACH-EARNED-YYYY "-" ACH-EARNED-MM "-" ACH-EARNED-DD
              DELIMITED BY SIZE INTO PRF-DATE-FMT
           MOVE ACH-VALUE TO PRF-ACH-VALUE-ED
           DISPLAY "    " PRF-DATE-FMT "  " ACH-TITLE " "
                   PRF-ACH-VALUE-ED UPON CONSOLE
        END-IF
     END-PERFORM
     CLOSE ACHIEVE-FILE
     IF PRF-ACH-COUNT = 0
        DISPLAY "    (none yet)" UPON CONSOLE
     END-IF
     .

 SHOW-YEAR-BUCKET.
     IF PRF-YR-CLOSED = 1
        DISPLAY "  YEAR " PRF-YR-YEAR " (NOT YET CLOSED):" UPON CONSOLE
     ELSE
        DISPLAY "  YEAR TO DATE " PRF-YR-YEAR ":" UPON CONSOLE
     END-IF
     MOVE PRF-YR-GAMES TO PRF-GAMES-ED
     DISPLAY "    GAMES PLAYED:  " PRF-GAMES-ED UPON CONSOLE
     MOVE PRF-YR-TOTAL TO PRF-TOTAL-ED
     DISPLAY "    TOTAL SCORE:   " PRF-TOTAL-ED UPON CONSOLE
     IF PRF-YR-GAMES > 0
        COMPUTE PRF-AVG = PRF-YR-TOTAL / PRF-YR-GAMES
     ELSE
        MOVE 0 TO PRF-AVG
     END-IF
     MOVE PRF-AVG TO PRF-SCORE-ED
     DISPLAY "    AVERAGE SCORE: " PRF-SCORE-ED UPON CONSOLE
     MOVE PRF-YR-BEST TO PRF-SCORE-ED
     DISPLAY "    BEST GAME:     " PRF-SCORE-ED " on "
             PRF-YR-BEST-YYYY "-" PRF-YR-BEST-MM "-" PRF-YR-BEST-DD
        UPON CONSOLE
     MOVE PRF-YR-FOODS TO PRF-TOTAL-ED
     DISPLAY "    FOODS EATEN:   " PRF-TOTAL-ED UPON CONSOLE
     MOVE PRF-YR-POWERUPS TO PRF-TOTAL-ED
     DISPLAY "    POWER-UPS:     " PRF-TOTAL-ED UPON CONSOLE
     .

 LOAD-PROFILES.
