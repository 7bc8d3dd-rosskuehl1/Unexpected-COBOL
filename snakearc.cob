*> window; live play never holds scores.dat open between games.
*> Archived rows stay reconcilable: SNAKERECON reads the yearly
*> archive files alongside the live ledger, since the audit trail
*> keeps every session forever.  Each archive line carries the row's
*> rule set along with it, so the monthly contest still ranks purged
*> rows in their own class; rows from before the ledger kept a rule
*> set archive as class U (unclassified) and are counted on the
*> report.
*> The run ends with return code 0 when the control check balances,
*> 8 when it does not and 12 for a bad cutoff argument, so the
*> nightly driver (SNAKEBAT) stops the stream on a failed purge.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. SNAKEARC.

     COPY "scorerec.cpy".

 FD  ARCHIVE-FILE.
 01  ARCHIVE-RECORD            PIC X(98).

 WORKING-STORAGE SECTION.
 01  WS-SCORE-STATUS       PIC XX.
 01  ARC-READ-COUNT        BINARY-LONG VALUE 0.
 01  ARC-ARCH-COUNT        BINARY-LONG VALUE 0.
 01  ARC-KEEP-COUNT        BINARY-LONG VALUE 0.
 01  ARC-UNCLASS-COUNT     BINARY-LONG VALUE 0.
 01  ARC-SCORE-IN          BINARY-DOUBLE VALUE 0.
 01  ARC-SCORE-ARCH        BINARY-DOUBLE VALUE 0.
 01  ARC-SCORE-KEEP        BINARY-DOUBLE VALUE 0.
           DISPLAY "Usage: snakearc YYYYMMDD" UPON CONSOLE
           DISPLAY "Records dated before the cutoff move to the yearly"
                   " archive files (scores.YYYY.arc)." UPON CONSOLE
           MOVE 12 TO RETURN-CODE
           STOP RUN
     END-ACCEPT
     IF WS-ARG-VAL(1:8) NOT NUMERIC OR WS-ARG-VAL(9:12) NOT = SPACES
        DISPLAY "SNAKEARC: cutoff date must be YYYYMMDD, got "
                WS-ARG-VAL UPON CONSOLE
        MOVE 12 TO RETURN-CODE
        STOP RUN
     END-IF
     MOVE WS-ARG-VAL(1:8) TO ARC-CUTOFF
           OR ARC-CUT-DD < 1 OR ARC-CUT-DD > 31
        DISPLAY "SNAKEARC: cutoff date must be YYYYMMDD, got "
                WS-ARG-VAL UPON CONSOLE
        MOVE 12 TO RETURN-CODE
        STOP RUN
     END-IF
     .
     MOVE SK-MS TO ARC-L-MS
     MOVE SCORE-OPERATOR TO ARC-L-OPERATOR
     MOVE SCORE-VALUE TO ARC-L-SCORE
     IF SCORE-RS-CLASSIFIED
        MOVE SCORE-RS-CLASS TO ARC-L-RS-CLASS
        MOVE SCORE-RS-WIDTH TO ARC-L-RS-WIDTH
        MOVE SCORE-RS-HEIGHT TO ARC-L-RS-HEIGHT
        MOVE SCORE-RS-TICK-MS TO ARC-L-RS-TICK-MS
        MOVE SCORE-RS-START-LEN TO ARC-L-RS-START-LEN
        MOVE SCORE-RS-WRAP TO ARC-L-RS-WRAP
        MOVE SCORE-RS-TWO TO ARC-L-RS-TWO
        MOVE SCORE-RS-CAMP TO ARC-L-RS-CAMP
        MOVE SCORE-RS-GHOST TO ARC-L-RS-GHOST
        MOVE SCORE-RS-LEVEL TO ARC-L-RS-LEVEL
     ELSE
        MOVE "U" TO ARC-L-RS-CLASS
        MOVE 0 TO ARC-L-RS-WIDTH
        MOVE 0 TO ARC-L-RS-HEIGHT
        MOVE 0 TO ARC-L-RS-TICK-MS
        MOVE 0 TO ARC-L-RS-START-LEN
        MOVE 0 TO ARC-L-RS-WRAP
        MOVE 0 TO ARC-L-RS-TWO
        MOVE 0 TO ARC-L-RS-CAMP
        MOVE 0 TO ARC-L-RS-GHOST
        MOVE SPACES TO ARC-L-RS-LEVEL
     END-IF
     WRITE ARCHIVE-RECORD FROM ARC-LINE
     IF WS-ARC-STATUS NOT = "00"
        DISPLAY "SNAKEARC: archive write failed, status " WS-ARC-STATUS

     ADD 1 TO ARC-ARCH-COUNT
     ADD SCORE-VALUE TO ARC-SCORE-ARCH
     IF NOT SCORE-RS-CLASSIFIED
        ADD 1 TO ARC-UNCLASS-COUNT
     END-IF
     .

 SWITCH-ARCHIVE-YEAR.
     DISPLAY "RECORDS READ:         " ARC-COUNT-ED UPON CONSOLE
     MOVE ARC-ARCH-COUNT TO ARC-COUNT-ED
     DISPLAY "RECORDS ARCHIVED:     " ARC-COUNT-ED UPON CONSOLE
     MOVE ARC-UNCLASS-COUNT TO ARC-COUNT-ED
     DISPLAY "  (UNCLASSIFIED):     " ARC-COUNT-ED UPON CONSOLE
     MOVE ARC-KEEP-COUNT TO ARC-COUNT-ED
     DISPLAY "RECORDS RETAINED:     " ARC-COUNT-ED UPON CONSOLE
     MOVE ARC-SCORE-IN TO ARC-TOTAL-ED
     ELSE
        DISPLAY "CONTROL CHECK: *** OUT OF BALANCE OR ERRORS -- "
                "REVIEW BEFORE NEXT RUN ***" UPON CONSOLE
        MOVE 8 TO RETURN-CODE
     END-IF
     .
 END PROGRAM SNAKEARC.
