*>
*> The live file is rewritten via audit.tmp only after every archive
*> write came back clean; a failed run leaves audit.log untouched.
*> The run ends with return code 0 when the control check balances,
*> 8 when it does not and 12 for a bad cutoff argument, so the
*> nightly driver (SNAKEBAT) stops the stream on a failed split.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. SNAKETRIM.

           DISPLAY "Closed sessions started before the cutoff move to"
                   " the yearly archive segments (audit.YYYY.arc)."
              UPON CONSOLE
           MOVE 12 TO RETURN-CODE
           STOP RUN
     END-ACCEPT
     IF WS-ARG-VAL(1:8) NOT NUMERIC OR WS-ARG-VAL(9:12) NOT = SPACES
        DISPLAY "SNAKETRIM: cutoff date must be YYYYMMDD, got "
                WS-ARG-VAL UPON CONSOLE
        MOVE 12 TO RETURN-CODE
        STOP RUN
     END-IF
     MOVE WS-ARG-VAL(1:8) TO TRIM-CUTOFF
           OR TRIM-CUT-DD < 1 OR TRIM-CUT-DD > 31
        DISPLAY "SNAKETRIM: cutoff date must be YYYYMMDD, got "
                WS-ARG-VAL UPON CONSOLE
        MOVE 12 TO RETURN-CODE
        STOP RUN
     END-IF
     .
     ELSE
        DISPLAY "CONTROL CHECK: *** OUT OF BALANCE OR ERRORS -- "
                "REVIEW BEFORE NEXT RUN ***" UPON CONSOLE
        MOVE 8 TO RETURN-CODE
     END-IF
     .
 END PROGRAM SNAKETRIM.
