*> purged game would read as a false "missing from ledger" orphan.
*> Attract-mode (demo) games write no audit events at all, so they
*> never appear on either side.
*> The run ends with return code 0 on a clean result and 4 when
*> discrepancies are listed -- a warning for the nightly driver
*> (SNAKEBAT) to log, not a reason to hold back the extract.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. SNAKERECON.

 01  AUDIT-SESSION-RECORD      PIC X(100).

 FD  ARCHIVE-FILE.
 01  ARCHIVE-RECORD            PIC X(98).

 WORKING-STORAGE SECTION.
 01  WS-SCORE-STATUS       PIC XX.
     ELSE
        DISPLAY "RESULT: *** DISCREPANCIES FOUND -- REVIEW ABOVE ***"
           UPON CONSOLE
        MOVE 4 TO RETURN-CODE
     END-IF
     .
 END PROGRAM SNAKERECON.
