*> Run:   ./snakefix VERIFY  [SCORES|PROFILES|ALL]
*>        ./snakefix BACKUP  [SCORES|PROFILES|ALL]
*>        ./snakefix REBUILD [SCORES|PROFILES|ALL]
*>        ./snakefix CONVERT [SCORES|PROFILES|ALL]
*>
*> Both masters are indexed files updated in place after every game,
*> and a damaged index (power cut mid-REWRITE, disk full) used to
*>           (scores.bak / profiles.bak) while it goes;
*>   REBUILD loads a fresh indexed file from the backup image and
*>           re-sweeps it, printing before/after counts and totals so
*>           the rebuild can be certified;
*>   CONVERT is the one-time cutover of the ledger to the record that
*>           carries the game's rule set: it loads a fresh scores.dat
*>           from a scores.bak image taken in the old 40-byte layout,
*>           every row carried over as class U (unclassified), and
*>           certifies it the same way.  It refuses when scores.dat
*>           already opens in the current layout, and leaves the old
*>           image alone -- run BACKUP straight afterwards.
*>           CONVERT PROFILES is the same cutover for the profile
*>           master, to the card that carries year-to-date figures:
*>           a profiles.bak image in the old 68-byte layout is loaded
*>           with every card's year-to-date buckets empty.  With no
*>           file named CONVERT means the ledger alone.
*> VERIFY and BACKUP also count the ledger rows still unclassified.
*> BACKUP is the first job of the nightly batch window, ahead of
*> SNAKEARC and SNAKERECON, so there is always a last-known-good
*> image to rebuild from.  REBUILD refuses to touch a master until
*> its backup image has been read through clean, and never runs while
*> a game could be writing.  The run ends with return code 0 when
*> every check is clean, 8 when any is not and 12 for bad options,
*> so the nightly driver (SNAKEBAT) never archives past a bad backup.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. SNAKEFIX.

        ORGANIZATION SEQUENTIAL
        FILE STATUS IS WS-PBAK-STATUS.

     *> the same scores.bak, read in the layout the ledger had before
     *> it carried a rule set -- CONVERT's input
     SELECT LEGACY-BAK-FILE ASSIGN TO "scores.bak"
        ORGANIZATION SEQUENTIAL
        FILE STATUS IS WS-LBAK-STATUS.

     *> and profiles.bak in the layout the card had before it kept
     *> year-to-date figures
     SELECT LEGACY-PBAK-FILE ASSIGN TO "profiles.bak"
        ORGANIZATION SEQUENTIAL
        FILE STATUS IS WS-LPBK-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  SCORE-FILE.
 FD  PROFILE-FILE.
     COPY "profrec.cpy".

 *> image records sized to the master records they mirror: 78 bytes
 *> for SCORE-RECORD (16 key + 20 operator + 4 score + 38 rule set)
 *> and 156 for PROFILE-RECORD (20 + 4 + 8 + 4 + 8 + 8 + 8 + 8
 *> lifetime, then 44 for each of the two year-to-date buckets,
 *> 4 + 4 + 8 + 4 + 8 + 8 + 8) -- an image one
 *> byte short would silently truncate the master's last field on
 *> BACKUP and restore it as garbage on REBUILD, so resize these
 *> whenever scorerec.cpy / profrec.cpy grow
 FD  SCORE-BAK-FILE.
 01  SBAK-RECORD               PIC X(78).

 FD  PROFILE-BAK-FILE.
 01  PBAK-RECORD               PIC X(156).

 *> the old 40-byte ledger record (16 key + 20 operator + 4 score)
 FD  LEGACY-BAK-FILE.
 01  LBAK-RECORD.
     05  LBAK-KEY              PIC X(16).
     05  LBAK-OPERATOR         PIC X(20).
     05  LBAK-VALUE            BINARY-LONG.

 *> the old 68-byte profile card: the lifetime figures alone, laid
 *> out exactly as the front of today's PROFILE-RECORD
 FD  LEGACY-PBAK-FILE.
 01  LPBK-RECORD.
     05  LPBK-OPERATOR         PIC X(20).
     05  LPBK-GAMES            BINARY-LONG.
     05  LPBK-TOTAL            BINARY-DOUBLE.
     05  FILLER                PIC X(36).

 WORKING-STORAGE SECTION.
 01  WS-SCORE-STATUS       PIC XX.
 01  WS-PROFILE-STATUS     PIC XX.
 01  WS-SBAK-STATUS        PIC XX.
 01  WS-PBAK-STATUS        PIC XX.
 01  WS-LBAK-STATUS        PIC XX.
 01  WS-LPBK-STATUS        PIC XX.

 *> run options, from the command-line arguments
 01  WS-ARG-VAL            PIC X(20).
     88  FIX-ACT-VERIFY    VALUE 1.
     88  FIX-ACT-BACKUP    VALUE 2.
     88  FIX-ACT-REBUILD   VALUE 3.
     88  FIX-ACT-CONVERT   VALUE 4.
 01  FIX-DO-SCORES         PIC 9 VALUE 0.
 01  FIX-DO-PROFILES       PIC 9 VALUE 0.
 *> the requested action is parked here while a rebuild borrows the
 01  FIX-KEY-ERRORS        BINARY-LONG.
 01  FIX-READ-ERRORS       BINARY-LONG.
 01  FIX-SCORE-TOTAL       BINARY-DOUBLE.
 01  FIX-UNCLASS-COUNT     BINARY-LONG.

 *> the sweep's results held for the rebuild certification
 01  FIX-BAK-COUNT         BINARY-LONG.
        EVALUATE TRUE
           WHEN FIX-ACT-REBUILD
              PERFORM REBUILD-SCORES
           WHEN FIX-ACT-CONVERT
              PERFORM CONVERT-SCORES
           WHEN OTHER
              PERFORM SWEEP-SCORES
        END-EVALUATE
        EVALUATE TRUE
           WHEN FIX-ACT-REBUILD
              PERFORM REBUILD-PROFILES
           WHEN FIX-ACT-CONVERT
              PERFORM CONVERT-PROFILES
           WHEN OTHER
              PERFORM SWEEP-PROFILES
        END-EVALUATE
     ELSE
        DISPLAY "SNAKEFIX: *** RUN COMPLETE WITH ERRORS -- REVIEW "
                "ABOVE ***" UPON CONSOLE
        MOVE 8 TO RETURN-CODE
     END-IF
     STOP RUN.

     ACCEPT WS-ARG-VAL FROM ARGUMENT-VALUE
        ON EXCEPTION
           PERFORM SHOW-USAGE
           MOVE 12 TO RETURN-CODE
           STOP RUN
     END-ACCEPT
     EVALUATE FUNCTION UPPER-CASE(WS-ARG-VAL)
           SET FIX-ACT-BACKUP TO TRUE
        WHEN "REBUILD"
           SET FIX-ACT-REBUILD TO TRUE
        WHEN "CONVERT"
           SET FIX-ACT-CONVERT TO TRUE
        WHEN OTHER
           PERFORM SHOW-USAGE
           MOVE 12 TO RETURN-CODE
           STOP RUN
     END-EVALUATE

     MOVE SPACES TO WS-ARG-VAL
     ACCEPT WS-ARG-VAL FROM ARGUMENT-VALUE
        ON EXCEPTION
           MOVE SPACES TO WS-ARG-VAL
     END-ACCEPT
     *> CONVERT with no file named is the ledger cutover it always was
     IF WS-ARG-VAL = SPACES
        IF FIX-ACT-CONVERT
           MOVE "SCORES" TO WS-ARG-VAL
        ELSE
           MOVE "ALL" TO WS-ARG-VAL
        END-IF
     END-IF
     EVALUATE FUNCTION UPPER-CASE(WS-ARG-VAL)
        WHEN "SCORES"
           MOVE 1 TO FIX-DO-PROFILES
        WHEN OTHER
           PERFORM SHOW-USAGE
           MOVE 12 TO RETURN-CODE
           STOP RUN
     END-EVALUATE
     .
 SHOW-USAGE.
     DISPLAY "Usage: snakefix VERIFY|BACKUP|REBUILD "
             "[SCORES|PROFILES|ALL]" UPON CONSOLE
     DISPLAY "       snakefix CONVERT [SCORES|PROFILES|ALL]"
        UPON CONSOLE
     .

 SWEEP-SCORES.
     MOVE 0 TO FIX-KEY-ERRORS
     MOVE 0 TO FIX-READ-ERRORS
     MOVE 0 TO FIX-SCORE-TOTAL
     MOVE 0 TO FIX-UNCLASS-COUNT
     MOVE 0 TO FIX-FILE-ERROR
     MOVE 1 TO FIX-FIRST-REC
     OPEN INPUT SCORE-FILE
        END-IF
        ADD 1 TO FIX-REC-COUNT
        ADD SCORE-VALUE TO FIX-SCORE-TOTAL
        IF NOT SCORE-RS-CLASSIFIED
           ADD 1 TO FIX-UNCLASS-COUNT
        END-IF
        IF FIX-FIRST-REC = 1
           MOVE 0 TO FIX-FIRST-REC
        ELSE
        CLOSE SCORE-BAK-FILE
     END-IF
     PERFORM PRINT-SWEEP-RESULT
     MOVE FIX-UNCLASS-COUNT TO FIX-COUNT-ED
     DISPLAY "  UNCLASSIFIED ROWS:  " FIX-COUNT-ED UPON CONSOLE
     .

 SWEEP-PROFILES.
     END-IF
     .

 CONVERT-SCORES.
     *> a ledger that already opens in the current layout has been
     *> converted (or was built new) -- loading an old image over it
     *> would throw away every rule set since
     DISPLAY "SNAKEFIX: CONVERTING scores.bak (OLD LAYOUT) TO "
             "scores.dat" UPON CONSOLE
     OPEN INPUT SCORE-FILE
     IF WS-SCORE-STATUS = "00"
        CLOSE SCORE-FILE
        DISPLAY "  scores.dat already opens in the current layout -- "
                "nothing converted" UPON CONSOLE
        MOVE 1 TO FIX-ERROR-FLAG
        EXIT PARAGRAPH
     END-IF

     *> pass 1 proves the image is a readable old-layout image before
     *> the master is touched: every key all digits and ascending.
     *> A current-layout image read 40 bytes at a time fails this
     MOVE 0 TO FIX-BAK-COUNT
     MOVE 0 TO FIX-BAK-TOTAL
     MOVE 0 TO FIX-KEY-ERRORS
     MOVE 1 TO FIX-FIRST-REC
     OPEN INPUT LEGACY-BAK-FILE
     IF WS-LBAK-STATUS NOT = "00"
        DISPLAY "  could not open scores.bak, status " WS-LBAK-STATUS
                " -- master untouched" UPON CONSOLE
        MOVE 1 TO FIX-ERROR-FLAG
        EXIT PARAGRAPH
     END-IF
     PERFORM UNTIL 1 = 2
        READ LEGACY-BAK-FILE
           AT END
              EXIT PERFORM
        END-READ
        IF WS-LBAK-STATUS NOT = "00"
           DISPLAY "  scores.bak read error, status " WS-LBAK-STATUS
                   " -- master untouched" UPON CONSOLE
           MOVE 1 TO FIX-ERROR-FLAG
           CLOSE LEGACY-BAK-FILE
           EXIT PARAGRAPH
        END-IF
        ADD 1 TO FIX-BAK-COUNT
        IF LBAK-KEY NOT NUMERIC
           ADD 1 TO FIX-KEY-ERRORS
        ELSE
           IF FIX-FIRST-REC = 0 AND LBAK-KEY <= FIX-PREV-SCORE-KEY
              ADD 1 TO FIX-KEY-ERRORS
           END-IF
        END-IF
        MOVE 0 TO FIX-FIRST-REC
        MOVE LBAK-KEY TO FIX-PREV-SCORE-KEY
        ADD LBAK-VALUE TO FIX-BAK-TOTAL
     END-PERFORM
     CLOSE LEGACY-BAK-FILE
     MOVE FIX-BAK-COUNT TO FIX-COUNT-ED
     DISPLAY "  BACKUP RECORDS:     " FIX-COUNT-ED UPON CONSOLE
     MOVE FIX-BAK-TOTAL TO FIX-TOTAL-ED
     DISPLAY "  BACKUP SCORE TOTAL: " FIX-TOTAL-ED UPON CONSOLE
     IF FIX-KEY-ERRORS > 0
        MOVE FIX-KEY-ERRORS TO FIX-COUNT-ED
        DISPLAY "  BAD OR UNORDERED KEYS:" FIX-COUNT-ED UPON CONSOLE
        DISPLAY "  scores.bak is not an old-layout ledger image -- "
                "master untouched" UPON CONSOLE
        MOVE 1 TO FIX-ERROR-FLAG
        EXIT PARAGRAPH
     END-IF

     *> pass 2 loads the fresh ledger, every row unclassified; the
     *> certification sweep then proves count and total carried over
     OPEN OUTPUT SCORE-FILE
     IF WS-SCORE-STATUS NOT = "00"
        DISPLAY "  could not rebuild scores.dat, status "
                WS-SCORE-STATUS UPON CONSOLE
        MOVE 1 TO FIX-ERROR-FLAG
        EXIT PARAGRAPH
     END-IF
     *> the image proved clean a moment ago, but the master is already
     *> emptied -- say so, since the rerun refuses a current-layout one
     OPEN INPUT LEGACY-BAK-FILE
     IF WS-LBAK-STATUS NOT = "00"
        DISPLAY "  could not reopen scores.bak, status " WS-LBAK-STATUS
                " -- scores.dat left empty; remove it and rerun "
                "snakefix CONVERT SCORES" UPON CONSOLE
        CLOSE SCORE-FILE
        MOVE 1 TO FIX-ERROR-FLAG
        EXIT PARAGRAPH
     END-IF
     PERFORM UNTIL 1 = 2
        READ LEGACY-BAK-FILE
           AT END
              EXIT PERFORM
        END-READ
        MOVE LBAK-KEY TO SCORE-KEY
        MOVE LBAK-OPERATOR TO SCORE-OPERATOR
        MOVE LBAK-VALUE TO SCORE-VALUE
        SET SCORE-RS-UNCLASSIFIED TO TRUE
        MOVE 0 TO SCORE-RS-WIDTH
        MOVE 0 TO SCORE-RS-HEIGHT
        MOVE 0 TO SCORE-RS-TICK-MS
        MOVE 0 TO SCORE-RS-START-LEN
        MOVE 0 TO SCORE-RS-WRAP
        MOVE 0 TO SCORE-RS-TWO
        MOVE 0 TO SCORE-RS-CAMP
        MOVE 0 TO SCORE-RS-GHOST
        MOVE SPACES TO SCORE-RS-LEVEL
        WRITE SCORE-RECORD
        IF WS-SCORE-STATUS NOT = "00"
           DISPLAY "  convert write failed at " SCORE-KEY ", status "
                   WS-SCORE-STATUS UPON CONSOLE
           MOVE 1 TO FIX-ERROR-FLAG
        END-IF
     END-PERFORM
     CLOSE LEGACY-BAK-FILE
     CLOSE SCORE-FILE

     PERFORM SWEEP-SCORES-CERTIFY
     IF FIX-FILE-ERROR = 0
        DISPLAY "  scores.bak is still the old layout -- run "
                "snakefix BACKUP SCORES now" UPON CONSOLE
     END-IF
     .

 REBUILD-PROFILES.
     DISPLAY "SNAKEFIX: REBUILDING profiles.dat FROM profiles.bak"
        UPON CONSOLE
     PERFORM SWEEP-PROFILES-CERTIFY
     .

 CONVERT-PROFILES.
     *> as CONVERT-SCORES: refuse a master already in the current
     *> layout, prove the old image before touching anything, load,
     *> certify
     DISPLAY "SNAKEFIX: CONVERTING profiles.bak (OLD LAYOUT) TO "
             "profiles.dat" UPON CONSOLE
     OPEN INPUT PROFILE-FILE
     IF WS-PROFILE-STATUS = "00"
        CLOSE PROFILE-FILE
        DISPLAY "  profiles.dat already opens in the current layout "
                "-- nothing converted" UPON CONSOLE
        MOVE 1 TO FIX-ERROR-FLAG
        EXIT PARAGRAPH
     END-IF

     *> pass 1: every operator name present and in ascending order.
     *> A current-layout image read 68 bytes at a time fails this
     MOVE 0 TO FIX-BAK-COUNT
     MOVE 0 TO FIX-BAK-TOTAL
     MOVE 0 TO FIX-KEY-ERRORS
     MOVE 1 TO FIX-FIRST-REC
     OPEN INPUT LEGACY-PBAK-FILE
     IF WS-LPBK-STATUS NOT = "00"
        DISPLAY "  could not open profiles.bak, status "
                WS-LPBK-STATUS " -- master untouched" UPON CONSOLE
        MOVE 1 TO FIX-ERROR-FLAG
        EXIT PARAGRAPH
     END-IF
     PERFORM UNTIL 1 = 2
        READ LEGACY-PBAK-FILE
           AT END
              EXIT PERFORM
        END-READ
        IF WS-LPBK-STATUS NOT = "00"
           DISPLAY "  profiles.bak read error, status " WS-LPBK-STATUS
                   " -- master untouched" UPON CONSOLE
           MOVE 1 TO FIX-ERROR-FLAG
           CLOSE LEGACY-PBAK-FILE
           EXIT PARAGRAPH
        END-IF
        ADD 1 TO FIX-BAK-COUNT
        IF LPBK-OPERATOR = SPACES
           ADD 1 TO FIX-KEY-ERRORS
        ELSE
           IF FIX-FIRST-REC = 0 AND LPBK-OPERATOR <= FIX-PREV-PROF-KEY
              ADD 1 TO FIX-KEY-ERRORS
           END-IF
        END-IF
        MOVE 0 TO FIX-FIRST-REC
        MOVE LPBK-OPERATOR TO FIX-PREV-PROF-KEY
        ADD LPBK-TOTAL TO FIX-BAK-TOTAL
     END-PERFORM
     CLOSE LEGACY-PBAK-FILE
     MOVE FIX-BAK-COUNT TO FIX-COUNT-ED
     DISPLAY "  BACKUP RECORDS:     " FIX-COUNT-ED UPON CONSOLE
     MOVE FIX-BAK-TOTAL TO FIX-TOTAL-ED
     DISPLAY "  BACKUP SCORE TOTAL: " FIX-TOTAL-ED UPON CONSOLE
     IF FIX-KEY-ERRORS > 0
        MOVE FIX-KEY-ERRORS TO FIX-COUNT-ED
        DISPLAY "  BAD OR UNORDERED KEYS:" FIX-COUNT-ED UPON CONSOLE
        DISPLAY "  profiles.bak is not an old-layout profile image "
                "-- master untouched" UPON CONSOLE
        MOVE 1 TO FIX-ERROR-FLAG
        EXIT PARAGRAPH
     END-IF

     *> pass 2: the lifetime figures carry over byte for byte, the
     *> year-to-date buckets start empty
     OPEN OUTPUT PROFILE-FILE
     IF WS-PROFILE-STATUS NOT = "00"
        DISPLAY "  could not rebuild profiles.dat, status "
                WS-PROFILE-STATUS UPON CONSOLE
        MOVE 1 TO FIX-ERROR-FLAG
        EXIT PARAGRAPH
     END-IF
     OPEN INPUT LEGACY-PBAK-FILE
     IF WS-LPBK-STATUS NOT = "00"
        DISPLAY "  could not reopen profiles.bak, status "
                WS-LPBK-STATUS " -- profiles.dat left empty; remove "
                "it and rerun snakefix CONVERT PROFILES" UPON CONSOLE
        CLOSE PROFILE-FILE
        MOVE 1 TO FIX-ERROR-FLAG
        EXIT PARAGRAPH
     END-IF
     PERFORM UNTIL 1 = 2
        READ LEGACY-PBAK-FILE
           AT END
              EXIT PERFORM
        END-READ
        MOVE LPBK-RECORD TO PROFILE-RECORD(1:68)
        INITIALIZE PROF-YTD
        INITIALIZE PROF-PRIOR
        WRITE PROFILE-RECORD
        IF WS-PROFILE-STATUS NOT = "00"
           DISPLAY "  convert write failed at " PROF-OPERATOR
                   ", status " WS-PROFILE-STATUS UPON CONSOLE
           MOVE 1 TO FIX-ERROR-FLAG
        END-IF
     END-PERFORM
     CLOSE LEGACY-PBAK-FILE
     CLOSE PROFILE-FILE

     PERFORM SWEEP-PROFILES-CERTIFY
     IF FIX-FILE-ERROR = 0
        DISPLAY "  profiles.bak is still the old layout -- run "
                "snakefix BACKUP PROFILES now" UPON CONSOLE
     END-IF
     .

 SWEEP-PROFILES-CERTIFY.
     MOVE FIX-ACTION TO FIX-SAVE-ACTION
     SET FIX-ACT-VERIFY TO TRUE
