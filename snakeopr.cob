>>SOURCE FORMAT FREE
*> Operator enrollment register maintenance for SNAKE (operators.dat)
*> Build: cobc -x -free -o snakeopr snakeopr.cob -I copy
*> Run:   ./snakeopr ENROLL    NAME PIN  -- put NAME on the register
*>        ./snakeopr SUSPEND   NAME      -- bar NAME from the ledger
*>        ./snakeopr REINSTATE NAME      -- lift a suspension
*>        ./snakeopr RESETPIN  NAME PIN  -- give NAME a new PIN
*>        ./snakeopr LIST                -- print the register
*>        ./snakeopr FAILURES [YYYYMMDD] -- failed PIN attempts, all
*>                                          of pinfail.log or from
*>                                          that date on
*>
*> Anyone could type any name at the startup menu, so one player could
*> file games under another's name and nothing stopped it.  Once the
*> register exists (the first ENROLL creates it) SNAKE lets a game
*> reach the ledger only when every player in it is enrolled, not
*> suspended, and has keyed the right four-digit PIN at the menu; a
*> game under any other name is still played but goes unrecorded,
*> the way an attract-mode game does.  With no operators.dat on disk
*> the register is not in force and games are recorded as before.
*> Names are taken exactly as typed -- the same name, in the same
*> case, that goes on the ledger (SNAKENAM moves a card when it
*> renames or merges an operator).  A name may not contain a space,
*> a comma, a double quote or a slash, same as the menu's editor.
*> The PIN itself is never printed.
*>
*> Every PIN the menu refuses is logged to pinfail.log (layout in
*> copy/pinfail.cpy); FAILURES lists the attempts and totals them by
*> the name they were made against.
*> The run ends with return code 0 when the change is made (or the
*> report is clean), 4 when there was nothing to change or failed
*> attempts were listed, 8 when the change cannot be made or a file
*> cannot be read or written and 12 for a bad argument.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. SNAKEOPR.

 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS OPR-OPERATOR
        FILE STATUS IS WS-OPER-STATUS.

     SELECT PINFAIL-FILE ASSIGN TO "pinfail.log"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-PINFAIL-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  OPERATOR-FILE.
     COPY "oprrec.cpy".

 FD  PINFAIL-FILE.
 01  PINFAIL-RECORD            PIC X(70).

 WORKING-STORAGE SECTION.
 01  WS-OPER-STATUS        PIC XX.
 01  WS-PINFAIL-STATUS     PIC XX.

 *> failed-attempt line layout, shared with SNAKE (the writer)
     COPY "pinfail.cpy".

 *> run options, from the command-line arguments
 01  WS-ARG-VAL            PIC X(20).
 01  OPM-MODE              PIC 9 VALUE 0.
     88  OPM-MODE-ENROLL   VALUE 1.
     88  OPM-MODE-SUSPEND  VALUE 2.
     88  OPM-MODE-REINST   VALUE 3.
     88  OPM-MODE-RESETPIN VALUE 4.
     88  OPM-MODE-LIST     VALUE 5.
     88  OPM-MODE-FAILURES VALUE 6.
 *> the name is taken into a field wider than the register's so an
 *> over-long name is refused instead of quietly cut down to someone
 *> else's
 01  OPM-NAME-ARG          PIC X(40).
 01  OPM-NAME              PIC X(20).
 01  OPM-PIN-ARG           PIC X(20).
 01  OPM-PIN               PIC 9(4).
 01  OPM-FROM-ARG          PIC X(20).
 01  OPM-FROM-DATE         PIC 9(8) VALUE 0.
 01  OPM-NAME-LEN          BINARY-LONG.
 01  OPM-BAD-CHARS         BINARY-LONG.

 *> the failed-attempt totals, one row per name tried
 01  OPM-MAX-NAMES         BINARY-LONG VALUE 500.
 01  OPM-NAME-COUNT        BINARY-LONG VALUE 0.
 01  OPM-FL-OPER           OCCURS 500 TIMES PIC X(20).
 01  OPM-FL-COUNT          OCCURS 500 TIMES BINARY-LONG.
 01  OPM-FL-LOGINS         OCCURS 500 TIMES BINARY-LONG.
 01  OPM-FL-FIRST-LOGIN    OCCURS 500 TIMES PIC X(20).
 01  OPM-FL-LAST-DATE      OCCURS 500 TIMES PIC 9(8).
 01  OPM-FL-OVERFLOW       BINARY-LONG VALUE 0.
 01  OPM-FL-IX             BINARY-LONG.
 01  OPM-LOG-FOUND         PIC 9 VALUE 0.
 01  OPM-REG-OPEN          PIC 9 VALUE 0.
 01  OPM-REG-TEXT          PIC X(12).

 *> swap scratch for the bubble sort
 01  OPM-TMP-OPER          PIC X(20).
 01  OPM-TMP-NUM           BINARY-LONG.
 01  OPM-TMP-DATE          PIC 9(8).

 *> control totals
 01  OPM-READ-COUNT        BINARY-LONG VALUE 0.
 01  OPM-LISTED-COUNT      BINARY-LONG VALUE 0.
 01  OPM-BAD-LINES         BINARY-LONG VALUE 0.
 01  OPM-ENROLLED-COUNT    BINARY-LONG VALUE 0.
 01  OPM-SUSPENDED-COUNT   BINARY-LONG VALUE 0.

 01  cur-date.
     05  YYYY              PIC 9(4).
     05  MM                PIC 9(2).
     05  DD                PIC 9(2).

 01  OPM-COUNT-ED          PIC ZZZZZZZZ9.
 01  OPM-NUM-ED            PIC ZZZZ9.
 01  OPM-DATE-FMT          PIC X(10).
 01  OPM-DATE-FMT2         PIC X(10).
 01  OPM-DATE-FMT3         PIC X(10).
 01  OPM-FMT-IN            PIC 9(8).
 01  OPM-FMT-OUT           PIC X(10).
 01  OPM-TIME-FMT          PIC X(8).

 01  i                     BINARY-LONG.
 01  j                     BINARY-LONG.

 PROCEDURE DIVISION.
 MAIN-SECTION.
     PERFORM GET-RUN-OPTIONS
     ACCEPT cur-date FROM DATE YYYYMMDD
     EVALUATE TRUE
        WHEN OPM-MODE-ENROLL
           PERFORM ENROLL-OPERATOR
        WHEN OPM-MODE-SUSPEND
           PERFORM SUSPEND-OPERATOR
        WHEN OPM-MODE-REINST
           PERFORM REINSTATE-OPERATOR
        WHEN OPM-MODE-RESETPIN
           PERFORM RESET-OPERATOR-PIN
        WHEN OPM-MODE-LIST
           PERFORM LIST-REGISTER
        WHEN OPM-MODE-FAILURES
           PERFORM LOAD-FAILURES
           PERFORM SORT-FAILURES-BY-COUNT
           PERFORM PRINT-FAILURE-TOTALS
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
        WHEN "ENROLL"
           SET OPM-MODE-ENROLL TO TRUE
        WHEN "SUSPEND"
           SET OPM-MODE-SUSPEND TO TRUE
        WHEN "REINSTATE"
           SET OPM-MODE-REINST TO TRUE
        WHEN "RESETPIN"
           SET OPM-MODE-RESETPIN TO TRUE
        WHEN "LIST"
           SET OPM-MODE-LIST TO TRUE
        WHEN "FAILURES"
           SET OPM-MODE-FAILURES TO TRUE
        WHEN OTHER
           IF WS-ARG-VAL NOT = SPACES
              DISPLAY "SNAKEOPR: unknown option " WS-ARG-VAL
                 UPON CONSOLE
           END-IF
           PERFORM SHOW-USAGE
           MOVE 12 TO RETURN-CODE
           STOP RUN
     END-EVALUATE

     IF OPM-MODE-LIST
        EXIT PARAGRAPH
     END-IF
     IF OPM-MODE-FAILURES
        PERFORM GET-FROM-DATE
        EXIT PARAGRAPH
     END-IF

     *> the name is taken exactly as typed, no case folding -- it has
     *> to be the very name the ledger will carry
     DISPLAY 2 UPON ARGUMENT-NUMBER
     MOVE SPACES TO OPM-NAME-ARG
     ACCEPT OPM-NAME-ARG FROM ARGUMENT-VALUE
        ON EXCEPTION
           MOVE SPACES TO OPM-NAME-ARG
     END-ACCEPT
     IF OPM-NAME-ARG = SPACES
        PERFORM SHOW-USAGE
        MOVE 12 TO RETURN-CODE
        STOP RUN
     END-IF
     PERFORM CHECK-NAME-ARG

     IF OPM-MODE-ENROLL OR OPM-MODE-RESETPIN
        DISPLAY 3 UPON ARGUMENT-NUMBER
        MOVE SPACES TO OPM-PIN-ARG
        ACCEPT OPM-PIN-ARG FROM ARGUMENT-VALUE
           ON EXCEPTION
              MOVE SPACES TO OPM-PIN-ARG
        END-ACCEPT
        IF OPM-PIN-ARG(1:4) NOT NUMERIC
              OR OPM-PIN-ARG(5:) NOT = SPACES
           DISPLAY "SNAKEOPR: the PIN must be exactly four digits"
              UPON CONSOLE
           MOVE 12 TO RETURN-CODE
           STOP RUN
        END-IF
        MOVE OPM-PIN-ARG(1:4) TO OPM-PIN
     END-IF
     .

 CHECK-NAME-ARG.
     *> the same characters the menu's name editor refuses: a space
     *> (the editor never types one), comma and double quote (the
     *> extract writes names unquoted between commas) and slash (the
     *> name is part of the per-operator checkpoint file name)
     IF OPM-NAME-ARG(21:) NOT = SPACES
        DISPLAY "SNAKEOPR: operator names are at most 20 characters"
           UPON CONSOLE
        MOVE 12 TO RETURN-CODE
        STOP RUN
     END-IF
     MOVE OPM-NAME-ARG(1:20) TO OPM-NAME
     MOVE 0 TO OPM-BAD-CHARS
     MOVE FUNCTION LENGTH(FUNCTION TRIM(OPM-NAME TRAILING))
        TO OPM-NAME-LEN
     INSPECT OPM-NAME(1:OPM-NAME-LEN) TALLYING OPM-BAD-CHARS
        FOR ALL SPACE ALL "," ALL '"' ALL "/"
     IF OPM-BAD-CHARS > 0
        DISPLAY "SNAKEOPR: an operator name may not contain a space, "
                "comma, double quote or slash" UPON CONSOLE
        MOVE 12 TO RETURN-CODE
        STOP RUN
     END-IF
     .

 GET-FROM-DATE.
     DISPLAY 2 UPON ARGUMENT-NUMBER
     MOVE SPACES TO OPM-FROM-ARG
     ACCEPT OPM-FROM-ARG FROM ARGUMENT-VALUE
        ON EXCEPTION
           MOVE SPACES TO OPM-FROM-ARG
     END-ACCEPT
     IF OPM-FROM-ARG = SPACES
        MOVE 0 TO OPM-FROM-DATE
        EXIT PARAGRAPH
     END-IF
     IF OPM-FROM-ARG(1:8) NOT NUMERIC
           OR OPM-FROM-ARG(9:) NOT = SPACES
           OR OPM-FROM-ARG(5:2) < "01" OR OPM-FROM-ARG(5:2) > "12"
           OR OPM-FROM-ARG(7:2) < "01" OR OPM-FROM-ARG(7:2) > "31"
        DISPLAY "SNAKEOPR: bad date " OPM-FROM-ARG
                " -- expected YYYYMMDD" UPON CONSOLE
        MOVE 12 TO RETURN-CODE
        STOP RUN
     END-IF
     MOVE OPM-FROM-ARG(1:8) TO OPM-FROM-DATE
     .

 SHOW-USAGE.
     DISPLAY "Usage: snakeopr ENROLL    NAME PIN" UPON CONSOLE
     DISPLAY "       snakeopr SUSPEND   NAME" UPON CONSOLE
     DISPLAY "       snakeopr REINSTATE NAME" UPON CONSOLE
     DISPLAY "       snakeopr RESETPIN  NAME PIN" UPON CONSOLE
     DISPLAY "       snakeopr LIST" UPON CONSOLE
     DISPLAY "       snakeopr FAILURES  [YYYYMMDD]" UPON CONSOLE
     .

 OPEN-REGISTER-IO.
     *> only an enrollment may create the register; every other
     *> change needs a card that is already there
     OPEN I-O OPERATOR-FILE
     IF WS-OPER-STATUS = "35" AND OPM-MODE-ENROLL
        OPEN OUTPUT OPERATOR-FILE
        IF WS-OPER-STATUS = "00"
           CLOSE OPERATOR-FILE
           OPEN I-O OPERATOR-FILE
           DISPLAY "operators.dat: new register created -- from now "
                   "on only enrolled operators reach the ledger"
              UPON CONSOLE
        END-IF
     END-IF
     IF WS-OPER-STATUS = "35"
        DISPLAY "No operator register found (operators.dat) -- "
                "enroll someone first." UPON CONSOLE
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF
     IF WS-OPER-STATUS NOT = "00"
        DISPLAY "SNAKEOPR: could not open operators.dat, status "
                WS-OPER-STATUS UPON CONSOLE
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF
     .

 READ-OPERATOR-CARD.
     *> every change but an enrollment needs the card on file
     MOVE OPM-NAME TO OPR-OPERATOR
     READ OPERATOR-FILE
     IF WS-OPER-STATUS = "23"
        DISPLAY "SNAKEOPR: " FUNCTION TRIM(OPM-NAME)
                " is not on the register -- ENROLL them first."
           UPON CONSOLE
        CLOSE OPERATOR-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF
     IF WS-OPER-STATUS NOT = "00"
        DISPLAY "SNAKEOPR: could not read operators.dat, status "
                WS-OPER-STATUS UPON CONSOLE
        CLOSE OPERATOR-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF
     .

 REWRITE-OPERATOR-CARD.
     REWRITE OPERATOR-RECORD
     IF WS-OPER-STATUS NOT = "00"
        DISPLAY "SNAKEOPR: operators.dat rewrite failed, status "
                WS-OPER-STATUS UPON CONSOLE
        CLOSE OPERATOR-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF
     .

 ENROLL-OPERATOR.
     PERFORM OPEN-REGISTER-IO
     MOVE OPM-NAME TO OPR-OPERATOR
     READ OPERATOR-FILE
     IF WS-OPER-STATUS = "00"
        IF OPR-SUSPENDED
           DISPLAY "SNAKEOPR: " FUNCTION TRIM(OPM-NAME)
                   " is already on the register, suspended -- use "
                   "REINSTATE." UPON CONSOLE
        ELSE
           DISPLAY "SNAKEOPR: " FUNCTION TRIM(OPM-NAME)
                   " is already enrolled -- use RESETPIN for a new "
                   "PIN." UPON CONSOLE
        END-IF
        CLOSE OPERATOR-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF
     MOVE OPM-NAME TO OPR-OPERATOR
     MOVE OPM-PIN TO OPR-PIN
     SET OPR-ENROLLED TO TRUE
     MOVE cur-date TO OPR-ENROLL-DATE
     MOVE cur-date TO OPR-STATUS-DATE
     MOVE cur-date TO OPR-PIN-DATE
     WRITE OPERATOR-RECORD
     IF WS-OPER-STATUS NOT = "00"
        DISPLAY "SNAKEOPR: operators.dat write failed, status "
                WS-OPER-STATUS UPON CONSOLE
        CLOSE OPERATOR-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF
     CLOSE OPERATOR-FILE
     DISPLAY "operators.dat: enrolled " FUNCTION TRIM(OPM-NAME)
        UPON CONSOLE
     .

 SUSPEND-OPERATOR.
     PERFORM OPEN-REGISTER-IO
     PERFORM READ-OPERATOR-CARD
     IF OPR-SUSPENDED
        DISPLAY "SNAKEOPR: " FUNCTION TRIM(OPM-NAME)
                " is already suspended -- nothing to do." UPON CONSOLE
        CLOSE OPERATOR-FILE
        MOVE 4 TO RETURN-CODE
        EXIT PARAGRAPH
     END-IF
     SET OPR-SUSPENDED TO TRUE
     MOVE cur-date TO OPR-STATUS-DATE
     PERFORM REWRITE-OPERATOR-CARD
     CLOSE OPERATOR-FILE
     DISPLAY "operators.dat: suspended " FUNCTION TRIM(OPM-NAME)
             " -- their games now go unrecorded" UPON CONSOLE
     .

 REINSTATE-OPERATOR.
     PERFORM OPEN-REGISTER-IO
     PERFORM READ-OPERATOR-CARD
     IF OPR-ENROLLED
        DISPLAY "SNAKEOPR: " FUNCTION TRIM(OPM-NAME)
                " is not suspended -- nothing to do." UPON CONSOLE
        CLOSE OPERATOR-FILE
        MOVE 4 TO RETURN-CODE
        EXIT PARAGRAPH
     END-IF
     SET OPR-ENROLLED TO TRUE
     MOVE cur-date TO OPR-STATUS-DATE
     PERFORM REWRITE-OPERATOR-CARD
     CLOSE OPERATOR-FILE
     DISPLAY "operators.dat: reinstated " FUNCTION TRIM(OPM-NAME)
        UPON CONSOLE
     .

 RESET-OPERATOR-PIN.
     *> a suspended card can have its PIN reset too -- the new PIN
     *> simply waits for the reinstatement
     PERFORM OPEN-REGISTER-IO
     PERFORM READ-OPERATOR-CARD
     MOVE OPM-PIN TO OPR-PIN
     MOVE cur-date TO OPR-PIN-DATE
     PERFORM REWRITE-OPERATOR-CARD
     CLOSE OPERATOR-FILE
     IF OPR-SUSPENDED
        DISPLAY "operators.dat: new PIN for " FUNCTION TRIM(OPM-NAME)
                " (still suspended)" UPON CONSOLE
     ELSE
        DISPLAY "operators.dat: new PIN for " FUNCTION TRIM(OPM-NAME)
           UPON CONSOLE
     END-IF
     .

 LIST-REGISTER.
     OPEN INPUT OPERATOR-FILE
     IF WS-OPER-STATUS = "35"
        DISPLAY "No operator register found (operators.dat) -- the "
                "register is not in force, every game is recorded."
           UPON CONSOLE
        EXIT PARAGRAPH
     END-IF
     IF WS-OPER-STATUS NOT = "00"
        DISPLAY "SNAKEOPR: could not open operators.dat, status "
                WS-OPER-STATUS UPON CONSOLE
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
     END-IF
     DISPLAY "SNAKE OPERATOR REGISTER" UPON CONSOLE
     DISPLAY "OPERATOR              STATUS     ENROLLED    SINCE"
             "       PIN SET" UPON CONSOLE
     DISPLAY "--------------------  ---------  ----------  ----------"
             "  ----------" UPON CONSOLE
     PERFORM UNTIL 1 = 2
        READ OPERATOR-FILE NEXT RECORD
           AT END
              EXIT PERFORM
        END-READ
        IF OPR-SUSPENDED
           MOVE "SUSPENDED" TO OPM-REG-TEXT
           ADD 1 TO OPM-SUSPENDED-COUNT
        ELSE
           MOVE "ENROLLED" TO OPM-REG-TEXT
           ADD 1 TO OPM-ENROLLED-COUNT
        END-IF
        MOVE OPR-ENROLL-DATE TO OPM-FMT-IN
        PERFORM FORMAT-DATE
        MOVE OPM-FMT-OUT TO OPM-DATE-FMT
        MOVE OPR-STATUS-DATE TO OPM-FMT-IN
        PERFORM FORMAT-DATE
        MOVE OPM-FMT-OUT TO OPM-DATE-FMT2
        MOVE OPR-PIN-DATE TO OPM-FMT-IN
        PERFORM FORMAT-DATE
        MOVE OPM-FMT-OUT TO OPM-DATE-FMT3
        DISPLAY OPR-OPERATOR "  " OPM-REG-TEXT(1:9) "  "
                OPM-DATE-FMT "  " OPM-DATE-FMT2 "  " OPM-DATE-FMT3
           UPON CONSOLE
     END-PERFORM
     CLOSE OPERATOR-FILE
     MOVE OPM-ENROLLED-COUNT TO OPM-COUNT-ED
     DISPLAY "ENROLLED:               " OPM-COUNT-ED UPON CONSOLE
     MOVE OPM-SUSPENDED-COUNT TO OPM-COUNT-ED
     DISPLAY "SUSPENDED:              " OPM-COUNT-ED UPON CONSOLE
     .

 LOAD-FAILURES.
     OPEN INPUT PINFAIL-FILE
     IF WS-PINFAIL-STATUS = "35"
        DISPLAY "No failed-PIN log found (pinfail.log) -- no PIN "
                "has been refused." UPON CONSOLE
        EXIT PARAGRAPH
     END-IF
     IF WS-PINFAIL-STATUS NOT = "00"
        DISPLAY "SNAKEOPR: could not open pinfail.log, status "
                WS-PINFAIL-STATUS UPON CONSOLE
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF
     MOVE 1 TO OPM-LOG-FOUND

     DISPLAY "SNAKE FAILED PIN ATTEMPTS" UPON CONSOLE
     IF OPM-FROM-DATE > 0
        MOVE OPM-FROM-DATE TO OPM-FMT-IN
        PERFORM FORMAT-DATE
        DISPLAY "FROM:                   " OPM-FMT-OUT UPON CONSOLE
     END-IF
     DISPLAY "DATE        TIME      OPERATOR              PLAYER  "
             "LOGIN                 REASON" UPON CONSOLE
     DISPLAY "----------  --------  --------------------  ------  "
             "--------------------  ----------" UPON CONSOLE
     PERFORM UNTIL 1 = 2
        READ PINFAIL-FILE
           AT END
              EXIT PERFORM
        END-READ
        ADD 1 TO OPM-READ-COUNT
        MOVE PINFAIL-RECORD TO PFL-LINE
        IF PFL-DATE NOT NUMERIC OR PFL-TIME NOT NUMERIC
           ADD 1 TO OPM-BAD-LINES
        ELSE
           IF PFL-DATE >= OPM-FROM-DATE
              PERFORM LIST-ONE-FAILURE
           END-IF
        END-IF
     END-PERFORM
     CLOSE PINFAIL-FILE
     .

 LIST-ONE-FAILURE.
     ADD 1 TO OPM-LISTED-COUNT
     MOVE PFL-DATE TO OPM-FMT-IN
     PERFORM FORMAT-DATE
     MOVE SPACES TO OPM-TIME-FMT
     STRING PFL-TIME(1:2) ":" PFL-TIME(3:2) ":" PFL-TIME(5:2)
        DELIMITED BY SIZE INTO OPM-TIME-FMT
     DISPLAY OPM-FMT-OUT "  " OPM-TIME-FMT "  " PFL-OPERATOR
             "  P" PFL-PLAYER "      " PFL-LOGIN "  " PFL-REASON
        UPON CONSOLE

     *> total it under the name the PIN was offered for
     MOVE 0 TO OPM-FL-IX
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > OPM-NAME-COUNT
        IF OPM-FL-OPER(i) = PFL-OPERATOR
           MOVE i TO OPM-FL-IX
           EXIT PERFORM
        END-IF
     END-PERFORM
     IF OPM-FL-IX = 0
        IF OPM-NAME-COUNT >= OPM-MAX-NAMES
           ADD 1 TO OPM-FL-OVERFLOW
           EXIT PARAGRAPH
        END-IF
        ADD 1 TO OPM-NAME-COUNT
        MOVE OPM-NAME-COUNT TO OPM-FL-IX
        MOVE PFL-OPERATOR TO OPM-FL-OPER(OPM-FL-IX)
        MOVE 0 TO OPM-FL-COUNT(OPM-FL-IX)
        MOVE 1 TO OPM-FL-LOGINS(OPM-FL-IX)
        MOVE PFL-LOGIN TO OPM-FL-FIRST-LOGIN(OPM-FL-IX)
     END-IF
     ADD 1 TO OPM-FL-COUNT(OPM-FL-IX)
     *> more than one login trying a name is worth a second look --
     *> counted as "several", not exactly, without keeping them all
     IF PFL-LOGIN NOT = OPM-FL-FIRST-LOGIN(OPM-FL-IX)
        MOVE 2 TO OPM-FL-LOGINS(OPM-FL-IX)
     END-IF
     MOVE PFL-DATE TO OPM-FL-LAST-DATE(OPM-FL-IX)
     .

 SORT-FAILURES-BY-COUNT.
     *> most-attacked names first; simple bubble sort, same as the
     *> other reports
     PERFORM VARYING i FROM 1 BY 1 UNTIL i >= OPM-NAME-COUNT
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > (OPM-NAME-COUNT - i)
           IF OPM-FL-COUNT(j) < OPM-FL-COUNT(j + 1)
              MOVE OPM-FL-OPER(j)        TO OPM-TMP-OPER
              MOVE OPM-FL-OPER(j + 1)    TO OPM-FL-OPER(j)
              MOVE OPM-TMP-OPER          TO OPM-FL-OPER(j + 1)
              MOVE OPM-FL-FIRST-LOGIN(j) TO OPM-TMP-OPER
              MOVE OPM-FL-FIRST-LOGIN(j + 1)
                 TO OPM-FL-FIRST-LOGIN(j)
              MOVE OPM-TMP-OPER          TO OPM-FL-FIRST-LOGIN(j + 1)
              MOVE OPM-FL-COUNT(j)       TO OPM-TMP-NUM
              MOVE OPM-FL-COUNT(j + 1)   TO OPM-FL-COUNT(j)
              MOVE OPM-TMP-NUM           TO OPM-FL-COUNT(j + 1)
              MOVE OPM-FL-LOGINS(j)      TO OPM-TMP-NUM
              MOVE OPM-FL-LOGINS(j + 1)  TO OPM-FL-LOGINS(j)
              MOVE OPM-TMP-NUM           TO OPM-FL-LOGINS(j + 1)
              MOVE OPM-FL-LAST-DATE(j)   TO OPM-TMP-DATE
              MOVE OPM-FL-LAST-DATE(j + 1) TO OPM-FL-LAST-DATE(j)
              MOVE OPM-TMP-DATE          TO OPM-FL-LAST-DATE(j + 1)
           END-IF
        END-PERFORM
     END-PERFORM
     .

 PRINT-FAILURE-TOTALS.
     IF OPM-LOG-FOUND = 0
        EXIT PARAGRAPH
     END-IF
     IF OPM-LISTED-COUNT = 0
        DISPLAY "(no failed attempts in the period)" UPON CONSOLE
     END-IF

     *> the totals carry each name's standing on the register today,
     *> so a name that is being hammered can be suspended at once
     OPEN INPUT OPERATOR-FILE
     IF WS-OPER-STATUS = "00"
        MOVE 1 TO OPM-REG-OPEN
     END-IF
     DISPLAY " " UPON CONSOLE
     DISPLAY "OPERATOR              FAILS  LAST FAIL   LOGINS    "
             "ON REGISTER" UPON CONSOLE
     DISPLAY "--------------------  -----  ----------  --------  "
             "------------" UPON CONSOLE
     PERFORM VARYING i FROM 1 BY 1 UNTIL i > OPM-NAME-COUNT
        MOVE OPM-FL-COUNT(i) TO OPM-NUM-ED
        MOVE OPM-FL-LAST-DATE(i) TO OPM-FMT-IN
        PERFORM FORMAT-DATE
        MOVE "?" TO OPM-REG-TEXT
        IF OPM-REG-OPEN = 1
           MOVE OPM-FL-OPER(i) TO OPR-OPERATOR
           READ OPERATOR-FILE
           EVALUATE TRUE
              WHEN WS-OPER-STATUS NOT = "00"
                 MOVE "NOT ENROLLED" TO OPM-REG-TEXT
              WHEN OPR-SUSPENDED
                 MOVE "SUSPENDED" TO OPM-REG-TEXT
              WHEN OTHER
                 MOVE "ENROLLED" TO OPM-REG-TEXT
           END-EVALUATE
        END-IF
        IF OPM-FL-LOGINS(i) > 1
           DISPLAY OPM-FL-OPER(i) "  " OPM-NUM-ED "  " OPM-FMT-OUT
                   "  SEVERAL   " OPM-REG-TEXT UPON CONSOLE
        ELSE
           DISPLAY OPM-FL-OPER(i) "  " OPM-NUM-ED "  " OPM-FMT-OUT
                   "  " OPM-FL-FIRST-LOGIN(i)(1:8) "  " OPM-REG-TEXT
              UPON CONSOLE
        END-IF
     END-PERFORM
     IF OPM-REG-OPEN = 1
        CLOSE OPERATOR-FILE
     END-IF

     MOVE OPM-READ-COUNT TO OPM-COUNT-ED
     DISPLAY "LOG LINES READ:         " OPM-COUNT-ED UPON CONSOLE
     MOVE OPM-LISTED-COUNT TO OPM-COUNT-ED
     DISPLAY "FAILED ATTEMPTS LISTED: " OPM-COUNT-ED UPON CONSOLE
     MOVE OPM-NAME-COUNT TO OPM-COUNT-ED
     DISPLAY "NAMES TRIED:            " OPM-COUNT-ED UPON CONSOLE
     IF OPM-BAD-LINES > 0
        MOVE OPM-BAD-LINES TO OPM-COUNT-ED
        DISPLAY "UNREADABLE LINES:       " OPM-COUNT-ED UPON CONSOLE
     END-IF
     IF OPM-FL-OVERFLOW > 0
        MOVE OPM-FL-OVERFLOW TO OPM-COUNT-ED
        DISPLAY "NOT TOTALLED (TABLE):   " OPM-COUNT-ED UPON CONSOLE
     END-IF
     IF OPM-LISTED-COUNT = 0 AND OPM-BAD-LINES = 0
        DISPLAY "RESULT: CLEAN -- NO FAILED PIN ATTEMPTS" UPON CONSOLE
     ELSE
        DISPLAY "RESULT: *** FAILED PIN ATTEMPTS -- REVIEW THE NAMES "
                "ABOVE ***" UPON CONSOLE
        MOVE 4 TO RETURN-CODE
     END-IF
     .

 FORMAT-DATE.
     MOVE SPACES TO OPM-FMT-OUT
     STRING OPM-FMT-IN(1:4) "-" OPM-FMT-IN(5:2) "-" OPM-FMT-IN(7:2)
        DELIMITED BY SIZE INTO OPM-FMT-OUT
     .
 END PROGRAM SNAKEOPR.
