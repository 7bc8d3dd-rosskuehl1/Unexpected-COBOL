      *> Shared record layout for the achievements master
      *> (achieve.dat), keyed on the operator name exactly as it goes
      *> on the ledger plus the achievement code from achieve.def (see
      *> achdef.cpy).  One record per achievement an operator holds,
      *> written once and never rewritten by the game.  SNAKE files
      *> what a game earns at game end (source G); SNAKEACH's catch-up
      *> files what the history files show was earned before (source
      *> C), dated by the game that earned it.  ACH-VALUE is the
      *> figure that earned it (the score, the pickups, the length of
      *> the streak), and the title is copied from the rule so the
      *> card still reads if the rule is later taken out of the file.
      *> ACH-EARNED-TIME is zero when the history never said.
 01  ACHIEVE-RECORD.
     05  ACH-KEY.
         10  ACH-OPERATOR      PIC X(20).
         10  ACH-CODE          PIC X(8).
     05  ACH-EARNED-DATE.
         10  ACH-EARNED-YYYY   PIC 9(4).
         10  ACH-EARNED-MM     PIC 9(2).
         10  ACH-EARNED-DD     PIC 9(2).
     05  ACH-EARNED-TIME       PIC 9(6).
     05  ACH-VALUE             BINARY-LONG.
     05  ACH-SOURCE            PIC X.
         88  ACH-BY-GAME       VALUE "G".
         88  ACH-BY-CATCHUP    VALUE "C".
     05  ACH-TITLE             PIC X(40).
     05  ACH-FILED-DATE        PIC 9(8).
