      *> Shared record layout for the high-score ledger (scores.dat).
      *> COPYed into SNAKE (writer) and SNAKERPT (reader) so both programs
      *> agree on the key/field layout without duplicating it by hand.
      *> SCORE-RULES is the rule set the game was played under (see
      *> rulecls.cpy, which mirrors it): board, starting tick and
      *> length, mode flags and the starting layout file.  Rows carried
      *> over from before the ledger kept a rule set are class "U",
      *> unclassified, with the other rule fields zero.
 01  SCORE-RECORD.
     05  SCORE-KEY.
         10  SK-YYYY           PIC 9(4).
         10  SK-MS             PIC 9(2).
     05  SCORE-OPERATOR        PIC X(20).
     05  SCORE-VALUE           BINARY-LONG.
     05  SCORE-RULES.
         10  SCORE-RS-CLASS    PIC X.
             88  SCORE-RS-CLASSIFIED   VALUE "C".
             88  SCORE-RS-UNCLASSIFIED VALUE "U".
         10  SCORE-RS-WIDTH    PIC 9(3).
         10  SCORE-RS-HEIGHT   PIC 9(3).
         10  SCORE-RS-TICK-MS  PIC 9(4).
         10  SCORE-RS-START-LEN PIC 9(3).
         10  SCORE-RS-WRAP     PIC 9.
         10  SCORE-RS-TWO      PIC 9.
         10  SCORE-RS-CAMP     PIC 9.
         10  SCORE-RS-GHOST    PIC 9.
         10  SCORE-RS-LEVEL    PIC X(20).
