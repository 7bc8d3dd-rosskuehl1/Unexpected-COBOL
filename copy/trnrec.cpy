      *> Shared record layout for the tournament master (tourney.dat),
      *> keyed on the tournament id plus a match number.  Match 000 of
      *> each tournament is its header: format, seeding basis, the
      *> seeded entrants and, once decided, the champion.  Every other
      *> number is one game of the draw, laid out by SNAKETRN when the
      *> bracket is drawn -- winners' bracket first, then the losers'
      *> bracket and the grand final of a double elimination.  Each
      *> match names the match and side (slot 1 or 2) its winner moves
      *> on to, and in a double elimination where its loser drops to;
      *> zero means nowhere.  The last game is marked by its kind:
      *>   F  single-elimination final -- the winner is champion
      *>   1  grand final -- the winners'-bracket side (slot 1) is
      *>      still unbeaten, so if it wins the tournament is over and
      *>      if it loses both players go to the deciding game
      *>   2  deciding game after the grand final
      *> A side is blank until someone reaches it; a side no entrant
      *> will ever fill holds "- BYE -" (it has a space in it, which no
      *> operator name can), and a match against it is a walkover.
      *> COPYed into SNAKETRN (draw, report, history), SNAKE (which
      *> posts bracket games as they are played) and SNAKENAM.
 01  TOURNEY-RECORD.
     05  TRN-KEY.
         10  TRN-ID            PIC X(8).
         10  TRN-MATCH         PIC 9(3).
     05  TRN-BODY              PIC X(400).
     05  TRN-HEADER            REDEFINES TRN-BODY.
         10  TRN-H-FORMAT      PIC X.
             88  TRN-H-SINGLE      VALUE "S".
             88  TRN-H-DOUBLE      VALUE "D".
         10  TRN-H-SEEDING     PIC X(8).
         10  TRN-H-STATUS      PIC X.
             88  TRN-H-ACTIVE      VALUE "A".
             88  TRN-H-FINISHED    VALUE "F".
             88  TRN-H-FILED       VALUE "H".
         10  TRN-H-ENTRANTS    PIC 9(2).
         10  TRN-H-SIZE        PIC 9(2).
         10  TRN-H-MATCHES     PIC 9(3).
         10  TRN-H-DRAWN       PIC 9(8).
         10  TRN-H-FINISH-DATE PIC 9(8).
         10  TRN-H-CHAMPION    PIC X(20).
         10  TRN-H-RUNNER-UP   PIC X(20).
         10  TRN-H-SEED        PIC X(20) OCCURS 16 TIMES.
         10  FILLER            PIC X(7).
     05  TRN-GAME              REDEFINES TRN-BODY.
         10  TRN-M-BRACKET     PIC X.
             88  TRN-M-WINNERS     VALUE "W".
             88  TRN-M-LOSERS      VALUE "L".
             88  TRN-M-GRAND       VALUE "G".
         10  TRN-M-ROUND       PIC 9(2).
         10  TRN-M-KIND        PIC X.
             88  TRN-M-FINAL       VALUE "F".
             88  TRN-M-GRAND-1     VALUE "1".
             88  TRN-M-GRAND-2     VALUE "2".
         10  TRN-M-STATUS      PIC X.
             88  TRN-M-WAITING     VALUE "P".
             88  TRN-M-READY       VALUE "R".
             88  TRN-M-PLAYED      VALUE "D".
             88  TRN-M-WALKOVER    VALUE "B".
             88  TRN-M-VOID        VALUE "V".
             88  TRN-M-DECIDED     VALUE "D" "B" "V".
         10  TRN-M-SIDE        OCCURS 2 TIMES.
             15  TRN-M-PLAYER  PIC X(20).
             15  TRN-M-SCORE   PIC 9(9).
         10  TRN-M-WINNER      PIC X(20).
         10  TRN-M-LOSER       PIC X(20).
         10  TRN-M-PLAYED-DATE PIC 9(8).
         10  TRN-M-PLAYED-TIME PIC 9(6).
         10  TRN-M-CAUSE       PIC X(10).
         10  TRN-M-WIN-TO      PIC 9(3).
         10  TRN-M-WIN-SLOT    PIC 9.
         10  TRN-M-LOSE-TO     PIC 9(3).
         10  TRN-M-LOSE-SLOT   PIC 9.
         10  FILLER            PIC X(265).

