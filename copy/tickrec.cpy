      *> Shared layouts of the tick-exact game recording lines
      *> (recording.dat, and each game's private recording.<name>.spl
      *> spool while it is being played).  COPYed into SNAKE (writer)
      *> and SNAKEVFY (the re-simulation verifier).  Every line starts
      *> with a six-character type, so a reader can test the type
      *> before deciding which layout applies:
      *>   GAME    one per recording: date, operators, board, start
      *>           length and tick, mode flags, the srand seed and
      *>           whether it was a daily challenge attempt (posted to
      *>           challenge.dat, not scores.dat)
      *>   LEVEL   the layout in force -- at game start, on a campaign
      *>           advance (found 0 means the series ran out) and on a
      *>           resume -- followed by its OBST lines
      *>   OBST    up to 14 obstacle cells
      *>   FOOD    a cell PLACE-FOOD chose
      *>   POWER   a cell PLACE-POWER-FOOD chose
      *>   TICKS   the direction in effect on each tick, one code per
      *>           snake per tick (U/D/L/R; lower case on the tick Q was
      *>           pressed), player 2's code following player 1's
      *>   CKPT    a checkpoint was saved here, with a digest of the
      *>           saved state
      *>   RESUME  the game was restarted from its checkpoint: the new
      *>           seed, the board and start length it resumed with and
      *>           a digest of the state it actually loaded
      *>   END     how the game ended, both final scores and the keys
      *>           of the scores.dat rows TEARDOWN wrote
      *> Lines are written in the order things happened; TICKS lines are
      *> cut short whenever any other line has to go out.  Built in
      *> working storage so the separator VALUE clauses actually apply,
      *> same as arcline.cpy.
 01  TKG-LINE.
     05  TKG-TYPE          PIC X(6)   VALUE "GAME".
     05  FILLER            PIC X      VALUE SPACE.
     05  TKG-DATE          PIC 9(8).
     05  FILLER            PIC X      VALUE SPACE.
     05  TKG-TIME          PIC 9(6).
     05  FILLER            PIC X      VALUE SPACE.
     05  TKG-OPER1         PIC X(20).
     05  FILLER            PIC X      VALUE SPACE.
     05  TKG-OPER2         PIC X(20).
     05  FILLER            PIC X      VALUE SPACE.
     05  TKG-WIDTH         PIC 9(3).
     05  FILLER            PIC X      VALUE SPACE.
     05  TKG-HEIGHT        PIC 9(3).
     05  FILLER            PIC X      VALUE SPACE.
     05  TKG-MAXLEN        PIC 9(4).
     05  FILLER            PIC X      VALUE SPACE.
     05  TKG-START-LEN     PIC 9(3).
     05  FILLER            PIC X      VALUE SPACE.
     05  TKG-TICK-MS       PIC 9(4).
     05  FILLER            PIC X      VALUE SPACE.
     05  TKG-TWO-FLAG      PIC 9.
     05  TKG-WRAP-FLAG     PIC 9.
     05  TKG-CAMP-FLAG     PIC 9.
     05  TKG-GHOST-FLAG    PIC 9.
     05  FILLER            PIC X      VALUE SPACE.
     *> 1 = the game was resumed from a checkpoint whose earlier play
     *> was not on a recording, so it cannot be replayed from tick one
     05  TKG-RESUMED       PIC 9.
     05  FILLER            PIC X      VALUE SPACE.
     05  TKG-SEED          PIC 9(9).
     05  FILLER            PIC X      VALUE SPACE.
     *> 1 = daily challenge attempt; recordings from before the
     *> challenge read as a space here, which is not 1
     05  TKG-CHALLENGE     PIC X.

 01  TKL-LINE.
     05  TKL-TYPE          PIC X(6)   VALUE "LEVEL".
     05  FILLER            PIC X      VALUE SPACE.
     05  TKL-NUMBER        PIC 9(3).
     05  FILLER            PIC X      VALUE SPACE.
     05  TKL-NAME          PIC X(20).
     05  FILLER            PIC X      VALUE SPACE.
     05  TKL-FOUND         PIC 9.
     05  FILLER            PIC X      VALUE SPACE.
     05  TKL-OBST-COUNT    PIC 9(3).

 01  TKO-LINE.
     05  TKO-TYPE          PIC X(6)   VALUE "OBST".
     05  FILLER            PIC X      VALUE SPACE.
     05  TKO-COUNT         PIC 9(2).
     05  TKO-CELL          OCCURS 14 TIMES.
         10  FILLER        PIC X      VALUE SPACE.
         10  TKO-X         PIC 9(3).
         10  FILLER        PIC X      VALUE ",".
         10  TKO-Y         PIC 9(3).

 01  TKF-LINE.
     05  TKF-TYPE          PIC X(6).
     05  FILLER            PIC X      VALUE SPACE.
     05  TKF-X             PIC 9(3).
     05  FILLER            PIC X      VALUE SPACE.
     05  TKF-Y             PIC 9(3).

 01  TKT-LINE.
     05  TKT-TYPE          PIC X(6)   VALUE "TICKS".
     05  FILLER            PIC X      VALUE SPACE.
     05  TKT-COUNT         PIC 9(3).
     05  FILLER            PIC X      VALUE SPACE.
     05  TKT-CODES         PIC X(100).

 01  TKC-LINE.
     05  TKC-TYPE          PIC X(6)   VALUE "CKPT".
     05  FILLER            PIC X      VALUE SPACE.
     05  TKC-SCORE         PIC 9(9).
     05  FILLER            PIC X      VALUE SPACE.
     05  TKC-SCORE2        PIC 9(9).
     05  FILLER            PIC X      VALUE SPACE.
     05  TKC-DIGEST        PIC 9(9).

 01  TKR-LINE.
     05  TKR-TYPE          PIC X(6)   VALUE "RESUME".
     05  FILLER            PIC X      VALUE SPACE.
     05  TKR-DATE          PIC 9(8).
     05  FILLER            PIC X      VALUE SPACE.
     05  TKR-TIME          PIC 9(6).
     05  FILLER            PIC X      VALUE SPACE.
     05  TKR-WIDTH         PIC 9(3).
     05  FILLER            PIC X      VALUE SPACE.
     05  TKR-HEIGHT        PIC 9(3).
     05  FILLER            PIC X      VALUE SPACE.
     05  TKR-MAXLEN        PIC 9(4).
     05  FILLER            PIC X      VALUE SPACE.
     05  TKR-START-LEN     PIC 9(3).
     05  FILLER            PIC X      VALUE SPACE.
     05  TKR-TWO-FLAG      PIC 9.
     05  TKR-WRAP-FLAG     PIC 9.
     05  FILLER            PIC X      VALUE SPACE.
     05  TKR-SEED          PIC 9(9).
     05  FILLER            PIC X      VALUE SPACE.
     05  TKR-SCORE         PIC 9(9).
     05  FILLER            PIC X      VALUE SPACE.
     05  TKR-SCORE2        PIC 9(9).
     05  FILLER            PIC X      VALUE SPACE.
     05  TKR-DIGEST        PIC 9(9).

 01  TKE-LINE.
     05  TKE-TYPE          PIC X(6)   VALUE "END".
     05  FILLER            PIC X      VALUE SPACE.
     05  TKE-DATE          PIC 9(8).
     05  FILLER            PIC X      VALUE SPACE.
     05  TKE-TIME          PIC 9(6).
     05  FILLER            PIC X      VALUE SPACE.
     05  TKE-CAUSE         PIC X(10).
     05  FILLER            PIC X      VALUE SPACE.
     05  TKE-SCORE1        PIC 9(9).
     05  FILLER            PIC X      VALUE SPACE.
     05  TKE-SCORE2        PIC 9(9).
     05  FILLER            PIC X      VALUE SPACE.
     05  TKE-KEY1          PIC X(16).
     05  FILLER            PIC X      VALUE SPACE.
     05  TKE-KEY2          PIC X(16).
