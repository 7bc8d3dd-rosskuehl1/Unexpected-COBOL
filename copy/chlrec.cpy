      *> Shared layout of one line of the daily challenge ledger
      *> (challenge.dat), kept apart from scores.dat.  COPYed into
      *> SNAKE (writer) and SNAKECHL (the daily results).  Every
      *> attempt writes two lines: START the moment the game begins --
      *> so walking away from a bad start still uses the attempt up --
      *> and END with the score when it finishes.  A START with no END
      *> is an attempt abandoned (terminal killed) and counts as a
      *> score of nothing.  CHL-L-DATE is always the challenge day the
      *> attempt started on, even when it ends after midnight.  Built
      *> in working storage so the separator VALUE clauses actually
      *> apply, same as arcline.cpy.
 01  CHL-LINE.
     05  CHL-L-DATE        PIC 9(8).
     05  FILLER            PIC X      VALUE SPACE.
     05  CHL-L-TIME        PIC 9(6).
     05  FILLER            PIC X      VALUE SPACE.
     05  CHL-L-OPERATOR    PIC X(20).
     05  FILLER            PIC X      VALUE SPACE.
     05  CHL-L-ATTEMPT     PIC 9(2).
     05  FILLER            PIC X      VALUE SPACE.
     05  CHL-L-EVENT       PIC X(5).
     05  FILLER            PIC X      VALUE SPACE.
     05  CHL-L-SCORE       PIC 9(9).
     05  FILLER            PIC X      VALUE SPACE.
     05  CHL-L-CAUSE       PIC X(10).
     05  FILLER            PIC X      VALUE SPACE.
     05  CHL-L-LEVEL       PIC X(20).
     05  FILLER            PIC X      VALUE SPACE.
     05  CHL-L-SEED        PIC 9(9).
