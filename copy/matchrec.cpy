      *> the game ended (BOTH-DEAD / P1-DEAD / P2-DEAD / QUIT); the
      *> winner is the higher score, a tie is a draw -- the record
      *> carries both scores so the standings are provable either way.
      *> A bracket game also names the tournament and the match of
      *> the draw it settled (see trnrec.cpy); any other game leaves
      *> MAT-L-BRACKET blank, as do lines written before it was kept
      *> -- test MAT-L-TRN-ID before trusting the match number.
      *> Built in working storage so the separator VALUE clauses
      *> actually apply, same as arcline.cpy.
 01  MATCH-LINE.
     05  MAT-L-SCORE2      PIC 9(9).
     05  FILLER            PIC X      VALUE SPACE.
     05  MAT-L-CAUSE       PIC X(10).
     05  FILLER            PIC X      VALUE SPACE.
     05  MAT-L-BRACKET.
         10  MAT-L-TRN-ID      PIC X(8).
         10  MAT-L-TRN-MATCH   PIC 9(3).
