      *> both programs agree on the layout without duplicating it.
      *> The average score is derived (total / games) at display time
      *> rather than stored, so it can never drift out of step.
      *> Beside the lifetime figures sits this calendar year's play
      *> (PROF-YTD), for the annual awards.  PROF-YTD-YEAR says which
      *> year the bucket holds, zero once the year-end close (SNAKEYEC)
      *> has taken it.  The first game of a new year finds last year
      *> still in the bucket when the close has not run yet, so it
      *> moves that year to PROF-PRIOR for the close to find and
      *> starts the new year afresh.  Grow this record only with
      *> SNAKEFIX's backup image (PBAK-RECORD) sized to match.
 01  PROFILE-RECORD.
     05  PROF-OPERATOR         PIC X(20).
     05  PROF-GAMES-PLAYED     BINARY-LONG.
         10  PROF-LAST-YYYY    PIC 9(4).
         10  PROF-LAST-MM      PIC 9(2).
         10  PROF-LAST-DD      PIC 9(2).
     05  PROF-YTD.
         10  PROF-YTD-YEAR         PIC 9(4).
         10  PROF-YTD-GAMES        BINARY-LONG.
         10  PROF-YTD-TOTAL        BINARY-DOUBLE.
         10  PROF-YTD-BEST         BINARY-LONG.
         10  PROF-YTD-BEST-DATE    PIC 9(8).
         10  PROF-YTD-FOODS        BINARY-DOUBLE.
         10  PROF-YTD-POWERUPS     BINARY-DOUBLE.
     05  PROF-PRIOR.
         10  PROF-PRIOR-YEAR       PIC 9(4).
         10  PROF-PRIOR-GAMES      BINARY-LONG.
         10  PROF-PRIOR-TOTAL      BINARY-DOUBLE.
         10  PROF-PRIOR-BEST       BINARY-LONG.
         10  PROF-PRIOR-BEST-DATE  PIC 9(8).
         10  PROF-PRIOR-FOODS      BINARY-DOUBLE.
         10  PROF-PRIOR-POWERUPS   BINARY-DOUBLE.
