      *> Shared layout of one line of the achievement rules
      *> (achieve.def), kept by hand with any editor.  One line per
      *> achievement: its code (the key it is filed under on the
      *> achievements master, see achrec.cpy), the rule that earns it,
      *> the figure the rule needs and the title shown on the console
      *> and the operator card.  The rules:
      *>   SCORE     one recorded game scoring at least the threshold
      *>   FOODS     at least the threshold of foods eaten in one run
      *>   POWERUPS  at least the threshold of power-ups in one run
      *>   CAMPAIGN  a campaign game that cleared every layout
      *>   GHOST     a game that beat the champion's ghost
      *>   STREAK    the threshold of head-to-head wins in a row
      *> CAMPAIGN and GHOST take no figure -- write zeros.  Lines
      *> starting with * and blank lines are comments.  COPYed into
      *> SNAKE (checks the rules at game end) and SNAKEACH (catch-up
      *> awards and the holders report).  An achievement is earned
      *> once; raising a threshold later does not take it back.
 01  ACD-LINE.
     05  ACD-CODE          PIC X(8).
     05  FILLER            PIC X.
     05  ACD-RULE          PIC X(8).
         88  ACD-RULE-SCORE    VALUE "SCORE".
         88  ACD-RULE-FOODS    VALUE "FOODS".
         88  ACD-RULE-POWERUPS VALUE "POWERUPS".
         88  ACD-RULE-CAMPAIGN VALUE "CAMPAIGN".
         88  ACD-RULE-GHOST    VALUE "GHOST".
         88  ACD-RULE-STREAK   VALUE "STREAK".
         88  ACD-RULE-KNOWN    VALUE "SCORE" "FOODS" "POWERUPS"
                                     "CAMPAIGN" "GHOST" "STREAK".
     05  FILLER            PIC X.
     05  ACD-THRESHOLD     PIC 9(9).
     05  FILLER            PIC X.
     05  ACD-TITLE         PIC X(40).
