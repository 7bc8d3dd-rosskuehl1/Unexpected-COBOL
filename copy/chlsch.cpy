      *> Shared layout of one line of the daily challenge schedule
      *> (challenge.sch), kept by hand with any editor.  One line per
      *> challenge day: the layout file everyone plays that day, the
      *> wall setting, how many attempts each operator gets and a
      *> title for the menu and the results.  A line dated 00000000 is
      *> the standing challenge for any day without a line of its own;
      *> lines whose date is not numeric are comments.  COPYed into
      *> SNAKE (the menu reads the day's line) and SNAKECHL (the
      *> results).  The day's srand seed is the date itself, so the
      *> schedule never has to carry one.
 01  CHS-LINE.
     05  CHS-DATE          PIC 9(8).
     05  FILLER            PIC X.
     05  CHS-LEVEL         PIC X(20).
     05  FILLER            PIC X.
     05  CHS-WRAP          PIC 9.
     05  FILLER            PIC X.
     05  CHS-ATTEMPTS      PIC 9(2).
     05  FILLER            PIC X.
     05  CHS-TITLE         PIC X(30).
