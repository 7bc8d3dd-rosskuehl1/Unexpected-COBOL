      *> Shared layout of one failed PIN attempt (pinfail.log).
      *> COPYed into SNAKE (writer -- the startup menu logs every PIN
      *> it refuses) and SNAKEOPR (the failed-attempt report).  The
      *> operator is the name the PIN was offered for, the login is
      *> the shared terminal's USER variable, so a run of failures
      *> against one name can be told from one player's fat fingers.
      *> Built in working storage so the separator VALUE clauses
      *> actually apply, same as arcline.cpy.
 01  PFL-LINE.
     05  PFL-DATE          PIC 9(8).
     05  FILLER            PIC X      VALUE SPACE.
     05  PFL-TIME          PIC 9(6).
     05  FILLER            PIC X      VALUE SPACE.
     05  PFL-OPERATOR      PIC X(20).
     05  FILLER            PIC X      VALUE SPACE.
     05  PFL-PLAYER        PIC 9.
     05  FILLER            PIC X      VALUE SPACE.
     05  PFL-LOGIN         PIC X(20).
     05  FILLER            PIC X      VALUE SPACE.
     05  PFL-REASON        PIC X(10).
