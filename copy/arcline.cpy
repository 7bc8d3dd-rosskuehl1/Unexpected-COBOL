      *> the audit trail, which keeps every session forever (AUD-TIME
      *> is seconds-of-day only, so the audit side cannot be
      *> date-windowed).  Built in working storage so the separator
      *> VALUE clauses actually apply.  The rule set follows the score
      *> (class C, then the fields of scorerec.cpy's SCORE-RULES); an
      *> unclassified row carries class U, and a line archived before
      *> the ledger kept a rule set has nothing there at all -- readers
      *> treat anything but C as unclassified.
 01  ARC-LINE.
     05  ARC-L-YYYY        PIC 9(4).
     05  FILLER            PIC X      VALUE "-".
     05  ARC-L-OPERATOR    PIC X(20).
     05  FILLER            PIC X      VALUE SPACE.
     05  ARC-L-SCORE       PIC 9(9).
     05  FILLER            PIC X      VALUE SPACE.
     05  ARC-L-RS-CLASS    PIC X.
         88  ARC-L-RS-CLASSIFIED VALUE "C".
     05  FILLER            PIC X      VALUE SPACE.
     05  ARC-L-RS-WIDTH    PIC 9(3).
     05  FILLER            PIC X      VALUE "x".
     05  ARC-L-RS-HEIGHT   PIC 9(3).
     05  FILLER            PIC X      VALUE SPACE.
     05  ARC-L-RS-TICK-MS  PIC 9(4).
     05  FILLER            PIC X      VALUE SPACE.
     05  ARC-L-RS-START-LEN PIC 9(3).
     05  FILLER            PIC X      VALUE SPACE.
     05  ARC-L-RS-WRAP     PIC 9.
     05  ARC-L-RS-TWO      PIC 9.
     05  ARC-L-RS-CAMP     PIC 9.
     05  ARC-L-RS-GHOST    PIC 9.
     05  FILLER            PIC X      VALUE SPACE.
     05  ARC-L-RS-LEVEL    PIC X(20).
