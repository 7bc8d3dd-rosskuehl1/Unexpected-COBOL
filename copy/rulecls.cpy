      *> Shared rule-set class: the conditions a ledger row's game was
      *> played under, and the printable class code every report and
      *> the extract group rows by.  RULE-SET has exactly the layout of
      *> SCORE-RULES in scorerec.cpy, so a ledger row's rules MOVE
      *> straight across; archive lines (arcline.cpy) are moved field
      *> by field.  The class code reads
      *>   WWWxHHH/TICK/LEN/FLAGS/LEVEL FILE
      *> board width x height, starting tick in ms, starting length,
      *> then W wraparound, 2 two-player, C campaign, G ghost ("-"
      *> where off) and the layout file the game started on.  Rows
      *> written before the ledger carried a rule set have no class
      *> and read as UNCLASSIFIED.  COPYed into SNAKERPT, SNAKEMON and
      *> SNAKEXTR.
 01  RULE-SET.
     05  RS-CLASS          PIC X.
         88  RS-CLASSIFIED VALUE "C".
     05  RS-WIDTH          PIC 9(3).
     05  RS-HEIGHT         PIC 9(3).
     05  RS-TICK-MS        PIC 9(4).
     05  RS-START-LEN      PIC 9(3).
     05  RS-WRAP-FLAG      PIC 9.
     05  RS-TWO-FLAG       PIC 9.
     05  RS-CAMP-FLAG      PIC 9.
     05  RS-GHOST-FLAG     PIC 9.
     05  RS-LEVEL          PIC X(20).

 01  RULE-CLASS-LINE.
     05  RCL-WIDTH         PIC 9(3).
     05  FILLER            PIC X      VALUE "x".
     05  RCL-HEIGHT        PIC 9(3).
     05  FILLER            PIC X      VALUE "/".
     05  RCL-TICK-MS       PIC 9(4).
     05  FILLER            PIC X      VALUE "/".
     05  RCL-START-LEN     PIC 9(3).
     05  FILLER            PIC X      VALUE "/".
     05  RCL-WRAP          PIC X.
     05  RCL-TWO           PIC X.
     05  RCL-CAMP          PIC X.
     05  RCL-GHOST         PIC X.
     05  FILLER            PIC X      VALUE "/".
     05  RCL-LEVEL         PIC X(20).

 01  RULE-CLASS            PIC X(42).
