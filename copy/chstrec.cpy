      *> Shared record layout for the daily challenge standings master
      *> (chlstand.dat), keyed on the operator name the challenge
      *> ledger carries.  Maintained by SNAKECHL, which posts each
      *> finished challenge day once, in date order (and can rebuild
      *> the whole file from challenge.dat).  CST-STREAK is the run of
      *> consecutive challenge days played up to CST-LAST-DAY; it only
      *> counts as live while the operator keeps playing.
 01  CHL-STANDING-RECORD.
     05  CST-OPERATOR          PIC X(20).
     05  CST-POINTS            BINARY-LONG.
     05  CST-DAYS              BINARY-LONG.
     05  CST-ATTEMPTS          BINARY-LONG.
     05  CST-WINS              BINARY-LONG.
     05  CST-STREAK            BINARY-LONG.
     05  CST-BEST-STREAK       BINARY-LONG.
     05  CST-BEST-SCORE        BINARY-LONG.
     05  CST-BEST-DATE         PIC 9(8).
     05  CST-LAST-DAY          PIC 9(8).
