      *> Shared record layout for the head-to-head rating master
      *> (ratings.dat), keyed on the operator name matches.dat
      *> carries.  Maintained by SNAKERAT, which rates every match in
      *> date order (and can rebuild the whole file from matches.dat).
      *> Ratings are held to two decimals so the small moves of an
      *> even match are not rounded away game after game; the ladder
      *> shows them whole.  RAT-RECENT keeps the rating each of the
      *> last five rated games started from, newest first -- the trend
      *> is the current rating less the oldest of them.
 01  RATING-RECORD.
     05  RAT-OPERATOR          PIC X(20).
     05  RAT-RATING            PIC S9(5)V99.
     05  RAT-PEAK              PIC S9(5)V99.
     05  RAT-PEAK-DATE         PIC 9(8).
     05  RAT-GAMES             BINARY-LONG.
     05  RAT-WINS              BINARY-LONG.
     05  RAT-LOSSES            BINARY-LONG.
     05  RAT-DRAWS             BINARY-LONG.
     05  RAT-FORFEITS          BINARY-LONG.
     05  RAT-RECENT            PIC S9(5)V99 OCCURS 5 TIMES.
     05  RAT-LAST-DATE         PIC 9(8).
