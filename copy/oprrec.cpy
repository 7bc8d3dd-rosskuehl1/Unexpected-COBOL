      *> Shared record layout for the operator enrollment register
      *> (operators.dat), keyed on the operator name exactly as it
      *> goes on the ledger.  Maintained by SNAKEOPR; SNAKE only reads
      *> it, at the startup menu, to decide whether a game may reach
      *> the ledger.  The PIN is a four-digit break-room PIN -- it
      *> stops one player filing games under another's name, it is
      *> not a password.  A suspended operator keeps the card and the
      *> PIN, so a reinstatement puts things back as they were.
 01  OPERATOR-RECORD.
     05  OPR-OPERATOR          PIC X(20).
     05  OPR-PIN               PIC 9(4).
     05  OPR-STATUS            PIC X.
         88  OPR-ENROLLED      VALUE "E".
         88  OPR-SUSPENDED     VALUE "S".
     05  OPR-ENROLL-DATE       PIC 9(8).
     *> the day of the last suspension or reinstatement (the enroll
     *> date until there has been one)
     05  OPR-STATUS-DATE       PIC 9(8).
     05  OPR-PIN-DATE          PIC 9(8).
