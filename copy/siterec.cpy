      *> Shared record layout for the consolidated multi-site ledger
      *> (sites.dat), loaded by SNAKESIT from each site's score
      *> extract (the scores.ext interface file SNAKEXTR writes).  Keyed
      *> on the site code plus the row's original ledger key at that
      *> site.  The extract carries the key to the second, not the
      *> hundredths SK-MS held, so the last two places of the key are
      *> a tie-break instead: 00 for the first row a site sent for that
      *> second, 01 for a second row with the same stamp, and so on.
      *> SITE-CLASS is the rule-set class code exactly as the extract
      *> gave it (see rulecls.cpy) -- UNCLASSIFIED for rows from before
      *> the sending site kept a rule set, or from a site whose extract
      *> has no class column yet.  SITE-RUN-SEQ is the DELTA run the
      *> row arrived in (zero from a full or one-day extract) and the
      *> load date and time say which load wrote it.
 01  SITE-RECORD.
     05  SITE-KEY.
         10  SITE-CODE         PIC X(4).
         10  SITE-SK.
             15  SITE-SK-YYYY  PIC 9(4).
             15  SITE-SK-MM    PIC 9(2).
             15  SITE-SK-DD    PIC 9(2).
             15  SITE-SK-HH    PIC 9(2).
             15  SITE-SK-MIN   PIC 9(2).
             15  SITE-SK-SS    PIC 9(2).
             15  SITE-SK-SEQ   PIC 9(2).
     05  SITE-OPERATOR         PIC X(20).
     05  SITE-SCORE            BINARY-LONG.
     05  SITE-CLASS            PIC X(42).
     05  SITE-RUN-SEQ          PIC 9(6).
     05  SITE-LOAD-DATE        PIC 9(8).
     05  SITE-LOAD-TIME        PIC 9(8).
