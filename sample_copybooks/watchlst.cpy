      * against; WL-LAST-NAME is the normalized surname alone, used
      * for the near-match test that routes to analyst review
      * instead of a hard reject.
      * WL-ENTRY-TYPE (carved from the trailing filler) is the
      * list's own party type - 'I' individual, 'E' entity
      * (company, vessel, organization), space when the
      * transmission did not say.  A typed entry only near-matches
      * customers of the same type; exact matches ignore it.
      *================================================================*
       01  WATCH-LIST-RECORD.
           05  WL-ENTRY-ID                PIC 9(08).
           05  WL-FULL-NAME               PIC X(55).
           05  WL-MATCH-NAME              PIC X(40).
           05  WL-LAST-NAME               PIC X(25).
           05  WL-ENTRY-TYPE              PIC X(01).
           05  FILLER                     PIC X(09).
