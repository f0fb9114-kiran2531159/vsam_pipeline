      *================================================================*
      * POSTING CUTOFF TABLE RECORD - LINE SEQUENTIAL FILE
      * One record per source channel (TR-CHANNEL) that has a daily
      * posting cutoff.  TXNPOST loads the table at initialization:
      * a request stamped as received (TR-RECEIVED-DATE /
      * TR-RECEIVED-TIME) after its channel's CO-CUTOFF-TIME on the
      * business date, or on a later calendar date, is warehoused on
      * WHSENEW for the next business day instead of posting
      * tonight.  A channel with no record has no cutoff.
      * CO-CUTOFF-TIME is HHMMSS, local time.
      *================================================================*
       01  CUTOFF-RECORD.
           05  CO-CHANNEL                 PIC X(03).
           05  CO-CUTOFF-TIME             PIC 9(06).
           05  CO-DESC                    PIC X(30).
           05  FILLER                     PIC X(01).
