      *================================================================*
      * REPORT DISTRIBUTION LOG RECORD - LINE SEQUENTIAL FILE
      * (DISP=MOD).  One record per recipient per report RPTDIST
      * considered on a run - who received what, for which run date,
      * and why anything routed to them was not sent.  Never purged
      * by the cycle; a rerun of the same date appends a second set.
      * DG-STATUS values: 'S' = sent
      *                   'E' = sent, no lines for their branches
      *                   'W' = withheld - confidential report
      *                   'N' = not archived for the run date
      *                   'X' = not sent - report cannot be split by
      *                         branch
      * DG-SCOPE values:  'W' = whole report   'P' = branch packet
      *================================================================*
       01  DIST-LOG-RECORD.
           05  DG-RUN-DATE                PIC 9(08).
           05  DG-RECIP-ID                PIC X(08).
           05  DG-RECIP-TYPE              PIC X(01).
           05  DG-REPORT-ID               PIC X(08).
           05  DG-STATUS                  PIC X(01).
           05  DG-SCOPE                   PIC X(01).
           05  DG-BRANCH-CNT              PIC 9(03).
           05  DG-LINE-CNT                PIC 9(07).
           05  DG-LOG-DATE                PIC 9(08).
           05  DG-LOG-TIME                PIC 9(08).
           05  FILLER                     PIC X(07).
