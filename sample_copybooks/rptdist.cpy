      *================================================================*
      * REPORT DISTRIBUTION TABLE RECORD - LINE SEQUENTIAL FILE
      * Read whole by RPTDIST at initialization.  Two record types:
      *   'R' report definition - one per archived report ID (the
      *       RPTLOAD RPTPARM ID) that is distributed: where the burst
      *       key sits on a detail line, and whether the report is
      *       confidential.
      *   'D' distribution entry - one per recipient per report per
      *       branch the recipient is to see.  A region recipient
      *       carries one entry per member branch; an entry with a
      *       blank DX-BRANCH-ID sends the recipient the whole,
      *       unsplit report.
      * DX-KEY-TYPE values: 'A' = account number on the line, routed
      *                           by its ACCT-BRANCH-CODE
      *                     'B' = branch ID on the line (BRANCH-ID)
      *                     'N' = no key - cannot be split, goes only
      *                           whole
      * DX-KEY-COL / DX-KEY-LEN give the key's column (1-132) and
      * length on the report line.
      * DX-CONFIDENTIAL 'Y' withholds the report from branch and
      * region recipients - only department recipients receive it.
      * DX-RECIP-TYPE values: 'B' = branch   'R' = region
      *                       'D' = department
      *================================================================*
       01  DIST-TABLE-RECORD.
           05  DX-REC-TYPE                PIC X(01).
               88  DX-REPORT-DEF           VALUE 'R'.
               88  DX-DIST-ENTRY           VALUE 'D'.
           05  DX-REPORT-ID               PIC X(08).
           05  FILLER                     PIC X(71).
       01  DIST-REPORT-DEF REDEFINES DIST-TABLE-RECORD.
           05  FILLER                     PIC X(09).
           05  DX-KEY-TYPE                PIC X(01).
           05  DX-KEY-COL                 PIC 9(03).
           05  DX-KEY-LEN                 PIC 9(02).
           05  DX-CONFIDENTIAL            PIC X(01).
           05  DX-REPORT-DESC             PIC X(30).
           05  FILLER                     PIC X(34).
       01  DIST-ENTRY REDEFINES DIST-TABLE-RECORD.
           05  FILLER                     PIC X(09).
           05  DX-RECIP-TYPE              PIC X(01).
           05  DX-RECIP-ID                PIC X(08).
           05  DX-BRANCH-ID               PIC X(05).
           05  DX-RECIP-NAME              PIC X(30).
           05  FILLER                     PIC X(27).
