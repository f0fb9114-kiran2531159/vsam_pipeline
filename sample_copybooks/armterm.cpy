      *================================================================*
      * ADJUSTABLE-RATE LOAN TERMS RECORD - VSAM KSDS FILE
      * Key: AR-ACCT-NO
      * One record per adjustable-rate term loan, written by LOANORIG
      * when the origination names an index.  A loan with no record
      * here is fixed-rate, exactly as before.  LOANARM reprices the
      * loan on AR-NEXT-REPRICE-DATE: the latest IDXRATE value for
      * AR-INDEX-CODE plus AR-MARGIN, rounded to the nearest eighth
      * of a point, held within AR-ADJUST-CAP of the prior contract
      * rate (zero = no per-adjustment cap) and then within the
      * lifetime AR-FLOOR-RATE / AR-CEILING-RATE.
      * AR-CONTRACT-RATE is the rate the note calls for after the
      * last repricing - the base the next adjustment cap measures
      * from, even while an SCRA cap holds ACCT-INTEREST-RATE lower.
      * AR-STATUS values: 'A' = repricing, 'C' = loan closed
      * Foreign Keys: AR-ACCT-NO    -> ACCOUNT.ACCT-NUMBER
      *               AR-INDEX-CODE -> IDXRATE.IX-INDEX-CODE
      *================================================================*
       01  ARM-TERMS-RECORD.
           05  AR-ACCT-NO                 PIC 9(12).
           05  AR-INDEX-CODE              PIC X(04).
           05  AR-MARGIN                  PIC 9(03)V9(04).
           05  AR-FLOOR-RATE              PIC 9(03)V9(04).
           05  AR-CEILING-RATE            PIC 9(03)V9(04).
           05  AR-ADJUST-CAP              PIC 9(03)V9(04).
           05  AR-REPRICE-MONTHS          PIC 9(03).
           05  AR-NEXT-REPRICE-DATE       PIC 9(08).
           05  AR-LAST-REPRICE-DATE       PIC 9(08).
           05  AR-CONTRACT-RATE           PIC 9(03)V9(04).
           05  AR-LAST-INDEX-RATE         PIC 9(03)V9(04).
           05  AR-STATUS                  PIC X(01).
           05  FILLER                     PIC X(20).
