      *================================================================*
      * PUBLISHED INDEX RATE RECORD - VSAM KSDS FILE
      * Key: IX-KEY (index code + effective date)
      * One record per published value of a rate index (prime,
      * treasury, SOFR and the like), kept from the date the value
      * took effect so the history stays on file.  IDXMNT maintains
      * it the way RATEMNT maintains RATETBL.  LOANARM reprices an
      * adjustable-rate loan off the latest value effective on or
      * before the repricing date; LOANORIG refuses an adjustable
      * loan whose index has no value on file.
      *================================================================*
       01  INDEX-RATE-RECORD.
           05  IX-KEY.
               10  IX-INDEX-CODE          PIC X(04).
               10  IX-EFFECTIVE-DATE      PIC 9(08).
           05  IX-INDEX-RATE              PIC 9(03)V9(04).
           05  IX-INDEX-NAME              PIC X(20).
           05  FILLER                     PIC X(10).
