      *================================================================*
      * INVESTMENT SWEEP AGREEMENT RECORD - VSAM KSDS FILE
      * Key: SW-OPER-ACCT-NO (the business operating account)
      * Pairs a business operating account with the money market
      * investment account its excess balance sweeps into overnight.
      * Maintained only through SWPMAINT.
      * Each night after TXNPOST, SWEEPINV moves the operating
      * balance above SW-TARGET-BALANCE to the investment account in
      * whole multiples of SW-MIN-INCREMENT (an excess smaller than
      * one increment stays put), as a paired 'XF' transfer.  The
      * amount out is carried in SW-SWEPT-AMOUNT until the next-
      * morning return sweep brings it back.  TXNPOST also pulls
      * from the investment account when a debit would otherwise
      * take the operating account past its limit.
      * The SW-MTD- counters hold the activity of the month named in
      * SW-MTD-YYYYMM for SWEEPRPT's month-end customer report - the
      * first sweep of a new month starts them again from zero.
      * SW-STATUS values: 'A' = active, 'X' = cancelled
      * Foreign Keys: SW-OPER-ACCT-NO   -> ACCOUNT.ACCT-NUMBER
      *               SW-INVEST-ACCT-NO -> ACCOUNT.ACCT-NUMBER
      *================================================================*
       01  SWEEP-AGREEMENT-RECORD.
           05  SW-OPER-ACCT-NO            PIC 9(12).
           05  SW-INVEST-ACCT-NO          PIC 9(12).
           05  SW-TARGET-BALANCE          PIC S9(11)V99.
           05  SW-MIN-INCREMENT           PIC 9(09)V99.
           05  SW-STATUS                  PIC X(01).
           05  SW-ADD-DATE                PIC 9(08).
           05  SW-STATUS-DATE             PIC 9(08).
           05  SW-SWEPT-AMOUNT            PIC S9(11)V99.
           05  SW-LAST-SWEEP-DATE         PIC 9(08).
           05  SW-LAST-RETURN-DATE        PIC 9(08).
           05  SW-MTD-YYYYMM              PIC 9(06).
           05  SW-MTD-OUT-CNT             PIC 9(05).
           05  SW-MTD-OUT-AMT             PIC S9(13)V99.
           05  SW-MTD-RTN-CNT             PIC 9(05).
           05  SW-MTD-RTN-AMT             PIC S9(13)V99.
           05  SW-MTD-COVER-CNT           PIC 9(05).
           05  SW-MTD-COVER-AMT           PIC S9(13)V99.
           05  SW-MTD-HIGH-AMT            PIC S9(11)V99.
           05  FILLER                     PIC X(20).
