      *================================================================*
      * SCRA RATE CAP RECORD - VSAM KSDS FILE
      * Key: SC-ACCT-NO
      * One record per account SCRACAP has put under the SCRA rate
      * cap - written when the cap is applied and kept after the
      * restore as the history of what the rate was and when it
      * went back.  The original rate lives here and nowhere else,
      * so the record must never be deleted while SC-STATUS is 'A'.
      * SC-CAP-KIND values:
      *   'L' = term loan - ACCT-INTEREST-RATE lowered and the
      *         unpaid LOANSCHD rows re-amortized at the cap
      *   'C' = credit-limit account - ACCT-INTEREST-RATE lowered
      *         and INTACCR holds its resolved rate at SC-CAP-RATE
      * SC-STATUS values:
      *   'A' = cap in force
      *   'R' = original rate restored on SC-RESTORE-DATE
      * SC-PROTECT-END-DATE is the last day of protection (service
      * end plus the post-service period) - zero while the
      * customer is still serving.
      * Foreign Keys: SC-ACCT-NO -> ACCOUNT.ACCT-NUMBER
      *               SC-CUST-ID -> SCRAMIL.SM-CUST-ID
      *================================================================*
       01  SCRA-CAP-RECORD.
           05  SC-ACCT-NO                 PIC 9(12).
           05  SC-CUST-ID                 PIC 9(10).
           05  SC-CAP-KIND                PIC X(01).
           05  SC-ORIG-RATE               PIC 9(03)V9(04).
           05  SC-CAP-RATE                PIC 9(03)V9(04).
           05  SC-CAP-DATE                PIC 9(08).
           05  SC-PROTECT-END-DATE        PIC 9(08).
           05  SC-STATUS                  PIC X(01).
           05  SC-RESTORE-DATE            PIC 9(08).
           05  FILLER                     PIC X(20).
