      *================================================================*
      * LEGAL ORDER RECORD - VSAM KSDS FILE
      * Key: LO-KEY (customer + the bank's legal order number)
      * One record per levy or garnishment served on the bank
      * against a customer's deposit accounts.  LGLMAINT keys the
      * order as served (LO-AGENCY-REF is the agency's own levy or
      * case number); LGLPROC reviews it the night after - it
      * protects the federal benefits deposited in the two-month
      * lookback, holds the remainder on DEPHOLD (hold type 'L'),
      * charges the FEESCHED legal-processing fee, and writes the
      * customer notice and the answer to the agency - then remits
      * the held funds on LO-REMIT-DATE.
      * LO-ORDER-TYPE values: 'I' = IRS levy
      *                       'S' = state tax levy
      *                       'G' = creditor garnishment
      * LO-STATUS values:     'N' = new, not yet reviewed
      *                       'H' = funds held, awaiting remittance
      *                       'R' = held funds remitted
      *                       'C' = closed at review - nothing
      *                             beyond the protected amount to
      *                             hold
      *                       'X' = released by the agency
      * LO-HOLD-ENTRY holds the account and amount of each 'L' hold
      * the review placed (LO-HOLD-CNT of them) - the remittance and
      * the release work from these, not from a scan of DEPHOLD.
      * Foreign Keys: LO-CUST-ID    -> CUSTOMER.CUST-ID
      *               LO-HA-ACCT-NO -> ACCOUNT.ACCT-NUMBER
      *================================================================*
       01  LEGAL-ORDER-RECORD.
           05  LO-KEY.
               10  LO-CUST-ID             PIC 9(10).
               10  LO-ORDER-NO            PIC 9(09).
           05  LO-ORDER-TYPE              PIC X(01).
           05  LO-AGENCY-REF              PIC X(20).
           05  LO-AGENCY-NAME             PIC X(30).
           05  LO-AGENCY-ADDR             PIC X(35).
           05  LO-AGENCY-CITY             PIC X(25).
           05  LO-AGENCY-STATE            PIC X(02).
           05  LO-AGENCY-ZIP              PIC 9(05).
           05  LO-AMOUNT-DEMANDED         PIC S9(09)V99.
           05  LO-SERVED-DATE             PIC 9(08).
           05  LO-ANSWER-DEADLINE         PIC 9(08).
           05  LO-HOLD-DAYS               PIC 9(03).
           05  LO-STATUS                  PIC X(01).
           05  LO-REVIEW-DATE             PIC 9(08).
           05  LO-REMIT-DATE              PIC 9(08).
           05  LO-PROTECTED-AMT           PIC S9(09)V99.
           05  LO-HELD-AMT                PIC S9(09)V99.
           05  LO-FEE-AMT                 PIC S9(05)V99.
           05  LO-REMITTED-AMT            PIC S9(09)V99.
           05  LO-HOLD-CNT                PIC 9(01).
           05  LO-HOLD-ENTRY OCCURS 5 TIMES.
               10  LO-HA-ACCT-NO          PIC 9(12).
               10  LO-HA-AMOUNT           PIC S9(09)V99.
           05  FILLER                     PIC X(20).
