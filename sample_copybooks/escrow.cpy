      *================================================================*
      * ESCROW ACCOUNT RECORD - VSAM KSDS FILE
      * Key: EW-LOAN-ACCT-NO (the escrowed term loan)
      * One record per term loan whose property taxes and insurance
      * we pay out of escrow.  The monthly escrow deposit rides on
      * top of principal and interest in every unpaid LOANSCHD row
      * (LS-ESCROW-AMT); TXNPOST posts it off the payment as an 'EP'
      * debit and ESCDISB credits it here, then pays the ESCDISB
      * tax and insurance bills out of EW-BALANCE as they come due.
      * A bill paid while the balance is short is advanced - the
      * balance goes negative and the next analysis recovers it.
      * ESCANLZ analyzes the account once a year on
      * EW-NEXT-ANALYSIS-DATE: new EW-MONTHLY-AMT, shortage spread or
      * surplus refund to EW-REFUND-ACCT-NO, customer statement.
      * EW-CYCLE-DEPOSITS / EW-CYCLE-DISBURSED are the activity
      * since the last analysis (reset by it).
      * EW-LAST-DEPOSIT-TXN-ID is the highest 'EP' TXN-ID credited,
      * so a rerun of ESCDISB never credits a deposit twice.
      * EW-STATUS values: 'A' = active, 'C' = closed
      * Foreign Keys: EW-LOAN-ACCT-NO   -> ACCOUNT.ACCT-NUMBER ('LN')
      *               EW-REFUND-ACCT-NO -> ACCOUNT.ACCT-NUMBER
      *               EW-CUST-ID        -> CUSTOMER.CUST-ID
      *================================================================*
       01  ESCROW-ACCOUNT-RECORD.
           05  EW-LOAN-ACCT-NO            PIC 9(12).
           05  EW-CUST-ID                 PIC 9(10).
           05  EW-BALANCE                 PIC S9(09)V99.
           05  EW-MONTHLY-AMT             PIC 9(05)V99.
           05  EW-REFUND-ACCT-NO          PIC 9(12).
           05  EW-OPEN-DATE               PIC 9(08).
           05  EW-NEXT-ANALYSIS-DATE      PIC 9(08).
           05  EW-LAST-ANALYSIS-DATE      PIC 9(08).
           05  EW-LAST-DEPOSIT-TXN-ID     PIC 9(15).
           05  EW-CYCLE-DEPOSITS          PIC S9(09)V99.
           05  EW-CYCLE-DISBURSED         PIC S9(09)V99.
           05  EW-STATUS                  PIC X(01).
           05  EW-LAST-MAINT-DATE         PIC 9(08).
           05  FILLER                     PIC X(20).
