      * split.  TXNPOST's 'LP' loan-payment path applies a payment
      * against the first unpaid row; LOANDELQ flags accounts whose
      * unpaid rows are past due; LOANQUOT reads the rows for payoff
      * quotes; TAX1098 totals the paid rows' LS-INTEREST by
      * LS-PAID-DATE year for the year-end Form 1098.
      * LS-PAID-FLAG values: 'N' = unpaid, 'Y' = paid
      * LS-LATE-FEE-FLAG - 'Y' once LOANLATE has assessed the late
      * fee for this row (carved from the trailing filler - any
      * other value means not yet charged, so rows written before
      * the field existed charge normally, once)
      * LS-ESCROW-AMT - the monthly escrow deposit for a loan with
      * an ESCROW account, already included in LS-PAYMENT-AMT
      * (carved from the trailing filler - a non-numeric value, on
      * rows written before the field existed, means no escrow).
      * ESCMAINT sets it when the escrow opens and ESCANLZ resets
      * it on every unpaid row after the annual analysis; TXNPOST
      * splits it off the payment to the escrow account.
      * Foreign Key: LS-ACCT-NO -> ACCOUNT.ACCT-NUMBER (ACCT-TYPE
      * 'LN' loan accounts carry their principal as a negative
      * ACCT-BALANCE)
           05  LS-PAID-FLAG               PIC X(01).
           05  LS-PAID-DATE               PIC 9(08).
           05  LS-LATE-FEE-FLAG           PIC X(01).
           05  LS-ESCROW-AMT              PIC 9(05)V99.
           05  FILLER                     PIC X(02).
