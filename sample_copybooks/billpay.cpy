      *================================================================*
      * BILL-PAY PAYMENT INSTRUCTION - VSAM KSDS FILE
      * Key: BP-ID
      * A one-time or recurring payment from one of the customer's
      * accounts to one of the customer's BILLPYE payees.  BPGEN
      * emits a 'BP' debit request per instruction due on or before
      * the business date; BPORIG originates the outbound ACH credit
      * and advances (or, for a one-time payment, completes) the
      * instruction only after the posting run accepts the debit.
      * BP-FREQUENCY values: 'O' = one-time, 'W' = weekly,
      *                      'M' = monthly, 'Q' = quarterly
      * BP-STATUS values:    'A' = active, 'C' = cancelled,
      *                      'P' = paid (one-time payment sent)
      * Foreign Keys: BP-ACCT-NO              -> ACCOUNT.ACCT-NUMBER
      *               BP-CUST-ID + BP-PAYEE-NO -> BILLPYE.BE-KEY
      *================================================================*
       01  BILL-PAY-RECORD.
           05  BP-ID                      PIC 9(08).
           05  BP-CUST-ID                 PIC 9(10).
           05  BP-PAYEE-NO                PIC 9(04).
           05  BP-ACCT-NO                 PIC 9(12).
           05  BP-AMOUNT                  PIC S9(09)V99.
           05  BP-FREQUENCY               PIC X(01).
           05  BP-NEXT-DUE-DATE           PIC 9(08).
           05  BP-LAST-PAID-DATE          PIC 9(08).
           05  BP-STATUS                  PIC X(01).
           05  BP-MEMO                    PIC X(20).
           05  FILLER                     PIC X(17).
