      *================================================================*
      * POSITIVE PAY ISSUED-CHECK RECORD - VSAM KSDS FILE
      * Key: PI-KEY (account + check serial)
      * One record per check a positive-pay business customer has
      * told us it issued, loaded by PPAYMNT off the customer's
      * issued-check file.  TXNPOST matches every presented 'CK'
      * debit on an enrolled account against this file before it
      * posts: a serial on file as issued for the same amount posts
      * and is marked paid; an unknown serial, a different amount,
      * or a serial already paid or voided goes to the PPAYEXC
      * exception queue for the customer's pay/return decision.
      * The serial-zero record (PI-CHECK-NO = 0) is the account's
      * enrollment record - no real check carries serial zero, and
      * keeping enrollment here leaves the account master alone.
      * PI-STATUS values: 'E' = enrolled, 'U' = unenrolled
      *                   (serial-zero enrollment record only)
      *                   'I' = issued, 'P' = paid, 'V' = voided
      * Foreign Keys: PI-ACCT-NO      -> ACCOUNT.ACCT-NUMBER
      *               PI-PAID-TXN-ID  -> TRANSACTION.TXN-ID
      *================================================================*
       01  PPAY-ISSUE-RECORD.
           05  PI-KEY.
               10  PI-ACCT-NO             PIC 9(12).
               10  PI-CHECK-NO            PIC 9(07).
           05  PI-AMOUNT                  PIC 9(09)V99.
           05  PI-PAYEE                   PIC X(30).
           05  PI-ISSUE-DATE              PIC 9(08).
           05  PI-STATUS                  PIC X(01).
           05  PI-LOAD-DATE               PIC 9(08).
           05  PI-PAID-DATE               PIC 9(08).
           05  PI-PAID-TXN-ID             PIC 9(15).
           05  FILLER                     PIC X(10).
