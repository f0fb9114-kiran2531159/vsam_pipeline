      *================================================================*
      * BACK-VALUED POSTING RECORD - LINE SEQUENTIAL FILE
      * One record per request TXNPOST posted tonight whose
      * TR-EFFECTIVE-DATE (value date) is earlier than the business
      * date.  The item itself posts today like any other; BVALADJ
      * reads this file the same night, recomputes the interest
      * INTACCR would have accrued had BV-AMOUNT been on the balance
      * from BV-EFFECTIVE-DATE, posts the difference and lists the
      * fee and overdraft decisions taken on the back-valued days.
      * TXNPOST rewrites the file every run (restart appends).
      * BV-AMOUNT is the signed balance effect of the posting.
      * Foreign Keys: BV-ACCT-NO -> ACCOUNT.ACCT-NUMBER
      *               BV-TXN-ID  -> TRANSACTION.TXN-ID
      *================================================================*
       01  BACK-VALUE-RECORD.
           05  BV-ACCT-NO                 PIC 9(12).
           05  BV-TXN-ID                  PIC 9(15).
           05  BV-TXN-TYPE                PIC X(02).
           05  BV-AMOUNT                  PIC S9(09)V99.
           05  BV-EFFECTIVE-DATE          PIC 9(08).
           05  BV-POST-DATE               PIC 9(08).
           05  FILLER                     PIC X(04).
