      *   'S' = standard two-business-day hold
      *   'E' = exception hold (new account, or account overdrawn
      *         when the deposit arrived) - seven business days
      *   'L' = legal order hold placed by LGLPROC on the funds a
      *         levy or garnishment attaches.  It carries no
      *         deposit: DH-TXN-ID is 999999 followed by the
      *         nine-digit LO-ORDER-NO (a range the TXNSEQ sequence
      *         never reaches), and DH-RELEASE-DATE is all nines so
      *         DEPRELSE never matures it - LGLPROC releases it at
      *         remittance, LGLMAINT when the agency releases the
      *         order.
      * DH-STATUS values: 'O' = open, 'R' = released
      * Foreign Keys: DH-ACCT-NO -> ACCOUNT.ACCT-NUMBER
      *               DH-TXN-ID  -> TRANSACTION.TXN-ID
