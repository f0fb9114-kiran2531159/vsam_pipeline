      *================================================================*
      * GENERAL LEDGER JOURNAL ENTRY RECORD - LINE SEQUENTIAL FILE
      * Two records (one debit, one credit) per posted transaction,
      * written by GLPOST and proved by TRIALBAL.  The same layout
      * carries the GLFEED entry feed GLPOST merges into the journal
      * (CECLPROV's allowance provision, CHKIMP's and ESCHEAT's
      * official check entries) - a fed entry has no transaction
      * behind it, so its GE-TXN-ID is zero.
      * Foreign Keys: GE-GL-ACCT-NO -> GLACCT.GL-ACCT-NO
      *               GE-TXN-ID     -> TRANSACTION.TXN-ID
      *================================================================*
