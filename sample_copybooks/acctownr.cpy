      * it through its own transaction stream.  One active 'P' row
      * is allowed per account - when present it overrides
      * ACCT-CUST-ID as the reporting owner (TAX1099's 1099-INT
      * SSN, TAX1098's Form 1098 borrower); absent one, the
      * account record's owner stands, so accounts never touched
      * by the cross-reference behave exactly as before.
      * AO-ROLE values:   'P' = primary, 'S' = secondary
      * AO-STATUS values: 'A' = active,  'X' = removed
      * Foreign Keys: AO-ACCT-NO -> ACCOUNT.ACCT-NUMBER
