      * its REGEOPT consent images), BRANMSTR, EMPMAINT, DRWMAINT,
      * CDMAINT, OWNMAINT, LOANMOD (LOANSCHD row images), DUALCTL
      * (HELDCHG held-change images, both operator IDs inside),
      * CUSTMRG (re-pointed CUSTMAST / ACCTMAST / HHXREF /
      * FRDCASE images) and PAYRTN (EMPBANK instructions flagged by
      * a return or corrected by a notification of change),
      * SCRACAP (capped ACCTMAST rates and LOANSCHD rows),
      * ESCMAINT / ESCANLZ (LOANSCHD rows re-stamped with a new
      * escrow deposit), LOANARM (repriced ACCTMAST rates and
      * re-amortized LOANSCHD rows), OPERMNT (OPERMSTR operator
      * security profiles), RTNMAIL (CUSTMAST undeliverable-
      * address flag), BOWNMNT (BENOWNR beneficial-owner links)
      * and IDDMNT (IDDOC identification documents) - JR-FILE-NAME
      * carries which.
      * Each record carries the full record image before and after
      * the write - the audit answer to "what was this field before
      * the change, and when did it change", and the forward-
      * recovery feed JRNLRPLY rolls a restored backup through.
      * Images are the raw record bytes, space-padded to the fixed
      * image length.
      * JR-ACTION values: 'A' = record added, 'C' = record changed
      *================================================================*
       01  MAINT-JOURNAL-RECORD.
