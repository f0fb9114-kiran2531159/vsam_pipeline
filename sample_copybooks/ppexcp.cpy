      *================================================================*
      * POSITIVE PAY EXCEPTION RECORD - VSAM KSDS FILE
      * Key: PX-KEY (account + check serial)
      * One record per presented 'CK' debit on a positive-pay
      * account that did not match the issued-check file.  TXNPOST
      * writes it and holds the item - nothing posts and nothing
      * declines - until the customer decides.  PPAYMNT records the
      * pay or return decision up to PX-DECIDE-BY (one business day
      * after presentment); PPAYDEC applies it, defaulting an
      * undecided item to return at the cutoff, and re-presents the
      * saved request image to TXNPOST, which posts an approved
      * item and declines a returned one.  A later presentment of
      * the same serial overwrites a closed record.
      * PX-REASON-CODE values: 'UN' = serial not on the issued file
      *                        'AM' = amount differs from issued
      *                        'PD' = serial already paid
      *                        'VD' = serial voided by the customer
      * PX-DECISION values: ' ' = none yet, 'P' = pay, 'R' = return
      * PX-STATUS values: 'X' = pending decision
      *                   'A' = approved, awaiting re-presentment
      *                   'R' = returned, awaiting re-presentment
      *                   'C' = closed - approved item posted
      *                   'D' = closed - returned item declined
      * Foreign Keys: PX-ACCT-NO -> ACCOUNT.ACCT-NUMBER
      *               PX-ACCT-NO + PX-CHECK-NO -> PPAYISS.PI-KEY
      *================================================================*
       01  PPAY-EXCEPTION-RECORD.
           05  PX-KEY.
               10  PX-ACCT-NO             PIC 9(12).
               10  PX-CHECK-NO            PIC 9(07).
           05  PX-PRESENT-DATE            PIC 9(08).
           05  PX-PRESENT-AMOUNT          PIC S9(09)V99.
           05  PX-ISSUED-AMOUNT           PIC 9(09)V99.
           05  PX-REASON-CODE             PIC X(02).
           05  PX-DECIDE-BY               PIC 9(08).
           05  PX-DECISION                PIC X(01).
           05  PX-DECISION-DATE           PIC 9(08).
           05  PX-STATUS                  PIC X(01).
           05  PX-CLOSE-DATE              PIC 9(08).
           05  PX-REQUEST-IMAGE           PIC X(161).
           05  FILLER                     PIC X(10).
