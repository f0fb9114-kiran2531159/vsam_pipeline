      *================================================================*
      * ESCROW DISBURSEMENT RECORD - VSAM KSDS FILE
      * Key: ED-KEY (escrowed loan + line number)
      * One record per tax or insurance bill paid from a loan's
      * escrow: the payee and the recurring schedule.  Keyed by
      * ESCMAINT; ESCDISB pays ED-AMOUNT to the payee (through the
      * ESCREMT extract the check is cut from) on ED-NEXT-DUE-DATE
      * and steps the due date on by the frequency; ESCANLZ projects
      * the next year's payments from these lines.
      * ED-KIND values:      'T' = property tax
      *                      'H' = hazard insurance
      *                      'F' = flood insurance
      *                      'M' = mortgage insurance
      * ED-FREQUENCY values: 'A' = annual, 'S' = semi-annual,
      *                      'Q' = quarterly, 'M' = monthly
      * ED-STATUS values:    'A' = active
      *                      'X' = removed - no longer paid or
      *                            projected
      * ED-PAYEE-REF is the parcel number or policy number the
      * payee applies the money to.
      * Foreign Key: ED-LOAN-ACCT-NO -> ESCROW.EW-LOAN-ACCT-NO
      *================================================================*
       01  ESCROW-DISB-RECORD.
           05  ED-KEY.
               10  ED-LOAN-ACCT-NO        PIC 9(12).
               10  ED-LINE-NO             PIC 9(02).
           05  ED-KIND                    PIC X(01).
           05  ED-PAYEE-NAME              PIC X(30).
           05  ED-PAYEE-ADDR              PIC X(35).
           05  ED-PAYEE-CITY              PIC X(25).
           05  ED-PAYEE-STATE             PIC X(02).
           05  ED-PAYEE-ZIP               PIC 9(05).
           05  ED-PAYEE-REF               PIC X(20).
           05  ED-AMOUNT                  PIC 9(07)V99.
           05  ED-FREQUENCY               PIC X(01).
           05  ED-NEXT-DUE-DATE           PIC 9(08).
           05  ED-LAST-PAID-DATE          PIC 9(08).
           05  ED-LAST-PAID-AMT           PIC 9(07)V99.
           05  ED-STATUS                  PIC X(01).
           05  ED-LAST-MAINT-DATE         PIC 9(08).
           05  FILLER                     PIC X(20).
