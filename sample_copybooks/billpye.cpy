      *================================================================*
      * BILL-PAY PAYEE RECORD - VSAM KSDS FILE
      * Key: BE-KEY (customer + payee number)
      * One record per external party a customer pays through bill
      * pay - a biller, or a person's account at another bank.
      * Maintained by BPMAINT (with the same ABA checksum EMPBMNT
      * applies to the direct-deposit routing number); BPORIG reads
      * it to build the outbound NACHA credit for every bill-pay
      * debit TXNPOST accepts.
      * BE-PAYEE-TYPE values: 'B' = biller (BE-BILLER-REF carries
      *                             the customer's account number
      *                             with the biller)
      *                       'P' = person / account at another bank
      * BE-ACCT-TYPE values:  'C' = checking, 'S' = savings
      * BE-STATUS values:     'A' = active
      *                       'X' = removed - payments naming the
      *                             payee stop generating
      * Foreign Key: BE-CUST-ID -> CUSTOMER.CUST-ID
      *================================================================*
       01  BILL-PAYEE-RECORD.
           05  BE-KEY.
               10  BE-CUST-ID             PIC 9(10).
               10  BE-PAYEE-NO            PIC 9(04).
           05  BE-NAME                    PIC X(22).
           05  BE-PAYEE-TYPE              PIC X(01).
           05  BE-ROUTING-NUM             PIC 9(09).
           05  BE-ACCT-NUM                PIC X(17).
           05  BE-ACCT-TYPE               PIC X(01).
           05  BE-BILLER-REF              PIC X(15).
           05  BE-STATUS                  PIC X(01).
           05  BE-ADD-DATE                PIC 9(08).
           05  FILLER                     PIC X(12).
