      *================================================================*
      * OFFICIAL CHECK REGISTER RECORD - VSAM KSDS FILE
      * Key: OC-SERIAL (the pre-printed serial on the branch's
      *      cashier's check and money order stock - one serial
      *      range for both item types)
      * One record per cashier's check or money order a branch has
      * issued, written only by OFCMNT at issuance.  The purchaser
      * pays for the item through an 'OC' debit OFCMNT hands to
      * TXNPOST (carrying the serial in TR-CHECK-NO), and GLPOST
      * credits the amount to the official checks outstanding
      * account (200600) until the item is paid or escheated.
      * CHKIMP marks the item paid when it comes back through the
      * inbound image cash letter; ESCHEAT escheats an item still
      * outstanding after the purchaser's state holding period.
      * OFCRCON proves the outstanding items against 200600 nightly.
      * OC-ITEM-TYPE values: 'C' = cashier's check
      *                      'M' = money order
      * OC-STATUS values:    'O' = outstanding
      *                      'P' = paid (OC-PAID-DATE /
      *                            OC-PAID-ITEM-SEQ set by CHKIMP)
      *                      'E' = escheated (OC-ESCHEAT-DATE set
      *                            by ESCHEAT)
      * Foreign Keys: OC-BRANCH-ID      -> BRANCH.BRANCH-ID
      *               OC-PURCH-CUST-ID  -> CUSTOMER.CUST-ID
      *               OC-PURCH-ACCT-NO  -> ACCOUNT.ACCT-NUMBER
      *================================================================*
       01  OFFICIAL-CHECK-RECORD.
           05  OC-SERIAL                  PIC 9(07).
           05  OC-ITEM-TYPE               PIC X(01).
           05  OC-BRANCH-ID               PIC X(05).
           05  OC-PURCH-CUST-ID           PIC 9(10).
           05  OC-PURCH-ACCT-NO           PIC 9(12).
           05  OC-PAYEE-NAME              PIC X(40).
           05  OC-AMOUNT                  PIC 9(09)V99.
           05  OC-ISSUE-DATE              PIC 9(08).
           05  OC-ISSUE-OPER-ID           PIC X(08).
           05  OC-STATUS                  PIC X(01).
           05  OC-PAID-DATE               PIC 9(08).
           05  OC-PAID-ITEM-SEQ           PIC 9(15).
           05  OC-ESCHEAT-DATE            PIC 9(08).
           05  FILLER                     PIC X(20).
