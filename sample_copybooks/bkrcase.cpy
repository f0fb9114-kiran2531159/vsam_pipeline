      *================================================================*
      * BANKRUPTCY CASE RECORD - VSAM KSDS FILE
      * Key: BK-CUST-ID (the debtor)
      * One record per customer with a bankruptcy filing on notice
      * to the bank, opened and worked by BKRMAINT from the court
      * notices.  While the case is open the automatic stay is in
      * force and every collection job honors it by reading this
      * file through ACCT-CUST-ID - ODAGING keeps the account off
      * the collections queue, LOANLATE charges no late fee and
      * sends no delinquency letter, CHGOFF charges off on the
      * bankruptcy clock (BK-NOTICE-DATE) rather than the aging and
      * sweeps no recoveries, and METRO2 reports the bankruptcy
      * indicator in place of a delinquency status.  A discharge
      * ends personal liability on the loans the case covered, so
      * LOANLATE stays quiet on a discharged case too; a dismissal
      * puts the customer back on normal handling.
      * BK-CHAPTER values: '07' '11' '12' '13'
      * BK-STATUS values:
      *   'O' = open (petition filed, stay in force)
      *   'D' = discharged          'M' = dismissed
      * BK-CLOSE-DATE is the discharge or dismissal date.
      * Foreign Key: BK-CUST-ID -> CUSTOMER.CUST-ID
      *================================================================*
       01  BANKRUPTCY-CASE-RECORD.
           05  BK-CUST-ID                 PIC 9(10).
           05  BK-CHAPTER                 PIC X(02).
           05  BK-CASE-NO                 PIC X(15).
           05  BK-FILING-DATE             PIC 9(08).
           05  BK-NOTICE-DATE             PIC 9(08).
           05  BK-STATUS                  PIC X(01).
           05  BK-CLOSE-DATE              PIC 9(08).
           05  BK-LAST-MAINT-DATE         PIC 9(08).
           05  FILLER                     PIC X(20).
