      *================================================================*
      * PROMOTIONAL CAMPAIGN ENROLLMENT RECORD - VSAM KSDS FILE
      * Key: CE-KEY (account number + campaign code)
      * One record per account enrolled in a CAMPMSTR offer, added
      * by CAMPMNT.  An account holds at most one enrollment in
      * force at a time - bonuses never stack.
      * CE-BASE-BALANCE is the account balance the night it
      * enrolled; under a new-money offer only the balance above it
      * earns the bonus.  INTACCR pays the bonus nightly while the
      * status is 'A' and the business date has not passed
      * CE-EXPIRY-DATE, adding it to CE-BONUS-PAID and keeping the
      * highest new money (balance less CE-BASE-BALANCE) seen in
      * CE-PEAK-NEW-MONEY.  CAMPNTC stamps CE-NOTICE-DATE when the
      * advance expiry notice goes out, expires the enrollment the
      * night after CE-EXPIRY-DATE (CE-EXPIRY-BALANCE), and takes
      * the CE-RETAINED-BALANCE reading CM-RETAIN-DAYS later for
      * the CAMPRPT performance report.
      * CE-STATUS values:
      *   'A' = in force, bonus accruing
      *   'E' = expired, awaiting the retention reading
      *   'R' = retention measured - complete
      *   'W' = withdrawn through CAMPMNT before expiry
      * Foreign Keys: CE-ACCT-NO   -> ACCOUNT.ACCT-NUMBER
      *               CE-CAMP-CODE -> CAMPAIGN.CM-CAMP-CODE
      *================================================================*
       01  CAMPAIGN-ENROLL-RECORD.
           05  CE-KEY.
               10  CE-ACCT-NO             PIC 9(12).
               10  CE-CAMP-CODE           PIC X(06).
           05  CE-ENROLL-DATE             PIC 9(08).
           05  CE-EXPIRY-DATE             PIC 9(08).
           05  CE-BASE-BALANCE            PIC S9(11)V99.
           05  CE-STATUS                  PIC X(01).
           05  CE-NOTICE-DATE             PIC 9(08).
           05  CE-BONUS-PAID              PIC S9(09)V99.
           05  CE-PEAK-NEW-MONEY          PIC S9(11)V99.
           05  CE-EXPIRY-BALANCE          PIC S9(11)V99.
           05  CE-RETAIN-DATE             PIC 9(08).
           05  CE-RETAINED-BALANCE        PIC S9(11)V99.
           05  CE-ENROLL-OPER             PIC X(08).
           05  CE-STATUS-DATE             PIC 9(08).
           05  FILLER                     PIC X(15).
