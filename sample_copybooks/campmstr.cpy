      *================================================================*
      * PROMOTIONAL CAMPAIGN MASTER RECORD - VSAM KSDS FILE
      * Key: CM-CAMP-CODE
      * One record per marketing bonus-rate offer ("an extra 1.00% on
      * new savings money for 6 months").  Maintained only through
      * CAMPMNT; accounts join an offer through an enrollment record
      * (CAMPENRL) and INTACCR pays CM-BONUS-RATE on top of the
      * account's RATETBL rate while the enrollment is in force.
      * CM-START-DATE / CM-END-DATE bound the enrollment window.
      * An enrollment earns the bonus for CM-BONUS-MONTHS from the
      * day it is taken (zero = to CM-END-DATE for every enrollee).
      * CM-ELIG-TYPE lists the ACCT-TYPEs that may enroll (spaces
      * in unused slots).
      * CM-NEW-MONEY-RULE values:
      *   'N' = bonus on new money only - the balance above the
      *         account's balance on the enrollment date
      *   'A' = bonus on the whole balance
      * CM-BALANCE-CAP is the most balance the bonus is paid on
      * (zero = no cap).  CAMPNTC letters the customer
      * CM-NOTICE-DAYS before the enrollment expires and measures
      * the money retained CM-RETAIN-DAYS after it.
      * CM-STATUS values: 'A' = open for enrollment
      *                   'C' = closed - no new enrollments; those
      *                         already taken run to their expiry
      *================================================================*
       01  CAMPAIGN-RECORD.
           05  CM-CAMP-CODE               PIC X(06).
           05  CM-DESCRIPTION             PIC X(30).
           05  CM-ELIG-TYPES.
               10  CM-ELIG-TYPE           PIC X(03) OCCURS 5 TIMES.
           05  CM-BONUS-RATE              PIC 9(03)V9(04).
           05  CM-NEW-MONEY-RULE          PIC X(01).
           05  CM-START-DATE              PIC 9(08).
           05  CM-END-DATE                PIC 9(08).
           05  CM-BONUS-MONTHS            PIC 9(02).
           05  CM-BALANCE-CAP             PIC 9(11)V99.
           05  CM-NOTICE-DAYS             PIC 9(03).
           05  CM-RETAIN-DAYS             PIC 9(03).
           05  CM-STATUS                  PIC X(01).
           05  CM-ADD-DATE                PIC 9(08).
           05  CM-STATUS-DATE             PIC 9(08).
           05  FILLER                     PIC X(20).
