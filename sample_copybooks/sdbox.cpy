      *================================================================*
      * SAFE DEPOSIT BOX MASTER RECORD - VSAM KSDS FILE
      * Key: SB-KEY (SB-BRANCH-ID + SB-BOX-NO - box numbers are
      *      only unique within a branch vault)
      * One record per box in a branch vault, rented or not.  SDBMNT
      * adds boxes to the vault inventory and keys the rentals,
      * surrenders, key events, access visits and drillings; SDBRENT
      * charges the annual rent nightly as an 'FE' request against
      * SB-RENT-ACCT-NO, letters a renter whose rent it could not
      * collect, moves a long-delinquent box to the drill-and-
      * inventory queue, and restricts the box of a renter or
      * co-renter who has died.
      * SB-SIZE values:       'S' = small     'M' = medium
      *                       'L' = large     'X' = extra large
      * SB-STATUS values:     'A' = available (no renter)
      *                       'R' = rented, rent current
      *                       'D' = rented, rent delinquent since
      *                             SB-RENT-DUE-DATE (not advanced
      *                             until the rent is collected)
      *                       'Q' = in the drill-and-inventory queue
      *                             (SB-QUEUE-DATE set by SDBRENT)
      * SB-KEY-STATUS values: 'B' = both keys held by the bank
      *                       'I' = keys issued to the renter
      *                       'L' = a renter's key reported lost -
      *                             the lock must be changed before
      *                             the box is rented again
      * SB-RESTRICT-FLAG 'Y' - a renter or co-renter has been
      *   reported deceased (CUST-STATUS 'X' / an ESTATE case);
      *   set by SDBRENT on SB-RESTRICT-DATE.  No one may open the
      *   box and no rent is charged; it leaves the restriction only
      *   when the estate's executor surrenders it or it is drilled.
      * SB-LAST-RENT-DATE is the business date the last rent request
      *   was written - a rerun that night writes it again instead of
      *   charging a second year.
      * SB-NOTICE-LEVEL counts the delinquency letters sent for the
      *   current delinquency (0-3).
      * SB-DRILL-DATE / SB-INVENTORY-REF record the last drilling and
      *   the sealed inventory envelope the contents went into.
      * Foreign Keys: SB-BRANCH-ID         -> BRANCH.BRANCH-ID
      *               SB-RENTER-CUST-ID    -> CUSTOMER.CUST-ID
      *               SB-CO-RENTER-CUST-ID -> CUSTOMER.CUST-ID
      *               SB-RENT-ACCT-NO      -> ACCOUNT.ACCT-NUMBER
      *================================================================*
       01  SAFE-DEPOSIT-BOX-RECORD.
           05  SB-KEY.
               10  SB-BRANCH-ID           PIC X(05).
               10  SB-BOX-NO              PIC 9(05).
           05  SB-SIZE                    PIC X(01).
           05  SB-STATUS                  PIC X(01).
               88  SB-AVAILABLE            VALUE 'A'.
               88  SB-RENTED               VALUE 'R' 'D' 'Q'.
               88  SB-DELINQUENT           VALUE 'D'.
               88  SB-DRILL-QUEUED         VALUE 'Q'.
           05  SB-KEY-STATUS              PIC X(01).
           05  SB-RESTRICT-FLAG           PIC X(01).
               88  SB-RESTRICTED           VALUE 'Y'.
           05  SB-RESTRICT-DATE           PIC 9(08).
           05  SB-RENTER-CUST-ID          PIC 9(10).
           05  SB-CO-RENTERS.
               10  SB-CO-RENTER-CUST-ID   PIC 9(10)   OCCURS 2 TIMES.
           05  SB-RENT-ACCT-NO            PIC 9(12).
           05  SB-ANNUAL-RENT             PIC 9(05)V99.
           05  SB-RENT-START-DATE         PIC 9(08).
           05  SB-RENT-DUE-DATE           PIC 9(08).
           05  SB-LAST-RENT-DATE          PIC 9(08).
           05  SB-NOTICE-LEVEL            PIC 9(01).
           05  SB-QUEUE-DATE              PIC 9(08).
           05  SB-LAST-ACCESS-DATE        PIC 9(08).
           05  SB-ACCESS-CNT              PIC 9(05).
           05  SB-DRILL-DATE              PIC 9(08).
           05  SB-INVENTORY-REF           PIC X(10).
           05  FILLER                     PIC X(20).
