      *================================================================*
      * SCRA ACTIVE-DUTY SERVICE RECORD - VSAM KSDS FILE
      * Key: SM-CUST-ID (the servicemember)
      * One record per customer who has given notice of military
      * service under the Servicemembers Civil Relief Act, keyed and
      * kept current by SCRAMNT from the orders or the DMDC status
      * certificate.  SCRACAP reads it nightly and holds the rate on
      * the customer's pre-service debt at the statutory cap (term
      * loans re-amortized, credit-limit accounts capped in INTACCR)
      * until service plus the post-service period ends, then puts
      * the original rate back.  SCRAVRF re-verifies the status
      * monthly against the DMDC response file and reports whatever
      * is still unverified.
      * SM-BRANCH values: 'A' = Army        'N' = Navy
      *                   'F' = Air Force   'M' = Marine Corps
      *                   'C' = Coast Guard 'S' = Space Force
      *                   'G' = Guard or Reserve on active orders
      * SM-VERIFY-SOURCE values:
      *   'D' = DMDC status certificate
      *   'O' = copy of the military orders
      *   'L' = commanding officer's letter
      * SM-STATUS values:
      *   'A' = on active duty
      *   'R' = released from active duty (SM-ACTUAL-END-DATE set)
      *   'X' = withdrawn - orders rescinded or notice not borne
      *         out; no protection, the rate goes straight back
      * SM-EXPECTED-END-DATE is the end date on the orders (zero
      * when open-ended); SM-ACTUAL-END-DATE is zero while serving.
      * Foreign Key: SM-CUST-ID -> CUSTOMER.CUST-ID
      *================================================================*
       01  SCRA-SERVICE-RECORD.
           05  SM-CUST-ID                 PIC 9(10).
           05  SM-BRANCH                  PIC X(01).
           05  SM-START-DATE              PIC 9(08).
           05  SM-EXPECTED-END-DATE       PIC 9(08).
           05  SM-ACTUAL-END-DATE         PIC 9(08).
           05  SM-VERIFY-SOURCE           PIC X(01).
           05  SM-VERIFY-DATE             PIC 9(08).
           05  SM-STATUS                  PIC X(01).
           05  SM-LAST-MAINT-DATE         PIC 9(08).
           05  FILLER                     PIC X(20).
