      *================================================================*
      * UNDELIVERABLE ADDRESS HISTORY RECORD - VSAM KSDS FILE
      * Key: BA-CUST-ID
      * One record per customer whose mail has ever come back, kept
      * by RTNMAIL from the mailroom returned-mail scans and the
      * USPS change-of-address results.  The record describes the
      * current bad-address episode only while CUST-ADDR-STATUS is
      * 'U' on the customer: once CUSTMAINT records a new address
      * the flag clears and the next return starts a fresh episode
      * (RTNMAIL resets the first-return date and count).  ESCHEAT
      * reads BA-FIRST-RETURN-DATE as the date contact with the
      * owner was lost.
      * BA-LAST-SOURCE values: 'M' = mailroom returned-mail scan
      *                        'U' = USPS change-of-address result
      * BA-LAST-REASON holds the USPS return endorsement for a scan
      * (AN / NS / VC / UF / FE / IA / OT) or the COA action code for
      * a change-of-address result (A / M / B / F).  The BA-COA-*
      * fields hold the forwarding address of the latest COA match
      * that carried one - for the branch to confirm with the
      * customer, never applied to the master unconfirmed.
      * Foreign Key: BA-CUST-ID -> CUSTOMER.CUST-ID
      *================================================================*
       01  BAD-ADDRESS-RECORD.
           05  BA-CUST-ID                 PIC 9(10).
           05  BA-FIRST-RETURN-DATE       PIC 9(08).
           05  BA-LAST-RETURN-DATE        PIC 9(08).
           05  BA-RETURN-CNT              PIC 9(05).
           05  BA-LAST-SOURCE             PIC X(01).
           05  BA-LAST-REASON             PIC X(02).
           05  BA-RETURNED-ADDR.
               10  BA-RET-ADDR-LINE-1     PIC X(35).
               10  BA-RET-ZIP-CODE        PIC 9(05).
           05  BA-COA-ADDR.
               10  BA-COA-ADDR-LINE-1     PIC X(35).
               10  BA-COA-CITY            PIC X(25).
               10  BA-COA-STATE           PIC X(02).
               10  BA-COA-ZIP-CODE        PIC 9(05).
           05  FILLER                     PIC X(14).
