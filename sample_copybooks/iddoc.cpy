      *================================================================*
      * CUSTOMER IDENTIFICATION DOCUMENT RECORD - VSAM KSDS FILE
      * Key: ID-KEY (customer + document sequence)
      * One record per identification document verified for a
      * customer - the driver's license or passport inspected at
      * account opening, each renewal presented since, and an
      * entity's formation document.  Maintained only through
      * IDDMNT, which runs ahead of CUSTMAINT so the document keyed
      * with tonight's opening is on file when CUSTMAINT requires
      * one on the add.  A newly recorded document supersedes the
      * customer's active documents of the same type.  IDDEXPR lists
      * the customers whose documents have expired or are about to;
      * KYCDISP will not close a review as satisfactory on an
      * expired one.
      * ID-DOC-TYPE values:   'DL' = driver's license
      *                       'SI' = state-issued ID card
      *                       'PP' = passport
      *                       'MI' = military ID
      *                       'PR' = permanent resident card
      *                       'FD' = entity formation document
      *                              (articles, charter, trust
      *                              agreement - no expiry)
      * ID-VERIFY-METHOD values: 'D' = documentary, inspected in
      *                                person
      *                          'N' = non-documentary (bureau or
      *                                database match)
      *                          'R' = remote / electronic capture
      * ID-STATUS values: 'A' = active
      *                   'S' = superseded by a later document
      *                   'X' = removed (keyed in error)
      * ID-EXPIRY-DATE is zero only on a document that does not
      * expire ('FD').
      * Foreign Keys: ID-CUST-ID      -> CUSTOMER.CUST-ID
      *               ID-VERIFY-OPER  -> OPERATOR.OP-OPER-ID
      *================================================================*
       01  ID-DOCUMENT-RECORD.
           05  ID-KEY.
               10  ID-CUST-ID             PIC 9(10).
               10  ID-DOC-SEQ             PIC 9(02).
           05  ID-DOC-TYPE                PIC X(02).
               88  ID-TYPE-VALID          VALUE 'DL' 'SI' 'PP' 'MI'
                                                'PR' 'FD'.
               88  ID-TYPE-NO-EXPIRY      VALUE 'FD'.
           05  ID-ISSUER                  PIC X(20).
           05  ID-DOC-NUMBER              PIC X(20).
           05  ID-ISSUE-DATE              PIC 9(08).
           05  ID-EXPIRY-DATE             PIC 9(08).
           05  ID-VERIFY-METHOD           PIC X(01).
               88  ID-METHOD-VALID        VALUE 'D' 'N' 'R'.
           05  ID-VERIFY-OPER             PIC X(08).
           05  ID-VERIFY-DATE             PIC 9(08).
           05  ID-STATUS                  PIC X(01).
               88  ID-ACTIVE              VALUE 'A'.
           05  ID-STATUS-DATE             PIC 9(08).
           05  FILLER                     PIC X(20).
