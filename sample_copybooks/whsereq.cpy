      *================================================================*
      * WAREHOUSED REQUEST RECORD - LINE SEQUENTIAL FILE
      * One record per TXN-REQUEST TXNPOST held back because it was
      * received after its channel's posting cutoff.  TXNPOST writes
      * the night's holds to WHSENEW; after a clean TXNPOST the
      * housekeeping step folds them into the TXNWHSE warehouse, and
      * WHSEREL releases each one on WH-RELEASE-DATE (the next
      * business day off the HOLCAL calendar) as a TXNPOST request
      * batch.  WH-REQUEST-IMAGE is the request exactly as received.
      * Foreign Key: WH-REQUEST-IMAGE(1:12) -> ACCOUNT.ACCT-NUMBER
      *================================================================*
       01  WAREHOUSED-REQUEST-RECORD.
           05  WH-WHSE-DATE               PIC 9(08).
           05  WH-RELEASE-DATE            PIC 9(08).
           05  WH-CHANNEL                 PIC X(03).
           05  WH-CUTOFF-TIME             PIC 9(06).
           05  WH-REASON                  PIC X(40).
           05  WH-REQUEST-IMAGE           PIC X(183).
           05  FILLER                     PIC X(02).
