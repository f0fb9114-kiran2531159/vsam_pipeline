      *================================================================*
      * TRANSACTION REVERSAL CROSS-REFERENCE RECORD - VSAM KSDS FILE
      * Key: RX-ORIG-TXN-ID
      * One record per posted transaction an operator 'EC' error
      * correction has backed out, written by TXNPOST in the same
      * unit of work as the correcting transaction.  Keying by the
      * original TXN-ID is what makes a second reversal of the same
      * transaction structurally impossible - TXNPOST refuses any
      * 'EC' request whose original is already on file here - and
      * it lets any reader go from an original straight to the
      * transaction that reversed it (the 'EC' TXN-DESC carries the
      * link the other way).
      * Foreign Keys: RX-ORIG-TXN-ID -> TRANSACTION.TXN-ID
      *               RX-REV-TXN-ID  -> TRANSACTION.TXN-ID
      *               RX-ACCT-NO     -> ACCOUNT.ACCT-NUMBER
      *================================================================*
       01  TXN-REVERSAL-RECORD.
           05  RX-ORIG-TXN-ID             PIC 9(15).
           05  RX-REV-TXN-ID              PIC 9(15).
           05  RX-ACCT-NO                 PIC 9(12).
           05  RX-ORIG-TYPE               PIC X(02).
           05  RX-ORIG-AMOUNT             PIC S9(09)V99.
           05  RX-ORIG-POST-DATE          PIC 9(08).
           05  RX-REV-DATE                PIC 9(08).
           05  RX-REV-CHANNEL             PIC X(03).
           05  RX-REASON                  PIC X(24).
           05  FILLER                     PIC X(10).
