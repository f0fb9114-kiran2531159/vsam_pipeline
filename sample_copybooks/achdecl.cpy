      *================================================================*
      * DECLINED ACH ENTRY EVENT RECORD - LINE SEQUENTIAL FILE
      * One record per inbound ACH entry (TR-CHANNEL 'ACH') TXNPOST
      * declines, written as the night posts - the decline reason
      * lives only in working storage at posting time, the same
      * reason CHKDECL exists for image-cash-letter checks.  ACHRETN
      * returns each one to the originating bank the same night
      * with the R-code the reason maps to.  The whole request image
      * rides along so the entry's trace number (TR-ACH-TRACE)
      * reaches the return.
      * TXNPOST rewrites the file every run (restart appends), so
      * no housekeeping clear is needed.
      * Foreign Key: AD-TXN-ID -> TRANSACTION.TXN-ID
      *================================================================*
       01  ACH-DECLINE-RECORD.
           05  AD-TXN-ID                  PIC 9(15).
           05  AD-DECLINE-DATE            PIC 9(08).
           05  AD-REASON                  PIC X(40).
           05  AD-REQUEST-IMAGE           PIC X(161).
           05  FILLER                     PIC X(06).
