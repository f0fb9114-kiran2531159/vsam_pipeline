      *================================================================*
      * DECLINED CHECK EVENT RECORD - LINE SEQUENTIAL FILE
      * One record per image-cash-letter check (TR-CHANNEL 'ICL')
      * TXNPOST declines, written as the night posts - the decline
      * reason lives only in working storage at posting time, the
      * same reason POSTEVT exists.  CHKRTN turns each record into
      * an item on the outbound check return file the same night.
      * The whole request image rides along so the presenting
      * bank's item details (TR-ICL-DESC) reach the return.
      * TXNPOST rewrites the file every run (restart appends), so
      * no housekeeping clear is needed.
      * Foreign Key: CK-TXN-ID -> TRANSACTION.TXN-ID
      *================================================================*
       01  CHECK-DECLINE-RECORD.
           05  CK-TXN-ID                  PIC 9(15).
           05  CK-DECLINE-DATE            PIC 9(08).
           05  CK-REASON                  PIC X(40).
           05  CK-REQUEST-IMAGE           PIC X(161).
           05  FILLER                     PIC X(06).
