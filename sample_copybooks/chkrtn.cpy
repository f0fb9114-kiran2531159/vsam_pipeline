      *================================================================*
      * CHECK RETURN ITEM RECORD - LINE SEQUENTIAL FILE
      * One record per presented check we are sending back to the
      * presenting bank.  CHKIMP writes the items it cannot even
      * route to an account (CHKIRTN); CHKRTN adds the items
      * TXNPOST declined, prices each with its return reason and
      * midnight deadline, and writes the outbound return file.
      * CR-AMOUNT is in cents, as on the inbound cash letter.
      * CR-RETURN-REASON values (image exchange return reasons):
      *   'A' = NSF                  'C' = stop payment
      *   'D' = closed account       'E' = unable to locate account
      *   'F' = frozen/blocked       'P' = item exceeds dollar limit
      *   'Q' = not authorized (positive pay return)
      *   'Y' = duplicate presentment
      *   'O' = unable to process (any other decline)
      * Foreign Key: CR-ACCT-NO -> ACCOUNT.ACCT-NUMBER (when known)
      *================================================================*
       01  CHECK-RETURN-RECORD.
           05  CR-REC-TYPE                PIC X(02).
           05  CR-PAYOR-RT                PIC 9(09).
           05  CR-ACCT-NO                 PIC X(12).
           05  CR-CHECK-NO                PIC 9(07).
           05  CR-AMOUNT                  PIC 9(10).
           05  CR-ITEM-SEQ                PIC 9(15).
           05  CR-RETURN-REASON           PIC X(01).
           05  CR-PRESENT-DATE            PIC 9(08).
           05  CR-DEADLINE-DATE           PIC 9(08).
           05  CR-RETURN-DATE             PIC 9(08).
           05  CR-REASON-DESC             PIC X(40).
           05  FILLER                     PIC X(20).
