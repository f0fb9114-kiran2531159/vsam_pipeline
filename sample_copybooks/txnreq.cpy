      * with (zero when no card was involved) - TXNPOST declines
      * the request when the card is blocked on the card master.
      * TR-CHECK-NO is the serial number of the check a 'CK'
      * request is drawn on, or of the cashier's check or money
      * order an 'OC' request pays for (zero on every other request
      * type) - TXNPOST declines a 'CK' request when the serial
      * falls inside an unexpired stop-payment order on the
      * STOPFILE.
      * A TR-TYPE 'EC' operator error-correction request names the
      * posted transaction it backs out in the first fifteen bytes
      * of TR-DESC (TR-EC-ORIG-TXN-ID) followed by the operator's
      * reason; TR-AMOUNT must be the exact opposite of the original
      * TXN-AMOUNT, which doubles as the keyed control total.
      * A 'CK' presented through the inbound image cash letter
      * (TR-CHANNEL 'ICL', built by CHKIMP) carries the presenting
      * bank's item sequence number, the payor routing number and
      * the presentment date in TR-DESC (TR-ICL-DESC) - CHKRTN
      * builds the return item off them if TXNPOST declines it.
      * An 'ACH'-channel request (built by ACHIMP) carries the
      * originating company name and the inbound entry's trace
      * number in TR-DESC (TR-ACH-DESC) - ACHRETN finds the entry
      * on the inbound file by the trace number to return it if
      * TXNPOST declines it.  TR-ACH-FED-BENEFIT is 'B' on a credit
      * whose batch header carries the Treasury federal-benefit
      * marker - LGLPROC protects those deposits from garnishment.
      * An 'ATM'-channel request built by SETLIMP off the network
      * settlement carries the network's terminal ID after the
      * 'NETWORK SETTLEMENT' literal in TR-DESC (TR-ATM-DESC) -
      * ATMSETL settles each of our own terminals off the posted
      * withdrawals, and DRWPOST rolls the cash to the branch that
      * owns the terminal.  Spaces when the network sent none.
      * TR-EFFECTIVE-DATE is the value date of a back-valued request
      * (zero or spaces when the item takes value the day it posts).
      * TXNPOST still posts the item on the business date; a value
      * date earlier than that is passed to BVALADJ, which adjusts
      * the interest accrued over the back-valued days.
      * TR-RECEIVED-DATE / TR-RECEIVED-TIME (HHMMSS) stamp when the
      * request reached the bank - the capture system's stamp on a
      * branch-capture transmission, the file creation stamp on an
      * inbound ACH or image cash letter file, the approval stamp
      * on a released wire.  TXNPOST holds a request received after
      * its channel's CUTOFF time to the next business day.  Zero
      * or spaces on requests generated inside the batch cycle,
      * which are never subject to a cutoff.
      * Foreign Keys: TR-ACCT-NO     -> ACCOUNT.ACCT-NUMBER
      *               TR-CONTRA-ACCT -> ACCOUNT.ACCT-NUMBER
      *               TR-CARD-NO     -> CARDMSTR.CARD-NUMBER
           05  TR-TYPE                    PIC X(02).
           05  TR-AMOUNT                  PIC S9(09)V99.
           05  TR-DESC                    PIC X(40).
           05  TR-EC-DESC REDEFINES TR-DESC.
               10  TR-EC-ORIG-TXN-ID      PIC 9(15).
               10  FILLER                 PIC X(01).
               10  TR-EC-REASON           PIC X(24).
           05  TR-ICL-DESC REDEFINES TR-DESC.
               10  TR-ICL-LITERAL         PIC X(04).
               10  TR-ICL-ITEM-SEQ        PIC 9(15).
               10  FILLER                 PIC X(01).
               10  TR-ICL-PAYOR-RT        PIC 9(09).
               10  FILLER                 PIC X(01).
               10  TR-ICL-PRESENT-DATE    PIC 9(08).
               10  FILLER                 PIC X(02).
           05  TR-ACH-DESC REDEFINES TR-DESC.
               10  TR-ACH-LITERAL         PIC X(04).
               10  TR-ACH-COMPANY         PIC X(16).
               10  FILLER                 PIC X(01).
               10  TR-ACH-TRACE           PIC X(15).
               10  TR-ACH-FED-BENEFIT     PIC X(01).
               10  FILLER                 PIC X(03).
           05  TR-ATM-DESC REDEFINES TR-DESC.
               10  TR-ATM-LITERAL         PIC X(19).
               10  TR-ATM-TERMINAL-ID     PIC X(08).
               10  FILLER                 PIC X(13).
           05  TR-MERCHANT-NAME           PIC X(30).
           05  TR-MERCHANT-CITY           PIC X(20).
           05  TR-MERCHANT-STATE          PIC X(02).
           05  TR-CONTRA-ACCT             PIC 9(12).
           05  TR-CARD-NO                 PIC 9(16).
           05  TR-CHECK-NO                PIC 9(07).
           05  TR-EFFECTIVE-DATE          PIC 9(08).
           05  TR-EFFECTIVE-DATE-X REDEFINES TR-EFFECTIVE-DATE
                                          PIC X(08).
           05  TR-RECEIVED-DATE           PIC 9(08).
           05  TR-RECEIVED-TIME           PIC 9(06).
      *================================================================*
      * BATCH CONTROL RECORDS - a transmission batch is one 'HDR'
      * record, its TXN-REQUEST-RECORDs, then one 'TRL' record
           05  TBH-REC-TYPE               PIC X(03).
           05  TBH-BATCH-DATE             PIC 9(08).
           05  TBH-BATCH-ID               PIC X(08).
           05  FILLER                     PIC X(164).
       01  TXN-BATCH-TRAILER.
           05  TBT-REC-TYPE               PIC X(03).
           05  TBT-RECORD-CNT             PIC 9(09).
           05  TBT-HASH-TOTAL             PIC S9(13)V99.
           05  FILLER                     PIC X(156).
