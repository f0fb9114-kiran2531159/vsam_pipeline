           05  TXN-TYPE                   PIC X(02).
           05  TXN-AMOUNT                 PIC S9(09)V99.
           05  TXN-DESC                   PIC X(40).
      *    On an 'EC' operator error correction TXNPOST builds the
      *    description as 'REV ', the TXN-ID and TXN-TYPE of the
      *    transaction it backs out, then the operator's reason -
      *    the link GLPOST, BALPROOF and STMTGEN follow back to the
      *    original (TXNREVX holds the other direction).
           05  TXN-EC-DESC REDEFINES TXN-DESC.
               10  TXN-EC-LITERAL         PIC X(04).
               10  TXN-EC-ORIG-TXN-ID     PIC 9(15).
               10  FILLER                 PIC X(01).
               10  TXN-EC-ORIG-TYPE       PIC X(02).
               10  FILLER                 PIC X(01).
               10  TXN-EC-REASON          PIC X(17).
      *    On an 'ACH'-channel posting the description is ACHIMP's
      *    TR-ACH-DESC as it arrived - the originating company, the
      *    entry trace number, and 'B' when the entry was a federal
      *    benefit payment (the two-month garnishment lookback
      *    LGLPROC runs reads it back off the posted history).
           05  TXN-ACH-DESC REDEFINES TXN-DESC.
               10  TXN-ACH-LITERAL        PIC X(04).
               10  TXN-ACH-COMPANY        PIC X(16).
               10  FILLER                 PIC X(01).
               10  TXN-ACH-TRACE          PIC X(15).
               10  TXN-ACH-FED-BENEFIT    PIC X(01).
               10  FILLER                 PIC X(03).
      *    On an 'ATM'-channel posting from the network settlement
      *    the description is SETLIMP's TR-ATM-DESC - the
      *    'NETWORK SETTLEMENT' literal, then the network's terminal
      *    ID (spaces when none was sent).  ATMSETL settles our own
      *    terminals off it; DRWPOST finds the owning branch by it.
           05  TXN-ATM-DESC REDEFINES TXN-DESC.
               10  TXN-ATM-LITERAL        PIC X(19).
               10  TXN-ATM-TERMINAL-ID    PIC X(08).
               10  FILLER                 PIC X(13).
           05  TXN-STATUS                 PIC X(01).
           05  TXN-MERCHANT-NAME          PIC X(30).
           05  TXN-MERCHANT-CITY          PIC X(20).
           05  TXN-AUTH-CODE              PIC X(06).
           05  TXN-POST-DATE              PIC 9(08).
           05  TXN-CHANNEL                PIC X(03).
      *    Check serial a 'CK' debit was drawn on, or the serial of
      *    the official check an 'OC' debit paid for - zero on every
      *    other type, spaces on records posted before the field
      *    was carved from the trailing filler.
           05  TXN-CHECK-NO               PIC 9(07).
