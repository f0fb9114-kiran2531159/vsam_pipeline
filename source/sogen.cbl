      *                    (CUST-STATUS 'X') ARE SUPPRESSED, NOT
      *                    GENERATED - THE ESTATE CASE OWNS THE
      *                    MONEY NOW.
      *   2026-10-15  DS   REQUEST RECORD GREW TO 169 BYTES FOR THE
      *                    NEW TR-EFFECTIVE-DATE VALUE DATE, ZEROED
      *                    HERE - THESE REQUESTS TAKE VALUE THE DAY
      *                    THEY POST.
      *   2026-10-15  DS   REQUEST RECORD GREW TO 183 BYTES FOR THE
      *                    NEW TR-RECEIVED-DATE / TR-RECEIVED-TIME
      *                    STAMP, ZEROED HERE - REQUESTS GENERATED
      *                    INSIDE THE BATCH CYCLE ARE NEVER HELD TO
      *                    A POSTING CUTOFF.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           COPY "stndord.cpy".

       FD  SO-REQUEST-OUT
           RECORD CONTAINS 183 CHARACTERS.
           COPY "txnreq.cpy".

       FD  ACCOUNT-MASTER.
           MOVE SO-COUNTERPARTY-ACCT TO TR-CONTRA-ACCT
           MOVE ZERO                 TO TR-CARD-NO
           MOVE ZERO                 TO TR-CHECK-NO
           MOVE ZERO                 TO TR-EFFECTIVE-DATE
           MOVE ZERO                 TO TR-RECEIVED-DATE
           MOVE ZERO                 TO TR-RECEIVED-TIME
           WRITE TXN-REQUEST-RECORD
           ADD SO-AMOUNT TO WS-BATCH-HASH-TOTAL
           ADD 1 TO WS-DUE-CNT.
