      *                    CREDIT-SIGNED 'FR' FEE-REVERSAL TYPE -
      *                    A POSITIVE 'FE' WOULD FAIL TXNPOST'S
      *                    SIGN EDIT AND NEVER POST.
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
           COPY "feewaiv.cpy".

       FD  REFUND-REQUEST-OUT
           RECORD CONTAINS 183 CHARACTERS.
           COPY "txnreq.cpy".

       FD  RUN-LOG.
           MOVE ZERO              TO TR-CONTRA-ACCT
           MOVE ZERO              TO TR-CARD-NO
           MOVE ZERO              TO TR-CHECK-NO
           MOVE ZERO              TO TR-EFFECTIVE-DATE
           MOVE ZERO              TO TR-RECEIVED-DATE
           MOVE ZERO              TO TR-RECEIVED-TIME
           WRITE TXN-REQUEST-RECORD
           ADD WS-REFUND-AMOUNT TO WS-BATCH-HASH-TOTAL
           ADD 1 TO WS-REFUND-CNT.
