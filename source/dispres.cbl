      *                    OF CYCLE) INSTEAD OF THE SYSTEM CLOCK, SO
      *                    A CYCLE SLIPPING PAST MIDNIGHT OR A
      *                    MORNING RERUN KEEPS THE RIGHT DATE.
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
           COPY "dspcase.cpy".

       FD  REVERSAL-REQUEST-OUT
           RECORD CONTAINS 183 CHARACTERS.
           COPY "txnreq.cpy".

       FD  RESOLUTION-REJECT
           MOVE ZERO               TO TR-CONTRA-ACCT
           MOVE ZERO               TO TR-CARD-NO
           MOVE ZERO               TO TR-CHECK-NO
           MOVE ZERO               TO TR-EFFECTIVE-DATE
           MOVE ZERO               TO TR-RECEIVED-DATE
           MOVE ZERO               TO TR-RECEIVED-TIME
           WRITE TXN-REQUEST-RECORD
           ADD WS-REVERSAL-AMOUNT TO WS-BATCH-HASH-TOTAL.
       5000-EXIT.
