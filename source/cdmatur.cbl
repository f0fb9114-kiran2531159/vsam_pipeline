      *   2025-02-17  DS   ORIGINAL MATURITY/ROLLOVER JOB - MATURED
      *                     CDS WERE BEING SETTLED BY HAND OFF A
      *                     SPREADSHEET.
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
           COPY "ratetbl.cpy".

       FD  CD-REQUEST-OUT
           RECORD CONTAINS 183 CHARACTERS.
           COPY "txnreq.cpy".

       FD  CD-MATURITY-RPT
               MOVE CD-PAYOUT-ACCT      TO TR-CONTRA-ACCT
               MOVE ZERO                 TO TR-CARD-NO
               MOVE ZERO                 TO TR-CHECK-NO
               MOVE ZERO                 TO TR-EFFECTIVE-DATE
               MOVE ZERO                 TO TR-RECEIVED-DATE
               MOVE ZERO                 TO TR-RECEIVED-TIME
               WRITE TXN-REQUEST-RECORD
               ADD TR-AMOUNT TO WS-BATCH-HASH-TOTAL
               ADD 1 TO WS-PAYOUT-CNT
