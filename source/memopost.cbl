      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2025-09-29  DS   ORIGINAL INTRADAY ACCUMULATOR UPDATE.
      *   2026-10-15  DS   REQUEST RECORD GREW TO 169 BYTES FOR THE
      *                    NEW TR-EFFECTIVE-DATE VALUE DATE.
      *   2026-10-15  DS   REQUEST RECORD GREW TO 183 BYTES FOR THE
      *                    NEW TR-RECEIVED-DATE / TR-RECEIVED-TIME
      *                    STAMP.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  TXN-REQUEST
           RECORD CONTAINS 183 CHARACTERS.
           COPY "txnreq.cpy".

       FD  MEMO-POST-FILE.
