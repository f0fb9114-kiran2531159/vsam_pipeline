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
      *   2026-10-15  DS   SETTLEMENT RECORD GREW TO 107 BYTES FOR THE
      *                    NETWORK'S TERMINAL ID, CARRIED IN TR-DESC
      *                    ON AN ATM ITEM SO ATMSETL CAN SETTLE EACH
      *                    OF OUR TERMINALS.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  SETTLEMENT-FILE
           RECORD CONTAINS 107 CHARACTERS.
       01  SETTLEMENT-RECORD.
           05  SF-ACCT-NO                 PIC 9(12).
           05  SF-TXN-DATE                PIC 9(08).
           05  SF-MERCHANT-STATE          PIC X(02).
           05  SF-AUTH-CODE               PIC X(06).
           05  SF-CHANNEL                 PIC X(03).
           05  SF-TERMINAL-ID             PIC X(08).

       FD  TRANSACTION-MASTER.
           COPY "transaction.cpy".

       FD  SETL-REQUEST-OUT
           RECORD CONTAINS 183 CHARACTERS.
           COPY "txnreq.cpy".

       FD  SETL-DUPLICATE
           RECORD CONTAINS 107 CHARACTERS.
       01  SETL-DUPLICATE-RECORD          PIC X(107).

       FD  RUN-LOG.
           COPY "runlog.cpy".
      *   everywhere else; a credit settlement (merchant refund,
      *   deposit-taking ATM) maps to 'DP'.  The amount sign follows
      *   the debit/credit flag the way TXNPOST's type table expects.
      *   An ATM item carries the network's terminal ID after the
      *   description literal (TR-ATM-DESC).
      *----------------------------------------------------------------*
       4000-CONVERT-SETTLEMENT.
           MOVE SF-ACCT-NO TO TR-ACCT-NO
           END-IF
           MOVE WS-WORK-AMOUNT      TO TR-AMOUNT
           MOVE 'NETWORK SETTLEMENT' TO TR-DESC
           IF SF-CHANNEL = 'ATM'
               MOVE SF-TERMINAL-ID  TO TR-ATM-TERMINAL-ID
           END-IF
           MOVE SF-MERCHANT-NAME    TO TR-MERCHANT-NAME
           MOVE SF-MERCHANT-CITY    TO TR-MERCHANT-CITY
           MOVE SF-MERCHANT-STATE   TO TR-MERCHANT-STATE
           MOVE ZERO                TO TR-CONTRA-ACCT
           MOVE ZERO                TO TR-CARD-NO
           MOVE ZERO                TO TR-CHECK-NO
           MOVE ZERO                TO TR-EFFECTIVE-DATE
           MOVE ZERO                TO TR-RECEIVED-DATE
           MOVE ZERO                TO TR-RECEIVED-TIME
           WRITE TXN-REQUEST-RECORD
           ADD WS-WORK-AMOUNT TO WS-BATCH-HASH-TOTAL
           ADD 1 TO WS-CONVERTED-CNT.
