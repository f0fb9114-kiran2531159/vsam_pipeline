      * for the business date and does nothing - the journal is left
      * exactly as posted for TRIALBAL - so the same day's activity
      * can never roll into GL-BALANCE twice.
      *
      * Entries that come from a calculation rather than a
      * transaction (CECLPROV's month-end allowance provision,
      * CHKIMP's official check payments, ESCHEAT's official check
      * escheatments) arrive on the optional GLFEED entry feed in
      * the journal layout.  At
      * the end of the scan the night's fed entries are proved -
      * every account on GL-MASTER, every flag 'D' or 'C', debits
      * equal to credits - and copied into the journal, so they roll
      * and prove with everything else.  A feed that fails the proof
      * is reported and left out whole; no feed DD means nothing to
      * merge.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
      *   2026-03-23  DS   MAPPED WAIVREV'S 'FR' FEE-REVERSAL
      *                    CREDIT TO FEE INCOME (400100), THE SAME
      *                    OFFSET THE 'FE' CHARGE POSTED AGAINST.
      *   2026-10-15  DS   TXNPOST'S 'EC' OPERATOR CORRECTIONS MAP
      *                    THROUGH THE ORIGINAL'S TXN-TYPE (CARRIED
      *                    IN THE 'EC' TXN-DESC), SO THE CORRECTION
      *                    LEDGERS AS THE EXACT MIRROR OF THE PAIR
      *                    THE ORIGINAL POSTED.  THE JOURNAL KEEPS
      *                    'EC' AS THE SOURCE TYPE.
      *   2026-10-15  DS   MAPPED BPGEN'S 'BP' BILL-PAY DEBIT TO THE
      *                    NEW ACH SETTLEMENT CLEARING ACCOUNT
      *                    (100400) THE OUTBOUND BPORIG FILE DRAWS
      *                    AGAINST.
      *   2026-10-15  DS   MAPPED LGLPROC'S 'LG' LEGAL ORDER
      *                    REMITTANCE DEBIT TO THE NEW LEGAL ORDER
      *                    REMITTANCE PAYABLE (200400) - THE CREDIT
      *                    WAITS THERE UNTIL THE CHECK TO THE
      *                    LEVYING AGENCY OR CREDITOR GOES OUT.
      *   2026-10-15  DS   MAPPED TXNPOST'S 'EP' ESCROW DEPOSIT AND
      *                    ESCANLZ'S 'ER' SURPLUS REFUND TO THE NEW
      *                    ESCROW PAYABLE (200500) - THE ESCROW SHARE
      *                    OF A LOAN PAYMENT WAITS THERE UNTIL THE
      *                    TAX OR INSURANCE BILL IS PAID.
      *   2026-10-15  DS   MERGES THE NIGHT'S ENTRIES FROM THE NEW
      *                    OPTIONAL GLFEED ENTRY FEED (CECLPROV'S
      *                    ALLOWANCE PROVISION) INTO THE JOURNAL AT
      *                    THE END OF THE SCAN, ONCE THEY PROVE.
      *   2026-10-15  DS   MAPPED OFCMNT'S 'OC' OFFICIAL CHECK PURCHASE
      *                    DEBIT TO THE NEW OFFICIAL CHECKS
      *                    OUTSTANDING ACCOUNT (200600) - THE ITEM'S
      *                    AMOUNT STAYS THERE UNTIL CHKIMP PAYS IT OR
      *                    ESCHEAT TURNS IT OVER TO THE STATE.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT GL-ENTRY-FEED ASSIGN TO GLFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT GL-CHECKPOINT-CTL ASSIGN TO GLCKPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       FD  GL-ENTRY-FEED
           RECORD CONTAINS 45 CHARACTERS.
       01  GL-FEED-RECORD                 PIC X(45).

       FD  GL-CHECKPOINT-CTL
           RECORD CONTAINS 18 CHARACTERS.
       01  GL-CHECKPOINT-RECORD.
       01  WS-JRNL-STATUS                 PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).
       01  WS-CKPT-STATUS                 PIC X(02).
       01  WS-FEED-STATUS                 PIC X(02).

       01  WS-EOF-SW                      PIC X(01)   VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
           88  WS-ABORT                     VALUE 'Y'.
       01  WS-MAP-FOUND-SW                PIC X(01)   VALUE 'N'.
           88  WS-MAP-FOUND                  VALUE 'Y'.
       01  WS-FEED-EOF-SW                 PIC X(01)   VALUE 'N'.
           88  WS-FEED-EOF                  VALUE 'Y'.
       01  WS-FEED-VALID-SW               PIC X(01)   VALUE 'Y'.
           88  WS-FEED-VALID                VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.

           05  WS-SELECTED-CNT             PIC 9(09)   VALUE ZERO.
           05  WS-POSTED-CNT               PIC 9(09)   VALUE ZERO.
           05  WS-EXCEPTION-CNT            PIC 9(07)   VALUE ZERO.
           05  WS-FEED-CNT                 PIC 9(07)   VALUE ZERO.

       01  WS-TOTALS.
           05  WS-TOTAL-DEBITS            PIC S9(13)V99 VALUE ZERO.
           05  WS-TOTAL-CREDITS           PIC S9(13)V99 VALUE ZERO.

       01  WS-FEED-TOTALS.
           05  WS-FEED-DEBITS             PIC S9(13)V99 VALUE ZERO.
           05  WS-FEED-CREDITS            PIC S9(13)V99 VALUE ZERO.

       01  WS-ABS-AMOUNT                  PIC S9(11)V99 VALUE ZERO.
       01  WS-DR-GL-ACCT                  PIC 9(06)   VALUE ZERO.
       01  WS-CR-GL-ACCT                  PIC 9(06)   VALUE ZERO.

      *----------------------------------------------------------------*
      * THE TXN-TYPE THE MAPPING TABLE IS SEARCHED FOR - AN 'EC'
      * CORRECTION LEDGERS UNDER ITS ORIGINAL'S TYPE, WHOSE SIGN-
      * FLIPPED AMOUNT SWAPS THE SIDES BACK.
      *----------------------------------------------------------------*
       01  WS-MAP-TYPE                    PIC X(02)   VALUE SPACES.

      *----------------------------------------------------------------*
      * DEPOSIT LIABILITY CONTROL ACCOUNT - EVERY CUSTOMER-MONEY
      * TRANSACTION POSTS ONE SIDE HERE.
      *   Loaded in 1150-LOAD-GL-MAP, the same fixed-set seeding
      *   TXNPOST uses for its type/amount table.
      *----------------------------------------------------------------*
       01  WS-GL-MAP-CNT                  PIC 9(02)   VALUE 23.
       01  WS-GL-MAP-TABLE.
           05  WS-GM-ENTRY OCCURS 23 TIMES INDEXED BY WS-GM-IDX.
               10  WS-GM-TYPE               PIC X(02).
               10  WS-GM-OFFSET-GL          PIC 9(06).

           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-XL-REASON                PIC X(35).

       01  WS-FEED-EXCEPTION-LINE.
           05  FILLER PIC X(20) VALUE 'GLFEED REJECTED -   '.
           05  WS-FX-GL-ACCT               PIC 9(06).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-FX-DR-CR                 PIC X(01).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-FX-AMOUNT                PIC -(09)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-FX-REASON                PIC X(45).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      *    INCOME ACCOUNT THE 'FE' CHARGE POSTED AGAINST - WAIVED
      *    FEES NET OUT OF THE YEAR'S FEE INCOME.
           MOVE 'FR'    TO WS-GM-TYPE(18)
           MOVE 400100  TO WS-GM-OFFSET-GL(18)

      *    'BP' BILL-PAY DEBITS OFFSET THE ACH SETTLEMENT CLEARING
      *    ACCOUNT - THE FUNDS WAIT THERE UNTIL BPORIG'S OUTBOUND
      *    FILE SETTLES, AND CASHRCON PROVES THE NIGHT'S POSTINGS
      *    AGAINST THAT FILE'S CREDIT TOTAL.
           MOVE 'BP'    TO WS-GM-TYPE(19)
           MOVE 100400  TO WS-GM-OFFSET-GL(19)

      *    'LG' REMITS FUNDS A LEVY OR GARNISHMENT HELD - THE DEBIT
      *    COMES OFF THE DEPOSIT LIABILITY AND THE CREDIT WAITS IN
      *    200400 FOR THE CHECK TO THE AGENCY OR CREDITOR.
           MOVE 'LG'    TO WS-GM-TYPE(20)
           MOVE 200400  TO WS-GM-OFFSET-GL(20)

      *    'EP' TAKES THE ESCROW SHARE OF A LOAN PAYMENT BACK OFF THE
      *    LOAN INTO THE ESCROW PAYABLE (200500), WHERE IT WAITS FOR
      *    ESCDISB'S TAX AND INSURANCE DISBURSEMENTS; 'ER' REFUNDS AN
      *    ESCROW SURPLUS OUT OF THE SAME PAYABLE TO THE CUSTOMER.
           MOVE 'EP'    TO WS-GM-TYPE(21)
           MOVE 200500  TO WS-GM-OFFSET-GL(21)

           MOVE 'ER'    TO WS-GM-TYPE(22)
           MOVE 200500  TO WS-GM-OFFSET-GL(22)

      *    'OC' PAYS FOR A CASHIER'S CHECK OR MONEY ORDER - THE CREDIT
      *    WAITS IN OFFICIAL CHECKS OUTSTANDING (200600) UNTIL THE
      *    ITEM CLEARS (CHKIMP'S FEED TO CASH) OR ESCHEATS (ESCHEAT'S
      *    FEED TO UNCLAIMED PROPERTY).
           MOVE 'OC'    TO WS-GM-TYPE(23)
           MOVE 200600  TO WS-GM-OFFSET-GL(23).

      *----------------------------------------------------------------*
      * 2000-PROCESS-TRANSACTION THRU 2000-EXIT
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 2500-MERGE-GL-FEED THRU 2500-EXIT
      *   Two passes over the feed - the first proves tonight's
      *   entries, the second copies them into the journal - so a
      *   bad feed never leaves half a provision in the ledger.
      *   Entries dated any other night were merged (or rejected)
      *   on that night and are passed over.
      *----------------------------------------------------------------*
       2500-MERGE-GL-FEED.
           OPEN INPUT GL-ENTRY-FEED
           IF WS-FEED-STATUS NOT = '00'
               GO TO 2500-EXIT
           END-IF
           MOVE 'Y' TO WS-FEED-VALID-SW
           MOVE 'N' TO WS-FEED-EOF-SW
           PERFORM 2510-PROVE-ONE-FEED-ENTRY THRU 2510-EXIT
               UNTIL WS-FEED-EOF OR NOT WS-FEED-VALID
           CLOSE GL-ENTRY-FEED

           IF WS-FEED-VALID AND WS-FEED-DEBITS NOT = WS-FEED-CREDITS
               MOVE 'N' TO WS-FEED-VALID-SW
               MOVE ZERO  TO WS-FX-GL-ACCT
               MOVE SPACE TO WS-FX-DR-CR
               COMPUTE WS-FX-AMOUNT =
                   WS-FEED-DEBITS - WS-FEED-CREDITS
               MOVE 'FEED DEBITS DO NOT EQUAL CREDITS' TO
                   WS-FX-REASON
               PERFORM 2590-WRITE-FEED-EXCEPTION THRU 2590-EXIT
           END-IF
           IF NOT WS-FEED-VALID
               DISPLAY 'GLPOST WARNING - GLFEED FAILED ITS PROOF, '
                   'NOTHING MERGED (SEE GLEXCRPT)'
               GO TO 2500-EXIT
           END-IF

           OPEN INPUT GL-ENTRY-FEED
           MOVE 'N' TO WS-FEED-EOF-SW
           PERFORM 2520-COPY-ONE-FEED-ENTRY THRU 2520-EXIT
               UNTIL WS-FEED-EOF
           CLOSE GL-ENTRY-FEED.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2510-PROVE-ONE-FEED-ENTRY THRU 2510-EXIT
      *----------------------------------------------------------------*
       2510-PROVE-ONE-FEED-ENTRY.
           READ GL-ENTRY-FEED INTO GL-ENTRY-RECORD
               AT END
                   MOVE 'Y' TO WS-FEED-EOF-SW
           END-READ
           IF WS-FEED-EOF
               GO TO 2510-EXIT
           END-IF
           IF GE-POST-DATE NOT = WS-TODAY
               GO TO 2510-EXIT
           END-IF

           MOVE GE-GL-ACCT-NO TO WS-FX-GL-ACCT
           MOVE GE-DR-CR      TO WS-FX-DR-CR
           MOVE GE-AMOUNT     TO WS-FX-AMOUNT
           IF GE-DR-CR NOT = 'D' AND GE-DR-CR NOT = 'C'
               MOVE 'N' TO WS-FEED-VALID-SW
               MOVE 'DEBIT/CREDIT FLAG NOT D OR C' TO WS-FX-REASON
               PERFORM 2590-WRITE-FEED-EXCEPTION THRU 2590-EXIT
               GO TO 2510-EXIT
           END-IF

           MOVE GE-GL-ACCT-NO TO GL-ACCT-NO
           READ GL-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-FEED-VALID-SW
                   MOVE 'GL ACCOUNT NOT ON GL MASTER' TO WS-FX-REASON
                   PERFORM 2590-WRITE-FEED-EXCEPTION THRU 2590-EXIT
                   GO TO 2510-EXIT
           END-READ

           IF GE-DR-CR = 'D'
               ADD GE-AMOUNT TO WS-FEED-DEBITS
           ELSE
               ADD GE-AMOUNT TO WS-FEED-CREDITS
           END-IF.
       2510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2520-COPY-ONE-FEED-ENTRY THRU 2520-EXIT
      *----------------------------------------------------------------*
       2520-COPY-ONE-FEED-ENTRY.
           READ GL-ENTRY-FEED INTO GL-ENTRY-RECORD
               AT END
                   MOVE 'Y' TO WS-FEED-EOF-SW
           END-READ
           IF WS-FEED-EOF
               GO TO 2520-EXIT
           END-IF
           IF GE-POST-DATE NOT = WS-TODAY
               GO TO 2520-EXIT
           END-IF
           WRITE GL-ENTRY-RECORD
           ADD 1 TO WS-FEED-CNT.
       2520-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2590-WRITE-FEED-EXCEPTION THRU 2590-EXIT
      *----------------------------------------------------------------*
       2590-WRITE-FEED-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-CNT
           MOVE WS-FEED-EXCEPTION-LINE TO RPT-LINE
           WRITE RPT-LINE.
       2590-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2900-END-SCAN THRU 2900-EXIT
      *   The journal is complete and the master still untouched -
      *----------------------------------------------------------------*
       2900-END-SCAN.
           CLOSE TRANSACTION-MASTER
           PERFORM 2500-MERGE-GL-FEED THRU 2500-EXIT
           CLOSE GL-JOURNAL
           CLOSE GL-EXCEPTION-RPT
           MOVE 'A'  TO WS-CKPT-PHASE
           DISPLAY 'GLPOST TRANSACTIONS SELECTED = ' WS-SELECTED-CNT
           DISPLAY 'GLPOST TRANSACTIONS LEDGERED = ' WS-POSTED-CNT
           DISPLAY 'GLPOST EXCEPTIONS            = ' WS-EXCEPTION-CNT
           DISPLAY 'GLPOST FED ENTRIES MERGED    = ' WS-FEED-CNT
           DISPLAY 'GLPOST ENTRIES APPLIED       = ' WS-ENTRY-SEQ
           DISPLAY 'GLPOST TOTAL DEBITS          = ' WS-TOTAL-DEBITS
           DISPLAY 'GLPOST TOTAL CREDITS         = ' WS-TOTAL-CREDITS.
      *----------------------------------------------------------------*
       4000-POST-GL-PAIR.
           MOVE 'N' TO WS-MAP-FOUND-SW
           IF TXN-TYPE = 'EC'
               MOVE TXN-EC-ORIG-TYPE TO WS-MAP-TYPE
           ELSE
               MOVE TXN-TYPE TO WS-MAP-TYPE
           END-IF
           PERFORM 4100-SEARCH-GL-MAP THRU 4100-EXIT
               VARYING WS-GM-IDX FROM 1 BY 1
               UNTIL WS-GM-IDX > WS-GL-MAP-CNT
      * 4100-SEARCH-GL-MAP THRU 4100-EXIT
      *----------------------------------------------------------------*
       4100-SEARCH-GL-MAP.
           IF WS-GM-TYPE(WS-GM-IDX) = WS-MAP-TYPE
               MOVE 'Y' TO WS-MAP-FOUND-SW
           END-IF.
       4100-EXIT.
