      *   'PAYR' - the PAYROLL NACHA file's '9' file-control credit
      *            total against the night's GLENTRY postings under
      *            the payroll source type - on a non-payday (no ACH
      *            file) nothing is expected and nothing reports;
      *   'BPAY' - the BPORIG bill-pay NACHA file's '9' file-control
      *            credit total against the night's GLENTRY 'BP'
      *            postings to the ACH settlement clearing account
      *            (100400).  BPORIG writes the file every night, so
      *            a night with no payments compares zero to zero;
      *            a posted payment BPORIG could not originate shows
      *            as ledgered money the file never sent.
      *
      * A side that agrees reports MATCHED; a difference reports
      * UNMATCHED and joins the RECON-OUTSTANDING carry-forward
      *                    CODE - THE RAW SOURCE TYPES ALSO COVER
      *                    TELLER, STANDING-ORDER AND ACH ACTIVITY
      *                    AND REPORTED FALSE MISMATCHES NIGHTLY.
      *   2026-10-15  DS   NEW 'BPAY' SIDE - BPORIG'S OUTBOUND
      *                    BILL-PAY ACH FILE AGAINST THE NIGHT'S 'BP'
      *                    POSTINGS TO THE ACH SETTLEMENT CLEARING
      *                    ACCOUNT (100400).
      *   2026-10-15  DS   SETTLEMENT RECORD GREW TO 107 BYTES FOR THE
      *                    NETWORK'S TERMINAL ID (NOT USED HERE).
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.

           SELECT BP-ACH-FILE ASSIGN TO BPACH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BPACH-STATUS.

           SELECT GL-JOURNAL ASSIGN TO GLJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
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

       FD  ACH-FILE
           RECORD CONTAINS 94 CHARACTERS.
           05  AF-CREDIT-TOTAL            PIC 9(12).
           05  FILLER                     PIC X(39).

       FD  BP-ACH-FILE
           RECORD CONTAINS 94 CHARACTERS.
       01  BP-ACH-RECORD                  PIC X(94).
       01  BP-ACH-FILE-CONTROL REDEFINES BP-ACH-RECORD.
           05  BF-REC-TYPE                PIC X(01).
           05  BF-BATCH-COUNT             PIC 9(06).
           05  BF-BLOCK-COUNT             PIC 9(06).
           05  BF-ENTRY-COUNT             PIC 9(08).
           05  BF-ENTRY-HASH              PIC 9(10).
           05  BF-DEBIT-TOTAL             PIC 9(12).
           05  BF-CREDIT-TOTAL            PIC 9(12).
           05  FILLER                     PIC X(39).

       FD  GL-JOURNAL.
           COPY "glentry.cpy".


       01  WS-SETL-STATUS                 PIC X(02).
       01  WS-ACH-STATUS                  PIC X(02).
       01  WS-BPACH-STATUS                PIC X(02).
       01  WS-JRNL-STATUS                 PIC X(02).
       01  WS-TXNM-STATUS                 PIC X(02).
       01  WS-RCNI-STATUS                 PIC X(02).
               88  WS-SETL-EOF              VALUE 'Y'.
           05  WS-ACH-EOF-SW              PIC X(01)   VALUE 'N'.
               88  WS-ACH-EOF               VALUE 'Y'.
           05  WS-BPACH-EOF-SW            PIC X(01)   VALUE 'N'.
               88  WS-BPACH-EOF             VALUE 'Y'.
           05  WS-JRNL-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-JRNL-EOF              VALUE 'Y'.
           05  WS-RCNI-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-RCNI-EOF              VALUE 'Y'.
           05  WS-ACH-PRESENT-SW          PIC X(01)   VALUE 'N'.
               88  WS-ACH-PRESENT           VALUE 'Y'.
           05  WS-BPACH-PRESENT-SW        PIC X(01)   VALUE 'N'.
               88  WS-BPACH-PRESENT         VALUE 'Y'.
           05  WS-IS-SETTLEMENT-SW        PIC X(01)   VALUE 'N'.
               88  WS-IS-SETTLEMENT         VALUE 'Y'.

      *----------------------------------------------------------------*
      * TONIGHT'S EXPECTED AND LEDGERED TOTALS PER SIDE.  THE
      * SETTLEMENT SIDE NETS DEBITS AGAINST CREDITS EXACTLY AS THE
      * POSTINGS DO; THE PAYROLL AND BILL-PAY SIDES ARE THE NACHA
      * CREDIT TOTALS.
      *----------------------------------------------------------------*
       01  WS-SETL-EXPECTED               PIC S9(13)V99 VALUE ZERO.
       01  WS-SETL-LEDGERED               PIC S9(13)V99 VALUE ZERO.
       01  WS-PAYR-EXPECTED               PIC S9(13)V99 VALUE ZERO.
       01  WS-PAYR-LEDGERED               PIC S9(13)V99 VALUE ZERO.
       01  WS-BPAY-EXPECTED               PIC S9(13)V99 VALUE ZERO.
       01  WS-BPAY-LEDGERED               PIC S9(13)V99 VALUE ZERO.
       01  WS-DIFFERENCE                  PIC S9(13)V99 VALUE ZERO.

       01  WS-COUNTERS.

           PERFORM 2000-SUM-SETTLEMENT THRU 2000-EXIT
           PERFORM 2500-SUM-ACH THRU 2500-EXIT
           PERFORM 2700-SUM-BILL-PAY-ACH THRU 2700-EXIT
           PERFORM 3000-SUM-LEDGER THRU 3000-EXIT
           PERFORM 4000-COMPARE-SIDES THRU 4000-EXIT
           PERFORM 5000-AGE-OUTSTANDING THRU 5000-EXIT
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2700-SUM-BILL-PAY-ACH THRU 2700-EXIT
      *   The bill-pay file's '9' credit total is what BPORIG sent
      *   to payees.  Its offsetting settlement debit is the bank's
      *   own, so the debit total is not part of the comparison.
      *----------------------------------------------------------------*
       2700-SUM-BILL-PAY-ACH.
           OPEN INPUT BP-ACH-FILE
           IF WS-BPACH-STATUS NOT = '00'
               MOVE 'Y' TO WS-BPACH-EOF-SW
               GO TO 2700-EXIT
           END-IF
           PERFORM 2800-SCAN-ONE-BILL-PAY-ACH THRU 2800-EXIT
               UNTIL WS-BPACH-EOF
           CLOSE BP-ACH-FILE.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2800-SCAN-ONE-BILL-PAY-ACH THRU 2800-EXIT
      *----------------------------------------------------------------*
       2800-SCAN-ONE-BILL-PAY-ACH.
           READ BP-ACH-FILE
               AT END
                   MOVE 'Y' TO WS-BPACH-EOF-SW
           END-READ
           IF WS-BPACH-EOF
               GO TO 2800-EXIT
           END-IF
           IF BF-REC-TYPE = '9' AND BF-CREDIT-TOTAL NUMERIC
               COMPUTE WS-BPAY-EXPECTED =
                   WS-BPAY-EXPECTED + (BF-CREDIT-TOTAL / 100)
               MOVE 'Y' TO WS-BPACH-PRESENT-SW
           END-IF.
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-SUM-LEDGER THRU 3000-EXIT
      *   One pass over tonight's journal: the customer-side leg of
      *   each settlement posting (the deposit-liability entry under
      *   source types 'PU', 'WD' and 'DP') nets into the ledgered
      *   settlement total; a payroll source type ('PY') would net
      *   into the payroll side when the GL ever carries one; the
      *   'BP' bill-pay leg on the ACH settlement clearing account
      *   nets into the bill-pay side.
      *----------------------------------------------------------------*
       3000-SUM-LEDGER.
           OPEN INPUT GL-JOURNAL
           END-IF
           IF GE-GL-ACCT-NO NOT = 100100
               AND GE-GL-ACCT-NO NOT = 100200
               AND GE-GL-ACCT-NO NOT = 100400
               GO TO 3100-EXIT
           END-IF

                   ELSE
                       SUBTRACT GE-AMOUNT FROM WS-PAYR-LEDGERED
                   END-IF
               WHEN 'BP'
                   IF GE-DR-CR = 'C'
                       ADD GE-AMOUNT TO WS-BPAY-LEDGERED
                   ELSE
                       SUBTRACT GE-AMOUNT FROM WS-BPAY-LEDGERED
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * 4000-COMPARE-SIDES THRU 4000-EXIT
      *   The settlement expectation flips sign against the cash
      *   legs: a net-debit settlement file (money leaving
      *   customers) lands as net credits to cash.  Bill-pay
      *   ledgered without a file (BPORIG never ran) still reports,
      *   as money taken from customers that nothing sent on.
      *----------------------------------------------------------------*
       4000-COMPARE-SIDES.
           IF WS-SETL-CNT > ZERO
               MOVE WS-PAYR-EXPECTED TO RO-EXPECTED
               MOVE WS-PAYR-LEDGERED TO RO-LEDGERED
               PERFORM 4100-REPORT-ONE-SIDE THRU 4100-EXIT
           END-IF

           IF WS-BPACH-PRESENT OR WS-BPAY-LEDGERED NOT = ZERO
               COMPUTE WS-DIFFERENCE =
                   WS-BPAY-EXPECTED - WS-BPAY-LEDGERED
               MOVE 'BPAY' TO RO-SOURCE
               MOVE WS-BPAY-EXPECTED TO RO-EXPECTED
               MOVE WS-BPAY-LEDGERED TO RO-LEDGERED
               PERFORM 4100-REPORT-ONE-SIDE THRU 4100-EXIT
           END-IF.
       4000-EXIT.
           EXIT.
