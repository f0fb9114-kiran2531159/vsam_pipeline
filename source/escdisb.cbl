      *================================================================*
      * ESCDISB - NIGHTLY ESCROW DEPOSIT CREDIT AND DISBURSEMENT
      *
      * Nightly step after TXNPOST, the BPORIG shape for escrow.
      *
      * Deposits: scans the transaction master for the night's
      * posted 'EP' escrow deposits TXNPOST split off the loan
      * payments, and adds each one to the loan's ESCROW balance.
      * A deposit at or below EW-LAST-DEPOSIT-TXN-ID has been
      * credited already, so a rerun never credits it twice.
      *
      * Disbursements: then browses the ESCDISB lines, and pays
      * every active line on an open escrow whose ED-NEXT-DUE-DATE
      * has arrived - ED-AMOUNT comes out of EW-BALANCE, one line
      * goes to the ESCREMT extract the check to the taxing
      * authority or insurer is cut from, and the due date steps on
      * by the line's frequency.  A bill is paid whether or not the
      * balance covers it: the shortfall is advanced by the bank,
      * the balance goes negative and the next analysis recovers
      * it.  Advances are listed on the report.
      *
      * The extract is rebuilt in full on every run.  A line whose
      * ED-LAST-PAID-DATE is already today was paid by an earlier
      * run tonight - it goes on the extract again from
      * ED-LAST-PAID-AMT but nothing is taken from the balance.
      *
      * Return codes: 4 when a posted deposit has no open escrow to
      * go to (the money sits in the escrow payable until it is
      * refunded or the escrow is set up); 16 when the escrow file
      * will not open.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCDISB.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL ESCROW DEPOSIT AND DISBURSEMENT
      *                     STEP - TAX AND INSURANCE BILLS WERE BEING
      *                     PAID FROM A SPREADSHEET.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCROW-FILE ASSIGN TO ESCROW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EW-LOAN-ACCT-NO
               FILE STATUS IS WS-ESC-STATUS.

           SELECT ESCROW-DISB-FILE ASSIGN TO ESCDISB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ED-KEY
               FILE STATUS IS WS-DISB-STATUS.

           SELECT TRANSACTION-MASTER ASSIGN TO TXNMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-ID
               FILE STATUS IS WS-TXN-STATUS.

           SELECT REMIT-EXTRACT ASSIGN TO ESCREMT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMT-STATUS.

           SELECT ESCROW-REPORT ASSIGN TO ESCRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUN-LOG ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT PROC-DATE-CTL ASSIGN TO PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESCROW-FILE.
           COPY "escrow.cpy".

       FD  ESCROW-DISB-FILE.
           COPY "escdisb.cpy".

       FD  TRANSACTION-MASTER.
           COPY "transaction.cpy".

       FD  REMIT-EXTRACT
           RECORD CONTAINS 161 CHARACTERS.
       01  REMIT-EXTRACT-RECORD.
           05  RX-PAYEE-NAME              PIC X(30).
           05  RX-PAYEE-ADDR              PIC X(35).
           05  RX-PAYEE-CITY              PIC X(25).
           05  RX-PAYEE-STATE             PIC X(02).
           05  RX-PAYEE-ZIP               PIC 9(05).
           05  RX-PAYEE-REF               PIC X(20).
           05  RX-KIND                    PIC X(01).
           05  RX-LOAN-ACCT-NO            PIC 9(12).
           05  RX-LINE-NO                 PIC 9(02).
           05  RX-CUST-ID                 PIC 9(10).
           05  RX-AMOUNT                  PIC S9(09)V99.
           05  RX-REMIT-DATE              PIC 9(08).

       FD  ESCROW-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       FD  RUN-LOG.
           COPY "runlog.cpy".

       FD  PROC-DATE-CTL
           RECORD CONTAINS 8 CHARACTERS.
       01  PROC-DATE-RECORD               PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-PDATE-STATUS                PIC X(02).

       01  WS-RUNLOG-STATUS               PIC X(02).
       01  WS-RL-PHASE                    PIC X(01).
       01  WS-RL-COUNT                    PIC 9(09).

       01  WS-ESC-STATUS                  PIC X(02).
       01  WS-DISB-STATUS                 PIC X(02).
       01  WS-TXN-STATUS                  PIC X(02).
       01  WS-REMT-STATUS                 PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-DISB-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-DISB-EOF             VALUE 'Y'.
           05  WS-ABORT-SW                PIC X(01)   VALUE 'N'.
               88  WS-ABORT                VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-DEPOSIT-AMT                 PIC S9(09)V99 VALUE ZERO.
       01  WS-PAY-AMT                     PIC S9(09)V99 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-TXN-CNT                 PIC 9(09)   VALUE ZERO.
           05  WS-DEPOSIT-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-DUP-DEPOSIT-CNT         PIC 9(07)   VALUE ZERO.
           05  WS-ORPHAN-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-LINE-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-PAID-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-REPAID-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-ADVANCE-CNT             PIC 9(07)   VALUE ZERO.
       01  WS-DEPOSIT-TOTAL               PIC S9(11)V99 VALUE ZERO.
       01  WS-PAID-TOTAL                  PIC S9(11)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      * DATE ADVANCE WORK FIELDS
      *----------------------------------------------------------------*
       01  WS-ADV-DATE                    PIC 9(08).
       01  WS-ADV-DATE-R REDEFINES WS-ADV-DATE.
           05  WS-ADV-YYYY                 PIC 9(04).
           05  WS-ADV-MM                   PIC 9(02).
           05  WS-ADV-DD                   PIC 9(02).
       01  WS-ADV-MONTHS                  PIC 9(02)   VALUE ZERO.
       01  WS-ADV-MM-WORK                 PIC S9(04)  VALUE ZERO.
       01  WS-MONTH-DAYS-LIST.
           05  FILLER PIC X(24) VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
           05  WS-MD-DAYS OCCURS 12 TIMES  PIC 9(02).
       01  WS-LEAP-REMAINDER              PIC 9(03)   VALUE ZERO.
       01  WS-LEAP-QUOTIENT               PIC 9(04)   VALUE ZERO.
       01  WS-MONTH-LIMIT                 PIC 9(02)   VALUE ZERO.

      *----------------------------------------------------------------*
      * REPORT LINES
      *----------------------------------------------------------------*
       01  WS-HEADING-LINE.
           05  FILLER PIC X(40)
               VALUE 'ESCDISB - ESCROW DISBURSEMENTS    DATE: '.
           05  WS-HL-DATE                  PIC 9(08).

       01  WS-DETAIL-LINE.
           05  WS-DL-ACTION                PIC X(12).
           05  FILLER PIC X(07) VALUE 'LOAN = '.
           05  WS-DL-LOAN-ACCT-NO          PIC 9(12).
           05  FILLER PIC X(09) VALUE '  LINE = '.
           05  WS-DL-LINE-NO               PIC 9(02).
           05  FILLER PIC X(09) VALUE '  KIND = '.
           05  WS-DL-KIND                  PIC X(01).
           05  FILLER PIC X(11) VALUE '  AMOUNT = '.
           05  WS-DL-AMOUNT                PIC -(09)9.99.
           05  FILLER PIC X(12) VALUE '  BALANCE = '.
           05  WS-DL-BALANCE               PIC -(09)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DL-NOTE                  PIC X(20).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(30).
           05  WS-TL-COUNT                 PIC Z(06)9.
           05  FILLER PIC X(11) VALUE '  AMOUNT = '.
           05  WS-TL-AMOUNT                PIC -(11)9.99.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'S' TO WS-RL-PHASE
           MOVE ZERO TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-ABORT
               PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
                   UNTIL WS-EOF
               PERFORM 5000-PAY-DUE-BILLS THRU 5000-EXIT
           END-IF
           PERFORM 3000-TERMINATE
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-TXN-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE THRU 1000-EXIT
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O ESCROW-FILE
           IF WS-ESC-STATUS NOT = '00'
               DISPLAY 'ESCDISB ERROR - CANNOT OPEN ESCROW FILE, '
                   'STATUS = ' WS-ESC-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF

           OPEN I-O    ESCROW-DISB-FILE
           OPEN INPUT  TRANSACTION-MASTER
           OPEN OUTPUT REMIT-EXTRACT
           OPEN OUTPUT ESCROW-REPORT
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT

           MOVE WS-TODAY TO WS-HL-DATE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 2100-READ-TRANSACTION.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESS-TRANSACTION THRU 2000-EXIT
      *----------------------------------------------------------------*
       2000-PROCESS-TRANSACTION.
           ADD 1 TO WS-TXN-CNT

           IF TXN-STATUS = 'P' AND TXN-POST-DATE = WS-TODAY
               AND TXN-TYPE = 'EP'
               PERFORM 4000-CREDIT-DEPOSIT THRU 4000-EXIT
           END-IF

           PERFORM 2100-READ-TRANSACTION.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-READ-TRANSACTION
      *----------------------------------------------------------------*
       2100-READ-TRANSACTION.
           READ TRANSACTION-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           IF NOT WS-ABORT
               MOVE 'DEPOSITS CREDITED'   TO WS-TL-LABEL
               MOVE WS-DEPOSIT-CNT        TO WS-TL-COUNT
               MOVE WS-DEPOSIT-TOTAL      TO WS-TL-AMOUNT
               MOVE WS-TOTAL-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'BILLS ON THE EXTRACT' TO WS-TL-LABEL
               COMPUTE WS-TL-COUNT = WS-PAID-CNT + WS-REPAID-CNT
               MOVE WS-PAID-TOTAL         TO WS-TL-AMOUNT
               MOVE WS-TOTAL-LINE TO RPT-LINE
               WRITE RPT-LINE

               CLOSE ESCROW-FILE
               CLOSE ESCROW-DISB-FILE
               CLOSE TRANSACTION-MASTER
               CLOSE REMIT-EXTRACT
               CLOSE ESCROW-REPORT
           END-IF
           IF WS-ORPHAN-CNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'ESCDISB TRANSACTIONS READ  = ' WS-TXN-CNT
           DISPLAY 'ESCDISB DEPOSITS CREDITED  = ' WS-DEPOSIT-CNT
           DISPLAY 'ESCDISB DEPOSITS ON FILE   = ' WS-DUP-DEPOSIT-CNT
           DISPLAY 'ESCDISB DEPOSITS NO ESCROW = ' WS-ORPHAN-CNT
           DISPLAY 'ESCDISB LINES READ         = ' WS-LINE-CNT
           DISPLAY 'ESCDISB BILLS PAID         = ' WS-PAID-CNT
           DISPLAY 'ESCDISB BILLS PAID EARLIER = ' WS-REPAID-CNT
           DISPLAY 'ESCDISB BILLS ADVANCED     = ' WS-ADVANCE-CNT.

      *----------------------------------------------------------------*
      * 4000-CREDIT-DEPOSIT THRU 4000-EXIT
      *   The 'EP' debit is negative on the loan - its amount turned
      *   round is what the escrow holds.  Deposits arrive in TXN-ID
      *   order, so the watermark only ever moves up.
      *----------------------------------------------------------------*
       4000-CREDIT-DEPOSIT.
           MOVE TXN-ACCT-NO TO EW-LOAN-ACCT-NO
           READ ESCROW-FILE
               INVALID KEY
                   ADD 1 TO WS-ORPHAN-CNT
                   DISPLAY 'ESCDISB NOT CREDITED - TXN-ID ' TXN-ID
                       ' LOAN ' TXN-ACCT-NO ' HAS NO ESCROW'
                   GO TO 4000-EXIT
           END-READ
           IF EW-STATUS NOT = 'A'
               ADD 1 TO WS-ORPHAN-CNT
               DISPLAY 'ESCDISB NOT CREDITED - TXN-ID ' TXN-ID
                   ' LOAN ' TXN-ACCT-NO ' ESCROW IS CLOSED'
               GO TO 4000-EXIT
           END-IF
           IF TXN-ID NOT > EW-LAST-DEPOSIT-TXN-ID
               ADD 1 TO WS-DUP-DEPOSIT-CNT
               GO TO 4000-EXIT
           END-IF

           COMPUTE WS-DEPOSIT-AMT = ZERO - TXN-AMOUNT
           ADD WS-DEPOSIT-AMT TO EW-BALANCE
           ADD WS-DEPOSIT-AMT TO EW-CYCLE-DEPOSITS
           MOVE TXN-ID TO EW-LAST-DEPOSIT-TXN-ID
           REWRITE ESCROW-ACCOUNT-RECORD
           ADD 1 TO WS-DEPOSIT-CNT
           ADD WS-DEPOSIT-AMT TO WS-DEPOSIT-TOTAL.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-PAY-DUE-BILLS THRU 5000-EXIT
      *----------------------------------------------------------------*
       5000-PAY-DUE-BILLS.
           MOVE LOW-VALUES TO ED-KEY
           START ESCROW-DISB-FILE KEY IS NOT LESS THAN ED-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DISB-EOF-SW
           END-START
           PERFORM 5100-PROCESS-LINE THRU 5100-EXIT
               UNTIL WS-DISB-EOF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-PROCESS-LINE THRU 5100-EXIT
      *----------------------------------------------------------------*
       5100-PROCESS-LINE.
           READ ESCROW-DISB-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DISB-EOF-SW
           END-READ
           IF WS-DISB-EOF
               GO TO 5100-EXIT
           END-IF
           ADD 1 TO WS-LINE-CNT

           IF ED-STATUS NOT = 'A'
               GO TO 5100-EXIT
           END-IF
           IF ED-LAST-PAID-DATE = WS-TODAY
               PERFORM 5300-REPEAT-PAYMENT THRU 5300-EXIT
               GO TO 5100-EXIT
           END-IF
           IF ED-NEXT-DUE-DATE > WS-TODAY OR ED-AMOUNT = ZERO
               GO TO 5100-EXIT
           END-IF

           MOVE ED-LOAN-ACCT-NO TO EW-LOAN-ACCT-NO
           READ ESCROW-FILE
               INVALID KEY
                   GO TO 5100-EXIT
           END-READ
           IF EW-STATUS NOT = 'A'
               GO TO 5100-EXIT
           END-IF

           PERFORM 5200-PAY-BILL THRU 5200-EXIT.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5200-PAY-BILL THRU 5200-EXIT
      *   The bill comes out of the escrow whatever the balance -
      *   taxes and insurance paid late cost the borrower more than
      *   the advance does.
      *----------------------------------------------------------------*
       5200-PAY-BILL.
           MOVE ED-AMOUNT TO WS-PAY-AMT
           SUBTRACT WS-PAY-AMT FROM EW-BALANCE
           ADD WS-PAY-AMT TO EW-CYCLE-DISBURSED
           REWRITE ESCROW-ACCOUNT-RECORD

           PERFORM 5500-WRITE-EXTRACT THRU 5500-EXIT
           ADD 1 TO WS-PAID-CNT

           MOVE 'PAID'      TO WS-DL-ACTION
           MOVE SPACES      TO WS-DL-NOTE
           IF EW-BALANCE < ZERO
               ADD 1 TO WS-ADVANCE-CNT
               MOVE 'ESCROW ADVANCE' TO WS-DL-NOTE
           END-IF
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT

           MOVE ED-NEXT-DUE-DATE TO WS-ADV-DATE
           EVALUATE ED-FREQUENCY
               WHEN 'M'
                   MOVE 1 TO WS-ADV-MONTHS
               WHEN 'Q'
                   MOVE 3 TO WS-ADV-MONTHS
               WHEN 'S'
                   MOVE 6 TO WS-ADV-MONTHS
               WHEN OTHER
                   MOVE 12 TO WS-ADV-MONTHS
           END-EVALUATE
           PERFORM 5600-ADVANCE-MONTHS THRU 5600-EXIT
           MOVE WS-ADV-DATE TO ED-NEXT-DUE-DATE
           MOVE WS-TODAY    TO ED-LAST-PAID-DATE
           MOVE WS-PAY-AMT  TO ED-LAST-PAID-AMT
           REWRITE ESCROW-DISB-RECORD.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5300-REPEAT-PAYMENT THRU 5300-EXIT
      *   Paid by an earlier run tonight - back on the rebuilt
      *   extract, the balance and schedule left as they are.
      *----------------------------------------------------------------*
       5300-REPEAT-PAYMENT.
           MOVE ED-LOAN-ACCT-NO TO EW-LOAN-ACCT-NO
           READ ESCROW-FILE
               INVALID KEY
                   GO TO 5300-EXIT
           END-READ
           MOVE ED-LAST-PAID-AMT TO WS-PAY-AMT
           PERFORM 5500-WRITE-EXTRACT THRU 5500-EXIT
           ADD 1 TO WS-REPAID-CNT

           MOVE 'PAID EARLIER' TO WS-DL-ACTION
           MOVE SPACES         TO WS-DL-NOTE
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5500-WRITE-EXTRACT THRU 5500-EXIT
      *----------------------------------------------------------------*
       5500-WRITE-EXTRACT.
           MOVE ED-PAYEE-NAME   TO RX-PAYEE-NAME
           MOVE ED-PAYEE-ADDR   TO RX-PAYEE-ADDR
           MOVE ED-PAYEE-CITY   TO RX-PAYEE-CITY
           MOVE ED-PAYEE-STATE  TO RX-PAYEE-STATE
           MOVE ED-PAYEE-ZIP    TO RX-PAYEE-ZIP
           MOVE ED-PAYEE-REF    TO RX-PAYEE-REF
           MOVE ED-KIND         TO RX-KIND
           MOVE ED-LOAN-ACCT-NO TO RX-LOAN-ACCT-NO
           MOVE ED-LINE-NO      TO RX-LINE-NO
           MOVE EW-CUST-ID      TO RX-CUST-ID
           MOVE WS-PAY-AMT      TO RX-AMOUNT
           MOVE WS-TODAY        TO RX-REMIT-DATE
           WRITE REMIT-EXTRACT-RECORD
           ADD WS-PAY-AMT TO WS-PAID-TOTAL.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5600-ADVANCE-MONTHS THRU 5600-EXIT
      *   Steps the month forward WS-ADV-MONTHS months, rolling the
      *   year and clamping the day-of-month to the target month's
      *   length (29 for February in a leap year).
      *----------------------------------------------------------------*
       5600-ADVANCE-MONTHS.
           COMPUTE WS-ADV-MM-WORK = WS-ADV-MM + WS-ADV-MONTHS
           PERFORM 5610-ROLL-YEAR THRU 5610-EXIT
               UNTIL WS-ADV-MM-WORK <= 12
           MOVE WS-ADV-MM-WORK TO WS-ADV-MM

           MOVE WS-MD-DAYS(WS-ADV-MM) TO WS-MONTH-LIMIT
           IF WS-ADV-MM = 02
               PERFORM 5700-CHECK-LEAP-YEAR THRU 5700-EXIT
           END-IF
           IF WS-ADV-DD > WS-MONTH-LIMIT
               MOVE WS-MONTH-LIMIT TO WS-ADV-DD
           END-IF.
       5600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5610-ROLL-YEAR THRU 5610-EXIT
      *----------------------------------------------------------------*
       5610-ROLL-YEAR.
           SUBTRACT 12 FROM WS-ADV-MM-WORK
           ADD 1 TO WS-ADV-YYYY.
       5610-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5700-CHECK-LEAP-YEAR THRU 5700-EXIT
      *   February runs to 29 when the year is divisible by 4, except
      *   century years not divisible by 400.
      *----------------------------------------------------------------*
       5700-CHECK-LEAP-YEAR.
           DIVIDE WS-ADV-YYYY BY 4
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = ZERO
               DIVIDE WS-ADV-YYYY BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER NOT = ZERO
                   MOVE 29 TO WS-MONTH-LIMIT
               ELSE
                   DIVIDE WS-ADV-YYYY BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 29 TO WS-MONTH-LIMIT
                   END-IF
               END-IF
           END-IF.
       5700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-WRITE-REPORT-LINE THRU 7000-EXIT
      *   The caller sets the action, note and WS-PAY-AMT.
      *----------------------------------------------------------------*
       7000-WRITE-REPORT-LINE.
           MOVE ED-LOAN-ACCT-NO TO WS-DL-LOAN-ACCT-NO
           MOVE ED-LINE-NO      TO WS-DL-LINE-NO
           MOVE ED-KIND         TO WS-DL-KIND
           MOVE WS-PAY-AMT      TO WS-DL-AMOUNT
           MOVE EW-BALANCE      TO WS-DL-BALANCE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9900-WRITE-RUN-LOG THRU 9900-EXIT
      *   Appends one start ('S') or end ('E') record to the shared
      *   batch run log MORNRPT reports the cycle from.  A run
      *   without a RUNLOG DD simply skips the logging rather than
      *   failing the business step.
      *----------------------------------------------------------------*
       9900-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG
           IF WS-RUNLOG-STATUS NOT = '00'
               GO TO 9900-EXIT
           END-IF
           ACCEPT RL-DATE FROM DATE YYYYMMDD
           ACCEPT RL-TIME FROM TIME
           MOVE 'ESCDISB' TO RL-PROGRAM
           MOVE WS-RL-PHASE TO RL-PHASE
           MOVE WS-RL-COUNT TO RL-RECORD-CNT
           MOVE RETURN-CODE TO RL-RETURN-CODE
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG.
       9900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
      *   Loads the batch business date from the PROCDATE control
      *   record - a cycle slipping past midnight, or a rerun the
      *   next morning, keeps the night's date until DATEADV
      *   advances it at end of cycle.  A missing control record
      *   falls back to the system clock, the pre-control behavior.
      *----------------------------------------------------------------*
       1090-LOAD-BUSINESS-DATE.
           OPEN INPUT PROC-DATE-CTL
           IF WS-PDATE-STATUS = '00'
               READ PROC-DATE-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PROC-DATE-RECORD TO WS-TODAY
               END-READ
               CLOSE PROC-DATE-CTL
           END-IF
           IF WS-TODAY = ZERO
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
           END-IF.
       1090-EXIT.
           EXIT.
