      *================================================================*
      * ESCMAINT - ESCROW ACCOUNT AND DISBURSEMENT MAINTENANCE
      *
      * Keys the escrow set-up for term loans whose property taxes
      * and insurance we pay - until now these were carried on a
      * spreadsheet outside the system.  One ESCROW record per loan
      * holds the escrow balance and the monthly deposit; one
      * ESCDISB line per tax or insurance bill holds the payee and
      * its due-date schedule.  Opening the escrow stamps the
      * monthly deposit onto every unpaid LOANSCHD row (LS-ESCROW-AMT,
      * added into LS-PAYMENT-AMT), so from the next payment TXNPOST
      * collects it; closing takes it back off.  Every row change
      * journals to MNTJRNL.  Rejected transactions go to ESCREJ
      * with a reason.
      *
      * ET-ACTION values:
      *   'O' = open the escrow on a loan (ET-AMOUNT is the monthly
      *         deposit, ET-REFUND-ACCT-NO the customer's deposit
      *         account surplus refunds go to, ET-DATE the first
      *         analysis date - a year out when zero).  A closed
      *         escrow is re-opened.
      *   'M' = change the refund account or the next analysis
      *         date of an open escrow - zero fields are left as
      *         they are
      *   'C' = close the escrow - the balance must be zero; the
      *         deposit comes off the unpaid rows and the open
      *         disbursement lines are removed
      *   'P' = add a payee / disbursement line (kind, payee name
      *         and address, parcel or policy reference, bill
      *         amount, frequency, ET-DATE the next due date).  A
      *         removed line number is re-used.
      *   'U' = update a line for a new bill - a non-zero amount or
      *         due date, or a non-blank payee field, replaces the
      *         one on file
      *   'X' = remove a line
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCMAINT.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL ESCROW MAINTENANCE.
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

           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT LOAN-SCHEDULE-FILE ASSIGN TO LOANSCHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY
               FILE STATUS IS WS-SCHD-STATUS.

           SELECT MAINT-JOURNAL ASSIGN TO MNTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT ESCROW-TRANS ASSIGN TO ESCTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT ESCROW-REJECT ASSIGN TO ESCREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

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

       FD  ACCOUNT-MASTER.
           COPY "account.cpy".

       FD  LOAN-SCHEDULE-FILE.
           COPY "loanschd.cpy".

       FD  MAINT-JOURNAL.
           COPY "mntjrnl.cpy".

       FD  ESCROW-TRANS
           RECORD CONTAINS 200 CHARACTERS.
       01  ESCROW-TRAN-RECORD.
           05  ET-ACTION                  PIC X(01).
           05  ET-LOAN-ACCT-NO            PIC 9(12).
           05  ET-LINE-NO                 PIC 9(02).
           05  ET-KIND                    PIC X(01).
           05  ET-PAYEE-NAME              PIC X(30).
           05  ET-PAYEE-ADDR              PIC X(35).
           05  ET-PAYEE-CITY              PIC X(25).
           05  ET-PAYEE-STATE             PIC X(02).
           05  ET-PAYEE-ZIP               PIC 9(05).
           05  ET-PAYEE-REF               PIC X(20).
           05  ET-AMOUNT                  PIC 9(07)V99.
           05  ET-FREQUENCY               PIC X(01).
           05  ET-DATE                    PIC 9(08).
           05  ET-REFUND-ACCT-NO          PIC 9(12).
           05  FILLER                     PIC X(37).

       FD  ESCROW-REJECT
           RECORD CONTAINS 253 CHARACTERS.
       01  ESCROW-REJECT-RECORD.
           05  EJ-LOAN-ACCT-NO            PIC 9(12).
           05  EJ-ACTION                  PIC X(01).
           05  EJ-REASON                  PIC X(40).
           05  EJ-TRAN-IMAGE              PIC X(200).

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
       01  WS-ACCT-STATUS                 PIC X(02).
       01  WS-SCHD-STATUS                 PIC X(02).
       01  WS-JRNL-STATUS                 PIC X(02).
       01  WS-TRAN-STATUS                 PIC X(02).
       01  WS-REJ-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-VALID-SW                PIC X(01)   VALUE 'Y'.
               88  WS-RECORD-VALID         VALUE 'Y'.
           05  WS-ON-FILE-SW              PIC X(01)   VALUE 'N'.
               88  WS-ESCROW-ON-FILE       VALUE 'Y'.
           05  WS-LINE-ON-FILE-SW         PIC X(01)   VALUE 'N'.
               88  WS-LINE-ON-FILE         VALUE 'Y'.
           05  WS-SCHD-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-SCHD-EOF             VALUE 'Y'.
           05  WS-DISB-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-DISB-EOF             VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-LOAN-CUST-ID                PIC 9(10)   VALUE ZERO.

      *----------------------------------------------------------------*
      * ROW RE-STAMP - THE NEW ESCROW DEPOSIT REPLACES THE OLD ONE IN
      * EVERY UNPAID ROW'S PAYMENT.  THE FIRST UNPAID ROW'S BEFORE
      * AND AFTER IMAGES JOURNAL, AS LOANMOD JOURNALS A MODIFICATION.
      *----------------------------------------------------------------*
       01  WS-NEW-ESCROW-AMT              PIC 9(05)V99 VALUE ZERO.
       01  WS-OLD-ESCROW-AMT              PIC 9(05)V99 VALUE ZERO.
       01  WS-RESTAMP-CNT                 PIC 9(03)   VALUE ZERO.
       01  WS-BEFORE-ROW-IMAGE            PIC X(80)   VALUE SPACES.
       01  WS-AFTER-ROW-IMAGE             PIC X(80)   VALUE SPACES.

       01  WS-DUE-FIELDS.
           05  WS-DUE-DATE                PIC 9(08)   VALUE ZERO.
           05  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
               10  WS-DUE-YYYY             PIC 9(04).
               10  WS-DUE-MM               PIC 9(02).
               10  WS-DUE-DD               PIC 9(02).

       01  WS-COUNTERS.
           05  WS-READ-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-OPEN-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-CHANGE-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-CLOSE-CNT               PIC 9(07)   VALUE ZERO.
           05  WS-LINE-ADD-CNT            PIC 9(07)   VALUE ZERO.
           05  WS-LINE-UPD-CNT            PIC 9(07)   VALUE ZERO.
           05  WS-LINE-DEL-CNT            PIC 9(07)   VALUE ZERO.
           05  WS-ROW-CNT                 PIC 9(07)   VALUE ZERO.
           05  WS-REJECT-CNT              PIC 9(07)   VALUE ZERO.

       01  WS-REJECT-REASON               PIC X(40).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'S' TO WS-RL-PHASE
           MOVE ZERO TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 3000-TERMINATE
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-READ-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O    ESCROW-FILE
           OPEN I-O    ESCROW-DISB-FILE
           OPEN INPUT  ACCOUNT-MASTER
           OPEN I-O    LOAN-SCHEDULE-FILE
           OPEN EXTEND MAINT-JOURNAL
           OPEN INPUT  ESCROW-TRANS
           OPEN OUTPUT ESCROW-REJECT
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           PERFORM 2100-READ-TRANS.

      *----------------------------------------------------------------*
      * 2000-PROCESS-TRANS THRU 2000-EXIT
      *----------------------------------------------------------------*
       2000-PROCESS-TRANS.
           ADD 1 TO WS-READ-CNT
           MOVE 'Y' TO WS-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON

           PERFORM 2500-READ-ESCROW THRU 2500-EXIT
           EVALUATE ET-ACTION
               WHEN 'O'
                   PERFORM 5000-OPEN-ESCROW THRU 5000-EXIT
               WHEN 'M'
                   PERFORM 5200-CHANGE-ESCROW THRU 5200-EXIT
               WHEN 'C'
                   PERFORM 5400-CLOSE-ESCROW THRU 5400-EXIT
               WHEN 'P'
                   PERFORM 6000-ADD-LINE THRU 6000-EXIT
               WHEN 'U'
                   PERFORM 6200-UPDATE-LINE THRU 6200-EXIT
               WHEN 'X'
                   PERFORM 6400-REMOVE-LINE THRU 6400-EXIT
               WHEN OTHER
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'INVALID MAINTENANCE ACTION CODE' TO
                       WS-REJECT-REASON
           END-EVALUATE

           IF NOT WS-RECORD-VALID
               PERFORM 8000-WRITE-REJECT THRU 8000-EXIT
           END-IF

           PERFORM 2100-READ-TRANS.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-READ-TRANS
      *----------------------------------------------------------------*
       2100-READ-TRANS.
           READ ESCROW-TRANS
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 2500-READ-ESCROW THRU 2500-EXIT
      *   Every action starts from the loan's escrow record - the
      *   open needs to know whether one is already there, the rest
      *   need it open.
      *----------------------------------------------------------------*
       2500-READ-ESCROW.
           MOVE 'Y' TO WS-ON-FILE-SW
           MOVE ET-LOAN-ACCT-NO TO EW-LOAN-ACCT-NO
           READ ESCROW-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ON-FILE-SW
           END-READ.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2600-REQUIRE-OPEN-ESCROW THRU 2600-EXIT
      *----------------------------------------------------------------*
       2600-REQUIRE-OPEN-ESCROW.
           IF NOT WS-ESCROW-ON-FILE
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ESCROW ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
               GO TO 2600-EXIT
           END-IF
           IF EW-STATUS NOT = 'A'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ESCROW ACCOUNT IS CLOSED' TO WS-REJECT-REASON
           END-IF.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2700-EDIT-REFUND-ACCOUNT THRU 2700-EXIT
      *   The surplus refund goes to an open deposit account of the
      *   borrower's own.
      *----------------------------------------------------------------*
       2700-EDIT-REFUND-ACCOUNT.
           IF ET-REFUND-ACCT-NO IS NOT NUMERIC
               OR ET-REFUND-ACCT-NO = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'REFUND ACCOUNT REQUIRED' TO WS-REJECT-REASON
               GO TO 2700-EXIT
           END-IF
           MOVE ET-REFUND-ACCT-NO TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REFUND ACCOUNT NOT ON ACCOUNT MASTER' TO
                       WS-REJECT-REASON
           END-READ
           IF NOT WS-RECORD-VALID
               GO TO 2700-EXIT
           END-IF
           IF ACCT-TYPE = 'LN'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'REFUND ACCOUNT MUST BE A DEPOSIT ACCOUNT' TO
                   WS-REJECT-REASON
               GO TO 2700-EXIT
           END-IF
           IF ACCT-STATUS NOT = 'A' AND ACCT-STATUS NOT = 'D'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'REFUND ACCOUNT IS NOT OPEN' TO WS-REJECT-REASON
               GO TO 2700-EXIT
           END-IF
           IF ACCT-CUST-ID NOT = WS-LOAN-CUST-ID
               MOVE 'N' TO WS-VALID-SW
               MOVE 'REFUND ACCOUNT BELONGS TO ANOTHER CUSTOMER' TO
                   WS-REJECT-REASON
           END-IF.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2800-EDIT-LINE-FIELDS THRU 2800-EXIT
      *   The kind and frequency codes and the numeric fields of a
      *   disbursement line.  Blank or zero fields pass - the add
      *   checks separately that its required fields are there.
      *----------------------------------------------------------------*
       2800-EDIT-LINE-FIELDS.
           IF ET-KIND NOT = SPACE
               AND ET-KIND NOT = 'T' AND ET-KIND NOT = 'H'
               AND ET-KIND NOT = 'F' AND ET-KIND NOT = 'M'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'KIND MUST BE T, H, F OR M' TO WS-REJECT-REASON
               GO TO 2800-EXIT
           END-IF
           IF ET-FREQUENCY NOT = SPACE
               AND ET-FREQUENCY NOT = 'A' AND ET-FREQUENCY NOT = 'S'
               AND ET-FREQUENCY NOT = 'Q' AND ET-FREQUENCY NOT = 'M'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'FREQUENCY MUST BE A, S, Q OR M' TO
                   WS-REJECT-REASON
               GO TO 2800-EXIT
           END-IF
           IF ET-AMOUNT IS NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               MOVE 'BILL AMOUNT IS NOT NUMERIC' TO WS-REJECT-REASON
               GO TO 2800-EXIT
           END-IF
           IF ET-DATE IS NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               MOVE 'DUE DATE IS NOT NUMERIC' TO WS-REJECT-REASON
               GO TO 2800-EXIT
           END-IF
           IF ET-PAYEE-ZIP IS NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               MOVE 'PAYEE ZIP IS NOT NUMERIC' TO WS-REJECT-REASON
           END-IF.
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2900-READ-LINE THRU 2900-EXIT
      *----------------------------------------------------------------*
       2900-READ-LINE.
           MOVE 'Y' TO WS-LINE-ON-FILE-SW
           MOVE ET-LOAN-ACCT-NO TO ED-LOAN-ACCT-NO
           MOVE ET-LINE-NO      TO ED-LINE-NO
           READ ESCROW-DISB-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LINE-ON-FILE-SW
           END-READ.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           CLOSE ESCROW-FILE
           CLOSE ESCROW-DISB-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE LOAN-SCHEDULE-FILE
           CLOSE MAINT-JOURNAL
           CLOSE ESCROW-TRANS
           CLOSE ESCROW-REJECT
           DISPLAY 'ESCMAINT READ          = ' WS-READ-CNT
           DISPLAY 'ESCMAINT OPENED        = ' WS-OPEN-CNT
           DISPLAY 'ESCMAINT CHANGED       = ' WS-CHANGE-CNT
           DISPLAY 'ESCMAINT CLOSED        = ' WS-CLOSE-CNT
           DISPLAY 'ESCMAINT LINES ADDED   = ' WS-LINE-ADD-CNT
           DISPLAY 'ESCMAINT LINES UPDATED = ' WS-LINE-UPD-CNT
           DISPLAY 'ESCMAINT LINES REMOVED = ' WS-LINE-DEL-CNT
           DISPLAY 'ESCMAINT ROWS STAMPED  = ' WS-ROW-CNT
           DISPLAY 'ESCMAINT REJECTED      = ' WS-REJECT-CNT.

      *----------------------------------------------------------------*
      * 5000-OPEN-ESCROW THRU 5000-EXIT
      *   An open loan with payments still to make.  A closed
      *   escrow re-opens with its zero balance; an open one is
      *   never overlaid.
      *----------------------------------------------------------------*
       5000-OPEN-ESCROW.
           IF WS-ESCROW-ON-FILE AND EW-STATUS = 'A'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ESCROW ALREADY OPEN FOR LOAN' TO WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF

           MOVE ET-LOAN-ACCT-NO TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'LOAN NOT ON ACCOUNT MASTER' TO
                       WS-REJECT-REASON
           END-READ
           IF NOT WS-RECORD-VALID
               GO TO 5000-EXIT
           END-IF
           IF ACCT-TYPE NOT = 'LN'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ESCROW ACCOUNT MUST BE ON A TERM LOAN' TO
                   WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF
           IF ACCT-STATUS NOT = 'A'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'LOAN IS NOT OPEN' TO WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF
           MOVE ACCT-CUST-ID TO WS-LOAN-CUST-ID

           IF ET-AMOUNT IS NOT NUMERIC OR ET-AMOUNT = ZERO
               OR ET-AMOUNT > 99999.99
               MOVE 'N' TO WS-VALID-SW
               MOVE 'MONTHLY ESCROW DEPOSIT MISSING OR TOO LARGE' TO
                   WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF
           IF ET-DATE IS NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ANALYSIS DATE IS NOT NUMERIC' TO WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF
           IF ET-DATE NOT = ZERO AND ET-DATE NOT > WS-TODAY
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ANALYSIS DATE MUST BE IN THE FUTURE' TO
                   WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF

           PERFORM 2700-EDIT-REFUND-ACCOUNT THRU 2700-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 5000-EXIT
           END-IF

           MOVE ET-AMOUNT TO WS-NEW-ESCROW-AMT
           PERFORM 7000-RESTAMP-SCHEDULE THRU 7000-EXIT
           IF WS-RESTAMP-CNT = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'NO UNPAID ROWS ON LOAN SCHEDULE' TO
                   WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF

           IF ET-DATE = ZERO
               MOVE WS-TODAY TO WS-DUE-DATE
               ADD 1 TO WS-DUE-YYYY
               IF WS-DUE-MM = 02 AND WS-DUE-DD = 29
                   MOVE 28 TO WS-DUE-DD
               END-IF
           ELSE
               MOVE ET-DATE TO WS-DUE-DATE
           END-IF

           IF NOT WS-ESCROW-ON-FILE
               MOVE ZERO TO EW-BALANCE
           END-IF
           MOVE ET-LOAN-ACCT-NO   TO EW-LOAN-ACCT-NO
           MOVE WS-LOAN-CUST-ID   TO EW-CUST-ID
           MOVE ET-AMOUNT         TO EW-MONTHLY-AMT
           MOVE ET-REFUND-ACCT-NO TO EW-REFUND-ACCT-NO
           MOVE WS-TODAY          TO EW-OPEN-DATE
           MOVE WS-DUE-DATE       TO EW-NEXT-ANALYSIS-DATE
           MOVE ZERO              TO EW-LAST-ANALYSIS-DATE
           MOVE ZERO              TO EW-CYCLE-DEPOSITS
           MOVE ZERO              TO EW-CYCLE-DISBURSED
           MOVE 'A'               TO EW-STATUS
           MOVE WS-TODAY          TO EW-LAST-MAINT-DATE
           IF WS-ESCROW-ON-FILE
               REWRITE ESCROW-ACCOUNT-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
               END-REWRITE
           ELSE
               MOVE ZERO TO EW-LAST-DEPOSIT-TXN-ID
               WRITE ESCROW-ACCOUNT-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'WRITE FAILED' TO WS-REJECT-REASON
               END-WRITE
           END-IF
           IF WS-RECORD-VALID
               ADD 1 TO WS-OPEN-CNT
           END-IF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5200-CHANGE-ESCROW THRU 5200-EXIT
      *   A new refund account, or the analysis moved (to line it up
      *   with the tax year, say).  The monthly deposit itself only
      *   changes through the analysis.
      *----------------------------------------------------------------*
       5200-CHANGE-ESCROW.
           PERFORM 2600-REQUIRE-OPEN-ESCROW THRU 2600-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 5200-EXIT
           END-IF
           IF ET-REFUND-ACCT-NO IS NOT NUMERIC
               OR ET-DATE IS NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               MOVE 'REFUND ACCOUNT OR DATE IS NOT NUMERIC' TO
                   WS-REJECT-REASON
               GO TO 5200-EXIT
           END-IF
           IF ET-REFUND-ACCT-NO = ZERO AND ET-DATE = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'NOTHING TO CHANGE' TO WS-REJECT-REASON
               GO TO 5200-EXIT
           END-IF

           IF ET-REFUND-ACCT-NO NOT = ZERO
               MOVE EW-CUST-ID TO WS-LOAN-CUST-ID
               PERFORM 2700-EDIT-REFUND-ACCOUNT THRU 2700-EXIT
               IF NOT WS-RECORD-VALID
                   GO TO 5200-EXIT
               END-IF
               MOVE ET-REFUND-ACCT-NO TO EW-REFUND-ACCT-NO
           END-IF
           IF ET-DATE NOT = ZERO
               IF ET-DATE NOT > WS-TODAY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'ANALYSIS DATE MUST BE IN THE FUTURE' TO
                       WS-REJECT-REASON
                   GO TO 5200-EXIT
               END-IF
               MOVE ET-DATE TO EW-NEXT-ANALYSIS-DATE
           END-IF

           MOVE WS-TODAY TO EW-LAST-MAINT-DATE
           REWRITE ESCROW-ACCOUNT-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE
           IF WS-RECORD-VALID
               ADD 1 TO WS-CHANGE-CNT
           END-IF.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5400-CLOSE-ESCROW THRU 5400-EXIT
      *   Only an empty escrow closes - money still held is refunded
      *   or paid out first.  The deposit comes off the unpaid rows
      *   and the open lines are removed with it.
      *----------------------------------------------------------------*
       5400-CLOSE-ESCROW.
           PERFORM 2600-REQUIRE-OPEN-ESCROW THRU 2600-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 5400-EXIT
           END-IF
           IF EW-BALANCE NOT = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ESCROW BALANCE IS NOT ZERO' TO WS-REJECT-REASON
               GO TO 5400-EXIT
           END-IF

           MOVE ZERO TO WS-NEW-ESCROW-AMT
           PERFORM 7000-RESTAMP-SCHEDULE THRU 7000-EXIT
           PERFORM 5500-REMOVE-ALL-LINES THRU 5500-EXIT

           MOVE ZERO     TO EW-MONTHLY-AMT
           MOVE 'C'      TO EW-STATUS
           MOVE WS-TODAY TO EW-LAST-MAINT-DATE
           REWRITE ESCROW-ACCOUNT-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE
           IF WS-RECORD-VALID
               ADD 1 TO WS-CLOSE-CNT
           END-IF.
       5400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5500-REMOVE-ALL-LINES THRU 5500-EXIT
      *----------------------------------------------------------------*
       5500-REMOVE-ALL-LINES.
           MOVE 'N' TO WS-DISB-EOF-SW
           MOVE ET-LOAN-ACCT-NO TO ED-LOAN-ACCT-NO
           MOVE ZERO            TO ED-LINE-NO
           START ESCROW-DISB-FILE KEY IS NOT LESS THAN ED-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DISB-EOF-SW
           END-START
           PERFORM 5550-REMOVE-ONE-LINE THRU 5550-EXIT
               UNTIL WS-DISB-EOF.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5550-REMOVE-ONE-LINE THRU 5550-EXIT
      *----------------------------------------------------------------*
       5550-REMOVE-ONE-LINE.
           READ ESCROW-DISB-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DISB-EOF-SW
           END-READ
           IF WS-DISB-EOF
               GO TO 5550-EXIT
           END-IF
           IF ED-LOAN-ACCT-NO NOT = ET-LOAN-ACCT-NO
               MOVE 'Y' TO WS-DISB-EOF-SW
               GO TO 5550-EXIT
           END-IF
           IF ED-STATUS = 'A'
               MOVE 'X'      TO ED-STATUS
               MOVE WS-TODAY TO ED-LAST-MAINT-DATE
               REWRITE ESCROW-DISB-RECORD
                   INVALID KEY
                       DISPLAY 'ESCMAINT - LINE REWRITE FAILED, KEY '
                           ED-KEY
               END-REWRITE
               ADD 1 TO WS-LINE-DEL-CNT
           END-IF.
       5550-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-ADD-LINE THRU 6000-EXIT
      *   A new tax or insurance bill to pay from the escrow.  The
      *   first due date may be in the past - ESCDISB pays it
      *   tonight.
      *----------------------------------------------------------------*
       6000-ADD-LINE.
           PERFORM 2600-REQUIRE-OPEN-ESCROW THRU 2600-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 6000-EXIT
           END-IF
           IF ET-LINE-NO IS NOT NUMERIC OR ET-LINE-NO = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'LINE NUMBER REQUIRED' TO WS-REJECT-REASON
               GO TO 6000-EXIT
           END-IF
           PERFORM 2900-READ-LINE THRU 2900-EXIT
           IF WS-LINE-ON-FILE AND ED-STATUS = 'A'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'DISBURSEMENT LINE ALREADY ON FILE' TO
                   WS-REJECT-REASON
               GO TO 6000-EXIT
           END-IF

           PERFORM 2800-EDIT-LINE-FIELDS THRU 2800-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 6000-EXIT
           END-IF
           IF ET-KIND = SPACE OR ET-FREQUENCY = SPACE
               MOVE 'N' TO WS-VALID-SW
               MOVE 'KIND AND FREQUENCY REQUIRED' TO WS-REJECT-REASON
               GO TO 6000-EXIT
           END-IF
           IF ET-PAYEE-NAME = SPACES OR ET-PAYEE-REF = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE 'PAYEE NAME AND REFERENCE REQUIRED' TO
                   WS-REJECT-REASON
               GO TO 6000-EXIT
           END-IF
           IF ET-DATE = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'NEXT DUE DATE REQUIRED' TO WS-REJECT-REASON
               GO TO 6000-EXIT
           END-IF

           MOVE ET-LOAN-ACCT-NO TO ED-LOAN-ACCT-NO
           MOVE ET-LINE-NO      TO ED-LINE-NO
           MOVE ET-KIND         TO ED-KIND
           MOVE ET-PAYEE-NAME   TO ED-PAYEE-NAME
           MOVE ET-PAYEE-ADDR   TO ED-PAYEE-ADDR
           MOVE ET-PAYEE-CITY   TO ED-PAYEE-CITY
           MOVE ET-PAYEE-STATE  TO ED-PAYEE-STATE
           MOVE ET-PAYEE-ZIP    TO ED-PAYEE-ZIP
           MOVE ET-PAYEE-REF    TO ED-PAYEE-REF
           MOVE ET-AMOUNT       TO ED-AMOUNT
           MOVE ET-FREQUENCY    TO ED-FREQUENCY
           MOVE ET-DATE         TO ED-NEXT-DUE-DATE
           MOVE ZERO            TO ED-LAST-PAID-DATE
           MOVE ZERO            TO ED-LAST-PAID-AMT
           MOVE 'A'             TO ED-STATUS
           MOVE WS-TODAY        TO ED-LAST-MAINT-DATE
           IF WS-LINE-ON-FILE
               REWRITE ESCROW-DISB-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
               END-REWRITE
           ELSE
               WRITE ESCROW-DISB-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'WRITE FAILED' TO WS-REJECT-REASON
               END-WRITE
           END-IF
           IF WS-RECORD-VALID
               ADD 1 TO WS-LINE-ADD-CNT
           END-IF.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6200-UPDATE-LINE THRU 6200-EXIT
      *   This year's bill amount and due date as they arrive, or a
      *   corrected payee - only what the transaction carries moves.
      *----------------------------------------------------------------*
       6200-UPDATE-LINE.
           PERFORM 2600-REQUIRE-OPEN-ESCROW THRU 2600-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 6200-EXIT
           END-IF
           PERFORM 2900-READ-LINE THRU 2900-EXIT
           IF NOT WS-LINE-ON-FILE OR ED-STATUS NOT = 'A'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'DISBURSEMENT LINE NOT ON FILE' TO
                   WS-REJECT-REASON
               GO TO 6200-EXIT
           END-IF
           PERFORM 2800-EDIT-LINE-FIELDS THRU 2800-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 6200-EXIT
           END-IF

           IF ET-KIND NOT = SPACE
               MOVE ET-KIND TO ED-KIND
           END-IF
           IF ET-PAYEE-NAME NOT = SPACES
               MOVE ET-PAYEE-NAME TO ED-PAYEE-NAME
           END-IF
           IF ET-PAYEE-ADDR NOT = SPACES
               MOVE ET-PAYEE-ADDR  TO ED-PAYEE-ADDR
               MOVE ET-PAYEE-CITY  TO ED-PAYEE-CITY
               MOVE ET-PAYEE-STATE TO ED-PAYEE-STATE
               MOVE ET-PAYEE-ZIP   TO ED-PAYEE-ZIP
           END-IF
           IF ET-PAYEE-REF NOT = SPACES
               MOVE ET-PAYEE-REF TO ED-PAYEE-REF
           END-IF
           IF ET-AMOUNT NOT = ZERO
               MOVE ET-AMOUNT TO ED-AMOUNT
           END-IF
           IF ET-FREQUENCY NOT = SPACE
               MOVE ET-FREQUENCY TO ED-FREQUENCY
           END-IF
           IF ET-DATE NOT = ZERO
               MOVE ET-DATE TO ED-NEXT-DUE-DATE
           END-IF

           MOVE WS-TODAY TO ED-LAST-MAINT-DATE
           REWRITE ESCROW-DISB-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE
           IF WS-RECORD-VALID
               ADD 1 TO WS-LINE-UPD-CNT
           END-IF.
       6200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6400-REMOVE-LINE THRU 6400-EXIT
      *   The property sold off a parcel, the insurance went to the
      *   borrower direct - the line stays on file, removed, for the
      *   history.
      *----------------------------------------------------------------*
       6400-REMOVE-LINE.
           PERFORM 2600-REQUIRE-OPEN-ESCROW THRU 2600-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 6400-EXIT
           END-IF
           PERFORM 2900-READ-LINE THRU 2900-EXIT
           IF NOT WS-LINE-ON-FILE OR ED-STATUS NOT = 'A'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'DISBURSEMENT LINE NOT ON FILE' TO
                   WS-REJECT-REASON
               GO TO 6400-EXIT
           END-IF

           MOVE 'X'      TO ED-STATUS
           MOVE WS-TODAY TO ED-LAST-MAINT-DATE
           REWRITE ESCROW-DISB-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE
           IF WS-RECORD-VALID
               ADD 1 TO WS-LINE-DEL-CNT
           END-IF.
       6400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-RESTAMP-SCHEDULE THRU 7000-EXIT
      *   Puts WS-NEW-ESCROW-AMT in place of the old escrow deposit
      *   on every unpaid row of the loan, moving LS-PAYMENT-AMT by
      *   the difference.  WS-RESTAMP-CNT comes back with the number
      *   of rows touched.
      *----------------------------------------------------------------*
       7000-RESTAMP-SCHEDULE.
           MOVE ZERO   TO WS-RESTAMP-CNT
           MOVE SPACES TO WS-BEFORE-ROW-IMAGE
           MOVE SPACES TO WS-AFTER-ROW-IMAGE
           MOVE 'N'    TO WS-SCHD-EOF-SW
           MOVE ET-LOAN-ACCT-NO TO LS-ACCT-NO
           MOVE ZERO            TO LS-PAY-NO
           START LOAN-SCHEDULE-FILE KEY IS NOT LESS THAN LS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCHD-EOF-SW
           END-START
           PERFORM 7100-RESTAMP-ONE-ROW THRU 7100-EXIT
               UNTIL WS-SCHD-EOF

           IF WS-RESTAMP-CNT > ZERO
               PERFORM 7200-JOURNAL-SCHEDULE THRU 7200-EXIT
           END-IF.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7100-RESTAMP-ONE-ROW THRU 7100-EXIT
      *----------------------------------------------------------------*
       7100-RESTAMP-ONE-ROW.
           READ LOAN-SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCHD-EOF-SW
           END-READ
           IF WS-SCHD-EOF
               GO TO 7100-EXIT
           END-IF
           IF LS-ACCT-NO NOT = ET-LOAN-ACCT-NO
               MOVE 'Y' TO WS-SCHD-EOF-SW
               GO TO 7100-EXIT
           END-IF
           IF LS-PAID-FLAG = 'Y'
               GO TO 7100-EXIT
           END-IF

           IF LS-ESCROW-AMT NUMERIC
               MOVE LS-ESCROW-AMT TO WS-OLD-ESCROW-AMT
           ELSE
               MOVE ZERO TO WS-OLD-ESCROW-AMT
           END-IF
           IF WS-RESTAMP-CNT = ZERO
               MOVE LOAN-SCHEDULE-RECORD TO WS-BEFORE-ROW-IMAGE
           END-IF

           COMPUTE LS-PAYMENT-AMT =
               LS-PAYMENT-AMT - WS-OLD-ESCROW-AMT + WS-NEW-ESCROW-AMT
           MOVE WS-NEW-ESCROW-AMT TO LS-ESCROW-AMT
           REWRITE LOAN-SCHEDULE-RECORD
               INVALID KEY
                   DISPLAY 'ESCMAINT - ROW REWRITE FAILED, KEY ' LS-KEY
           END-REWRITE

           IF WS-RESTAMP-CNT = ZERO
               MOVE LOAN-SCHEDULE-RECORD TO WS-AFTER-ROW-IMAGE
           END-IF
           ADD 1 TO WS-RESTAMP-CNT
           ADD 1 TO WS-ROW-CNT.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7200-JOURNAL-SCHEDULE THRU 7200-EXIT
      *   The first unpaid row before and after, as LOANMOD journals
      *   a modification.
      *----------------------------------------------------------------*
       7200-JOURNAL-SCHEDULE.
           MOVE 'LOANSCHD'          TO JR-FILE-NAME
           MOVE SPACES              TO JR-RECORD-KEY
           MOVE ET-LOAN-ACCT-NO     TO JR-RECORD-KEY(1:12)
           MOVE 'C'                 TO JR-ACTION
           MOVE WS-TODAY            TO JR-DATE
           ACCEPT JR-TIME FROM TIME
           MOVE 'ESCMAINT'          TO JR-PROGRAM
           MOVE SPACES              TO JR-BEFORE-IMAGE
           MOVE WS-BEFORE-ROW-IMAGE TO JR-BEFORE-IMAGE
           MOVE SPACES              TO JR-AFTER-IMAGE
           MOVE WS-AFTER-ROW-IMAGE  TO JR-AFTER-IMAGE
           WRITE MAINT-JOURNAL-RECORD.
       7200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-WRITE-REJECT THRU 8000-EXIT
      *----------------------------------------------------------------*
       8000-WRITE-REJECT.
           MOVE ET-LOAN-ACCT-NO        TO EJ-LOAN-ACCT-NO
           MOVE ET-ACTION              TO EJ-ACTION
           MOVE WS-REJECT-REASON       TO EJ-REASON
           MOVE ESCROW-TRAN-RECORD     TO EJ-TRAN-IMAGE
           WRITE ESCROW-REJECT-RECORD
           ADD 1 TO WS-REJECT-CNT.
       8000-EXIT.
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
           MOVE 'ESCMAINT' TO RL-PROGRAM
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
