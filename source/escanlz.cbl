      *================================================================*
      * ESCANLZ - ANNUAL ESCROW ACCOUNT ANALYSIS
      *
      * Nightly step after ESCDISB.  Analyzes every open escrow
      * whose EW-NEXT-ANALYSIS-DATE has arrived.
      *
      * Projection: each active ESCDISB line is walked forward from
      * its next due date by its frequency, and every payment that
      * falls in the twelve calendar months starting with the
      * business date's month is added to that month's slot.  The
      * year's total over twelve is the new base monthly deposit;
      * the required cushion is one sixth of the year's total (two
      * months' deposits, the most the escrow rules allow).
      *
      * Shortage and surplus: the current balance is carried through
      * the twelve months at the base deposit - deposit in, that
      * month's bills out - and the lowest balance reached is the
      * low point.  A low point under the cushion is a shortage,
      * spread over the next twelve payments on top of the base
      * deposit.  A low point over the cushion is a surplus: at or
      * over the threshold it is refunded now, as an 'ER' credit
      * posted directly to the borrower's refund account (TXN-ID
      * from TXNSEQ, the LGLPROC path) - GLPOST takes it out of the
      * escrow payable; under the threshold it stays in the escrow.
      *
      * The new deposit is stamped onto every unpaid LOANSCHD row
      * (LS-PAYMENT-AMT moves by the difference) and journaled, the
      * analysis statement goes to the customer (ESCSTMT), and the
      * next analysis is set a year on.  The cycle deposit and
      * disbursement totals the statement reports start again.
      *
      * Return codes: 4 when a refund could not be made (the refund
      * account is gone or closed - the surplus stays in escrow and
      * is refunded at the next analysis), a new deposit would not
      * fit the schedule, or the loan has no unpaid rows to carry
      * it; 16 when the escrow file will not open.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCANLZ.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL ANNUAL ESCROW ANALYSIS - SHORTAGE
      *                     AND SURPLUS, NEW DEPOSIT, SURPLUS REFUND
      *                     AND CUSTOMER STATEMENT.
      *   2026-10-15  DS   EACH STATEMENT NOW OPENS WITH THE MAIL ITEM
      *                    HEADER LINE (MAILHDR - PROGRAM, NOTICE
      *                    CODE, CUSTOMER, ACCOUNT) INSTEAD OF A
      *                    ROW OF ASTERISKS, SO MAILASM CAN FOLD
      *                    IT INTO THE CONSOLIDATED MAIL PIECE.
      *   2026-10-15  DS   NO STATEMENT IS PRINTED FOR A CUSTOMER WHOSE
      *                    ADDRESS RTNMAIL HAS FLAGGED UNDELIVERABLE -
      *                    COUNTED AS SUPPRESSED.
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

           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT TRANSACTION-MASTER ASSIGN TO TXNMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-ID
               FILE STATUS IS WS-TXN-STATUS.

           SELECT LOAN-SCHEDULE-FILE ASSIGN TO LOANSCHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY
               FILE STATUS IS WS-SCHD-STATUS.

           SELECT MAINT-JOURNAL ASSIGN TO MNTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT TXN-SEQUENCE-CTL ASSIGN TO TXNSEQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

           SELECT ESCROW-STATEMENT ASSIGN TO ESCSTMT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.

           SELECT ANALYSIS-REPORT ASSIGN TO ESCARPT
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

       FD  ACCOUNT-MASTER.
           COPY "account.cpy".

       FD  CUSTOMER-MASTER.
           COPY "customer.cpy".

       FD  TRANSACTION-MASTER.
           COPY "transaction.cpy".

       FD  LOAN-SCHEDULE-FILE.
           COPY "loanschd.cpy".

       FD  MAINT-JOURNAL.
           COPY "mntjrnl.cpy".

       FD  TXN-SEQUENCE-CTL
           RECORD CONTAINS 15 CHARACTERS.
       01  TXN-SEQUENCE-RECORD            PIC 9(15).

       FD  ESCROW-STATEMENT
           RECORD CONTAINS 80 CHARACTERS.
       01  STMT-LINE                      PIC X(80).

       FD  ANALYSIS-REPORT
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
       01  WS-ACCT-STATUS                 PIC X(02).
       01  WS-CUST-STATUS                 PIC X(02).
       01  WS-TXN-STATUS                  PIC X(02).
       01  WS-SCHD-STATUS                 PIC X(02).
       01  WS-JRNL-STATUS                 PIC X(02).
       01  WS-SEQ-STATUS                  PIC X(02).
       01  WS-STMT-STATUS                 PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-DISB-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-DISB-EOF             VALUE 'Y'.
           05  WS-SCHD-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-SCHD-EOF             VALUE 'Y'.
           05  WS-ABORT-SW                PIC X(01)   VALUE 'N'.
               88  WS-ABORT                VALUE 'Y'.
           05  WS-WARN-SW                 PIC X(01)   VALUE 'N'.
               88  WS-WARN                 VALUE 'Y'.
           05  WS-REFUND-SW               PIC X(01)   VALUE 'N'.
               88  WS-REFUND-MADE          VALUE 'Y'.
           05  WS-REFUND-HELD-SW          PIC X(01)   VALUE 'N'.
               88  WS-REFUND-HELD          VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-TODAY-R REDEFINES WS-TODAY.
           05  WS-TODAY-YYYY               PIC 9(04).
           05  WS-TODAY-MM                 PIC 9(02).
           05  WS-TODAY-DD                 PIC 9(02).
       01  WS-NEXT-TXN-ID                 PIC 9(15)   VALUE ZERO.

      *----------------------------------------------------------------*
      * SURPLUS AT OR OVER THIS IS REFUNDED AT ANALYSIS - UNDER IT
      * STAYS IN THE ESCROW AND LOWERS NEXT YEAR'S DEPOSITS.
      *----------------------------------------------------------------*
       01  WS-SURPLUS-THRESHOLD           PIC 9(03)V99 VALUE 50.00.

      *----------------------------------------------------------------*
      * PROJECTION - ONE SLOT PER CALENDAR MONTH, SLOT 1 THE BUSINESS
      * DATE'S MONTH; ONE ENTRY PER DISBURSEMENT LINE FOR THE
      * STATEMENT.
      *----------------------------------------------------------------*
       01  WS-PROJ-TABLE.
           05  WS-PROJ-SLOT OCCURS 12 TIMES
                                          PIC S9(09)V99.
       01  WS-MONTH-IDX                   PIC 9(02)   VALUE ZERO.
       01  WS-MONTH-OFFSET                PIC S9(05)  VALUE ZERO.

       01  WS-LINE-MAX                    PIC 9(03)   VALUE 099.
       01  WS-LINE-TBL-CNT                PIC 9(03)   VALUE ZERO.
       01  WS-LINE-IDX                    PIC 9(03)   VALUE ZERO.
       01  WS-LINE-TABLE.
           05  WS-LN-ENTRY OCCURS 99 TIMES.
               10  WS-LN-KIND              PIC X(01).
               10  WS-LN-PAYEE-NAME        PIC X(30).
               10  WS-LN-PAYEE-REF         PIC X(20).
               10  WS-LN-ANNUAL            PIC S9(09)V99.

       01  WS-ANALYSIS-FIELDS.
           05  WS-START-BALANCE           PIC S9(09)V99 VALUE ZERO.
           05  WS-ANNUAL-TOTAL            PIC S9(09)V99 VALUE ZERO.
           05  WS-BASE-MONTHLY            PIC S9(07)V99 VALUE ZERO.
           05  WS-CUSHION                 PIC S9(09)V99 VALUE ZERO.
           05  WS-SIM-BALANCE             PIC S9(11)V99 VALUE ZERO.
           05  WS-LOW-POINT               PIC S9(11)V99 VALUE ZERO.
           05  WS-SHORTAGE                PIC S9(09)V99 VALUE ZERO.
           05  WS-SHORTAGE-MONTHLY        PIC S9(07)V99 VALUE ZERO.
           05  WS-SURPLUS                 PIC S9(09)V99 VALUE ZERO.
           05  WS-REFUND-AMT              PIC S9(09)V99 VALUE ZERO.
           05  WS-OLD-MONTHLY             PIC S9(07)V99 VALUE ZERO.
           05  WS-NEW-MONTHLY             PIC S9(07)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      * ROW RE-STAMP - AS ESCMAINT.  THE FIRST UNPAID ROW AFTER THE
      * RE-STAMP GIVES THE STATEMENT ITS NEW PAYMENT AND DUE DATE.
      *----------------------------------------------------------------*
       01  WS-NEW-ESCROW-AMT              PIC 9(05)V99 VALUE ZERO.
       01  WS-OLD-ESCROW-AMT              PIC 9(05)V99 VALUE ZERO.
       01  WS-RESTAMP-CNT                 PIC 9(03)   VALUE ZERO.
       01  WS-FIRST-PAYMENT-AMT           PIC S9(09)V99 VALUE ZERO.
       01  WS-FIRST-DUE-DATE              PIC 9(08)   VALUE ZERO.
       01  WS-BEFORE-ROW-IMAGE            PIC X(80)   VALUE SPACES.
       01  WS-AFTER-ROW-IMAGE             PIC X(80)   VALUE SPACES.

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
      * GENERATED TXN-DESC FOR THE 'ER' SURPLUS REFUND CREDIT
      *----------------------------------------------------------------*
       01  WS-ER-DESC.
           05  FILLER                     PIC X(27)
                               VALUE 'ESCROW SURPLUS REFUND LOAN '.
           05  WS-ED-LOAN-ACCT-NO         PIC 9(12).
           05  FILLER                     PIC X(01)   VALUE SPACE.

       01  WS-COUNTERS.
           05  WS-ESCROW-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-ANALYZED-CNT            PIC 9(07)   VALUE ZERO.
           05  WS-SHORTAGE-CNT            PIC 9(07)   VALUE ZERO.
           05  WS-SURPLUS-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-REFUND-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-REFUND-HELD-CNT         PIC 9(07)   VALUE ZERO.
           05  WS-SKIPPED-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-ROW-CNT                 PIC 9(07)   VALUE ZERO.
           05  WS-SUPPRESSED-CNT          PIC 9(07)   VALUE ZERO.
       01  WS-REFUND-TOTAL                PIC S9(11)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      * REPORT LINES
      *----------------------------------------------------------------*
       01  WS-HEADING-LINE.
           05  FILLER PIC X(40)
               VALUE 'ESCANLZ - ESCROW ANALYSIS         DATE: '.
           05  WS-HL-DATE                  PIC 9(08).

       01  WS-DETAIL-LINE.
           05  WS-DL-ACTION                PIC X(12).
           05  FILLER PIC X(07) VALUE 'LOAN = '.
           05  WS-DL-LOAN-ACCT-NO          PIC 9(12).
           05  FILLER PIC X(08) VALUE '  OLD = '.
           05  WS-DL-OLD-MONTHLY           PIC -(06)9.99.
           05  FILLER PIC X(08) VALUE '  NEW = '.
           05  WS-DL-NEW-MONTHLY           PIC -(06)9.99.
           05  FILLER PIC X(13) VALUE '  SHORTAGE = '.
           05  WS-DL-SHORTAGE              PIC -(08)9.99.
           05  FILLER PIC X(12) VALUE '  SURPLUS = '.
           05  WS-DL-SURPLUS               PIC -(08)9.99.
           05  FILLER PIC X(11) VALUE '  REFUND = '.
           05  WS-DL-REFUND                PIC -(08)9.99.

      *----------------------------------------------------------------*
      * STATEMENT LINES
      *----------------------------------------------------------------*
           COPY "mailhdr.cpy".

       01  WS-NAME-LINE.
           05  WS-NL-FIRST                PIC X(25).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-NL-LAST                 PIC X(30).

       01  WS-CSZ-LINE.
           05  WS-CL-CITY                 PIC X(25).
           05  FILLER PIC X(02) VALUE ', '.
           05  WS-CL-STATE                PIC X(02).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-CL-ZIP                  PIC 9(05).

       01  WS-TITLE-LINE                  PIC X(60) VALUE
           'ANNUAL ESCROW ACCOUNT DISCLOSURE STATEMENT'.

       01  WS-LOAN-LINE.
           05  FILLER PIC X(12) VALUE 'LOAN NUMBER '.
           05  WS-LL-LOAN-ACCT-NO         PIC 9(12).
           05  FILLER PIC X(17) VALUE '   ANALYSIS DATE '.
           05  WS-LL-DATE                 PIC 9(08).

       01  WS-PAYEE-HEAD-LINE             PIC X(60) VALUE
           'PROJECTED PAYMENTS FROM ESCROW FOR THE COMING YEAR:'.

       01  WS-PAYEE-LINE.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-PL-KIND-DESC            PIC X(10).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-PL-PAYEE-NAME           PIC X(30).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-PL-PAYEE-REF            PIC X(20).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-PL-AMOUNT               PIC -(06)9.99.

       01  WS-AMOUNT-LINE.
           05  WS-AL-LABEL                 PIC X(40).
           05  WS-AL-AMOUNT                PIC -(09)9.99.

       01  WS-DATE-LINE.
           05  WS-DT-LABEL                 PIC X(40).
           05  WS-DT-DATE                  PIC 9(08).
           05  FILLER PIC X(01) VALUE '.'.

       01  WS-ACCT-LINE.
           05  WS-AC-LABEL                 PIC X(40).
           05  WS-AC-ACCT-NO               PIC 9(12).
           05  FILLER PIC X(01) VALUE '.'.

       01  WS-RETAINED-LINE               PIC X(60) VALUE
           'A SURPLUS UNDER $50.00 STAYS IN YOUR ESCROW ACCOUNT.'.
       01  WS-HELD-LINE                   PIC X(60) VALUE
           'YOUR SURPLUS REFUND WILL BE SENT TO YOU SEPARATELY.'.
       01  WS-SHORT-LINE                  PIC X(60) VALUE
           'THE SHORTAGE IS SPREAD EVENLY OVER YOUR NEXT 12 PAYMENTS.'.

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
               PERFORM 2000-PROCESS-ESCROW THRU 2000-EXIT
                   UNTIL WS-EOF
           END-IF
           PERFORM 3000-TERMINATE
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-ESCROW-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE THRU 1000-EXIT
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O ESCROW-FILE
           IF WS-ESC-STATUS NOT = '00'
               DISPLAY 'ESCANLZ ERROR - CANNOT OPEN ESCROW FILE, '
                   'STATUS = ' WS-ESC-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT  ESCROW-DISB-FILE
           OPEN I-O    ACCOUNT-MASTER
           OPEN INPUT  CUSTOMER-MASTER
           OPEN I-O    TRANSACTION-MASTER
           OPEN I-O    LOAN-SCHEDULE-FILE
           OPEN EXTEND MAINT-JOURNAL
           OPEN OUTPUT ESCROW-STATEMENT
           OPEN OUTPUT ANALYSIS-REPORT

           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           PERFORM 1100-LOAD-NEXT-TXN-ID

           MOVE WS-TODAY TO WS-HL-DATE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 2100-READ-ESCROW.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-LOAD-NEXT-TXN-ID
      *----------------------------------------------------------------*
       1100-LOAD-NEXT-TXN-ID.
           OPEN INPUT TXN-SEQUENCE-CTL
           IF WS-SEQ-STATUS = '00'
               READ TXN-SEQUENCE-CTL
                   AT END
                       MOVE ZERO TO WS-NEXT-TXN-ID
                   NOT AT END
                       MOVE TXN-SEQUENCE-RECORD TO WS-NEXT-TXN-ID
               END-READ
               CLOSE TXN-SEQUENCE-CTL
           ELSE
               MOVE ZERO TO WS-NEXT-TXN-ID
           END-IF
           ADD 1 TO WS-NEXT-TXN-ID.

      *----------------------------------------------------------------*
      * 2000-PROCESS-ESCROW THRU 2000-EXIT
      *----------------------------------------------------------------*
       2000-PROCESS-ESCROW.
           ADD 1 TO WS-ESCROW-CNT

           IF EW-STATUS = 'A' AND EW-NEXT-ANALYSIS-DATE <= WS-TODAY
               PERFORM 4000-ANALYZE-ESCROW THRU 4000-EXIT
           END-IF

           PERFORM 2100-READ-ESCROW.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-READ-ESCROW
      *----------------------------------------------------------------*
       2100-READ-ESCROW.
           READ ESCROW-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           IF NOT WS-ABORT
               CLOSE ESCROW-FILE
               CLOSE ESCROW-DISB-FILE
               CLOSE ACCOUNT-MASTER
               CLOSE CUSTOMER-MASTER
               CLOSE TRANSACTION-MASTER
               CLOSE LOAN-SCHEDULE-FILE
               CLOSE MAINT-JOURNAL
               CLOSE ESCROW-STATEMENT
               CLOSE ANALYSIS-REPORT

               OPEN OUTPUT TXN-SEQUENCE-CTL
               COMPUTE TXN-SEQUENCE-RECORD = WS-NEXT-TXN-ID - 1
               WRITE TXN-SEQUENCE-RECORD
               CLOSE TXN-SEQUENCE-CTL
           END-IF

           IF WS-WARN AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'ESCANLZ ESCROWS READ       = ' WS-ESCROW-CNT
           DISPLAY 'ESCANLZ ESCROWS ANALYZED   = ' WS-ANALYZED-CNT
           DISPLAY 'ESCANLZ SHORTAGES          = ' WS-SHORTAGE-CNT
           DISPLAY 'ESCANLZ SURPLUSES          = ' WS-SURPLUS-CNT
           DISPLAY 'ESCANLZ REFUNDS MADE       = ' WS-REFUND-CNT
           DISPLAY 'ESCANLZ REFUND TOTAL       = ' WS-REFUND-TOTAL
           DISPLAY 'ESCANLZ REFUNDS HELD       = ' WS-REFUND-HELD-CNT
           DISPLAY 'ESCANLZ NOT ANALYZED       = ' WS-SKIPPED-CNT
           DISPLAY 'ESCANLZ ROWS STAMPED       = ' WS-ROW-CNT
           DISPLAY 'ESCANLZ STMTS SUPPRESSED   = ' WS-SUPPRESSED-CNT.

      *----------------------------------------------------------------*
      * 4000-ANALYZE-ESCROW THRU 4000-EXIT
      *----------------------------------------------------------------*
       4000-ANALYZE-ESCROW.
           MOVE 'N'            TO WS-REFUND-SW
           MOVE 'N'            TO WS-REFUND-HELD-SW
           MOVE ZERO           TO WS-SHORTAGE
           MOVE ZERO           TO WS-SHORTAGE-MONTHLY
           MOVE ZERO           TO WS-SURPLUS
           MOVE ZERO           TO WS-REFUND-AMT
           MOVE EW-BALANCE     TO WS-START-BALANCE
           MOVE EW-MONTHLY-AMT TO WS-OLD-MONTHLY

           PERFORM 4100-PROJECT-DISBURSEMENTS THRU 4100-EXIT
           PERFORM 4300-FIND-LOW-POINT THRU 4300-EXIT

           IF WS-LOW-POINT < WS-CUSHION
               COMPUTE WS-SHORTAGE = WS-CUSHION - WS-LOW-POINT
               COMPUTE WS-SHORTAGE-MONTHLY ROUNDED = WS-SHORTAGE / 12
               ADD 1 TO WS-SHORTAGE-CNT
           ELSE
               COMPUTE WS-SURPLUS = WS-LOW-POINT - WS-CUSHION
               IF WS-SURPLUS > ZERO
                   ADD 1 TO WS-SURPLUS-CNT
               END-IF
           END-IF
           COMPUTE WS-NEW-MONTHLY =
               WS-BASE-MONTHLY + WS-SHORTAGE-MONTHLY

           IF WS-NEW-MONTHLY > 99999.99
               ADD 1 TO WS-SKIPPED-CNT
               MOVE 'Y' TO WS-WARN-SW
               MOVE 'TOO LARGE' TO WS-DL-ACTION
               PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
               GO TO 4000-EXIT
           END-IF

           IF WS-SURPLUS >= WS-SURPLUS-THRESHOLD
               PERFORM 5000-REFUND-SURPLUS THRU 5000-EXIT
           END-IF

           MOVE WS-NEW-MONTHLY TO WS-NEW-ESCROW-AMT
           PERFORM 5500-RESTAMP-SCHEDULE THRU 5500-EXIT
           IF WS-RESTAMP-CNT = ZERO
               MOVE 'Y' TO WS-WARN-SW
               DISPLAY 'ESCANLZ - LOAN ' EW-LOAN-ACCT-NO
                   ' HAS NO UNPAID ROWS FOR THE NEW DEPOSIT'
           END-IF

           PERFORM 6000-WRITE-STATEMENT THRU 6000-EXIT

           MOVE WS-NEW-MONTHLY   TO EW-MONTHLY-AMT
           MOVE WS-TODAY         TO EW-LAST-ANALYSIS-DATE
           MOVE EW-NEXT-ANALYSIS-DATE TO WS-ADV-DATE
           MOVE 12               TO WS-ADV-MONTHS
           PERFORM 8200-ADVANCE-MONTHS THRU 8200-EXIT
               UNTIL WS-ADV-DATE > WS-TODAY
           MOVE WS-ADV-DATE      TO EW-NEXT-ANALYSIS-DATE
           MOVE ZERO             TO EW-CYCLE-DEPOSITS
           MOVE ZERO             TO EW-CYCLE-DISBURSED
           REWRITE ESCROW-ACCOUNT-RECORD
           ADD 1 TO WS-ANALYZED-CNT

           MOVE 'ANALYZED' TO WS-DL-ACTION
           IF WS-REFUND-HELD
               MOVE 'REFUND HELD' TO WS-DL-ACTION
           END-IF
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-PROJECT-DISBURSEMENTS THRU 4100-EXIT
      *   Fills the twelve month slots and the statement's line
      *   table from the loan's active disbursement lines, then
      *   sets the base deposit and the cushion.
      *----------------------------------------------------------------*
       4100-PROJECT-DISBURSEMENTS.
           MOVE ZERO TO WS-LINE-TBL-CNT
           MOVE ZERO TO WS-ANNUAL-TOTAL
           PERFORM 4110-CLEAR-SLOT THRU 4110-EXIT
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12

           MOVE 'N' TO WS-DISB-EOF-SW
           MOVE EW-LOAN-ACCT-NO TO ED-LOAN-ACCT-NO
           MOVE ZERO            TO ED-LINE-NO
           START ESCROW-DISB-FILE KEY IS NOT LESS THAN ED-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DISB-EOF-SW
           END-START
           PERFORM 4120-PROJECT-ONE-LINE THRU 4120-EXIT
               UNTIL WS-DISB-EOF

           COMPUTE WS-BASE-MONTHLY ROUNDED = WS-ANNUAL-TOTAL / 12
           COMPUTE WS-CUSHION ROUNDED = WS-ANNUAL-TOTAL / 6.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4110-CLEAR-SLOT THRU 4110-EXIT
      *----------------------------------------------------------------*
       4110-CLEAR-SLOT.
           MOVE ZERO TO WS-PROJ-SLOT(WS-MONTH-IDX).
       4110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4120-PROJECT-ONE-LINE THRU 4120-EXIT
      *----------------------------------------------------------------*
       4120-PROJECT-ONE-LINE.
           READ ESCROW-DISB-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DISB-EOF-SW
           END-READ
           IF WS-DISB-EOF
               GO TO 4120-EXIT
           END-IF
           IF ED-LOAN-ACCT-NO NOT = EW-LOAN-ACCT-NO
               MOVE 'Y' TO WS-DISB-EOF-SW
               GO TO 4120-EXIT
           END-IF
           IF ED-STATUS NOT = 'A' OR ED-AMOUNT = ZERO
               GO TO 4120-EXIT
           END-IF
           IF WS-LINE-TBL-CNT NOT < WS-LINE-MAX
               GO TO 4120-EXIT
           END-IF

           ADD 1 TO WS-LINE-TBL-CNT
           MOVE WS-LINE-TBL-CNT TO WS-LINE-IDX
           MOVE ED-KIND       TO WS-LN-KIND(WS-LINE-IDX)
           MOVE ED-PAYEE-NAME TO WS-LN-PAYEE-NAME(WS-LINE-IDX)
           MOVE ED-PAYEE-REF  TO WS-LN-PAYEE-REF(WS-LINE-IDX)
           MOVE ZERO          TO WS-LN-ANNUAL(WS-LINE-IDX)

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
           MOVE ED-NEXT-DUE-DATE TO WS-ADV-DATE
           PERFORM 4140-SET-MONTH-OFFSET THRU 4140-EXIT
           PERFORM 4150-PROJECT-ONE-DUE THRU 4150-EXIT
               UNTIL WS-MONTH-OFFSET > 11.
       4120-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4140-SET-MONTH-OFFSET THRU 4140-EXIT
      *   Calendar months from the business date's month to
      *   WS-ADV-DATE's - a bill still unpaid from an earlier month
      *   counts in this month.
      *----------------------------------------------------------------*
       4140-SET-MONTH-OFFSET.
           COMPUTE WS-MONTH-OFFSET =
               (WS-ADV-YYYY * 12 + WS-ADV-MM)
                   - (WS-TODAY-YYYY * 12 + WS-TODAY-MM)
           IF WS-MONTH-OFFSET < ZERO
               MOVE ZERO TO WS-MONTH-OFFSET
           END-IF.
       4140-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4150-PROJECT-ONE-DUE THRU 4150-EXIT
      *----------------------------------------------------------------*
       4150-PROJECT-ONE-DUE.
           COMPUTE WS-MONTH-IDX = WS-MONTH-OFFSET + 1
           ADD ED-AMOUNT TO WS-PROJ-SLOT(WS-MONTH-IDX)
           ADD ED-AMOUNT TO WS-LN-ANNUAL(WS-LINE-IDX)
           ADD ED-AMOUNT TO WS-ANNUAL-TOTAL
           PERFORM 8200-ADVANCE-MONTHS THRU 8200-EXIT
           PERFORM 4140-SET-MONTH-OFFSET THRU 4140-EXIT.
       4150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4300-FIND-LOW-POINT THRU 4300-EXIT
      *   Runs the balance through the year at the base deposit -
      *   each month's deposit in, then that month's bills out.
      *----------------------------------------------------------------*
       4300-FIND-LOW-POINT.
           MOVE WS-START-BALANCE TO WS-SIM-BALANCE
           MOVE WS-START-BALANCE TO WS-LOW-POINT
           PERFORM 4310-SIMULATE-MONTH THRU 4310-EXIT
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4310-SIMULATE-MONTH THRU 4310-EXIT
      *----------------------------------------------------------------*
       4310-SIMULATE-MONTH.
           ADD WS-BASE-MONTHLY TO WS-SIM-BALANCE
           SUBTRACT WS-PROJ-SLOT(WS-MONTH-IDX) FROM WS-SIM-BALANCE
           IF WS-SIM-BALANCE < WS-LOW-POINT
               MOVE WS-SIM-BALANCE TO WS-LOW-POINT
           END-IF.
       4310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-REFUND-SURPLUS THRU 5000-EXIT
      *   Credits the surplus to the refund account.  An account
      *   gone or closed since the escrow was opened holds the
      *   refund - it stays in escrow, the statement says it will
      *   follow, and operations sends it.
      *----------------------------------------------------------------*
       5000-REFUND-SURPLUS.
           MOVE EW-REFUND-ACCT-NO TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'Y' TO WS-REFUND-HELD-SW
           END-READ
           IF NOT WS-REFUND-HELD
               IF ACCT-STATUS NOT = 'A' AND ACCT-STATUS NOT = 'D'
                   MOVE 'Y' TO WS-REFUND-HELD-SW
               END-IF
           END-IF
           IF WS-REFUND-HELD
               ADD 1 TO WS-REFUND-HELD-CNT
               MOVE 'Y' TO WS-WARN-SW
               DISPLAY 'ESCANLZ REFUND HELD - LOAN ' EW-LOAN-ACCT-NO
                   ' REFUND ACCOUNT ' EW-REFUND-ACCT-NO
                   ' NOT ON FILE OR NOT OPEN'
               GO TO 5000-EXIT
           END-IF

           MOVE WS-SURPLUS         TO WS-REFUND-AMT
           MOVE EW-LOAN-ACCT-NO    TO WS-ED-LOAN-ACCT-NO

           MOVE WS-NEXT-TXN-ID     TO TXN-ID
           ADD 1 TO WS-NEXT-TXN-ID
           MOVE ACCT-NUMBER        TO TXN-ACCT-NO
           MOVE WS-TODAY           TO TXN-DATE
           ACCEPT TXN-TIME FROM TIME
           MOVE 'ER'               TO TXN-TYPE
           MOVE WS-REFUND-AMT      TO TXN-AMOUNT
           MOVE WS-ER-DESC         TO TXN-DESC
           MOVE 'P'                TO TXN-STATUS
           MOVE SPACES             TO TXN-MERCHANT-NAME
           MOVE SPACES             TO TXN-MERCHANT-CITY
           MOVE SPACES             TO TXN-MERCHANT-STATE
           MOVE SPACES             TO TXN-AUTH-CODE
           MOVE WS-TODAY           TO TXN-POST-DATE
           MOVE 'ESC'              TO TXN-CHANNEL
           MOVE ZERO               TO TXN-CHECK-NO

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'ESCANLZ - DUPLICATE TXN-ID ' TXN-ID
           END-WRITE

           ADD WS-REFUND-AMT TO ACCT-BALANCE
           REWRITE ACCOUNT-RECORD

           SUBTRACT WS-REFUND-AMT FROM EW-BALANCE
           MOVE 'Y' TO WS-REFUND-SW
           ADD 1 TO WS-REFUND-CNT
           ADD WS-REFUND-AMT TO WS-REFUND-TOTAL.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5500-RESTAMP-SCHEDULE THRU 5500-EXIT
      *   Puts WS-NEW-ESCROW-AMT in place of the old escrow deposit
      *   on every unpaid row of the loan, moving LS-PAYMENT-AMT by
      *   the difference.  WS-RESTAMP-CNT comes back with the number
      *   of rows touched.
      *----------------------------------------------------------------*
       5500-RESTAMP-SCHEDULE.
           MOVE ZERO   TO WS-RESTAMP-CNT
           MOVE ZERO   TO WS-FIRST-PAYMENT-AMT
           MOVE ZERO   TO WS-FIRST-DUE-DATE
           MOVE SPACES TO WS-BEFORE-ROW-IMAGE
           MOVE SPACES TO WS-AFTER-ROW-IMAGE
           MOVE 'N'    TO WS-SCHD-EOF-SW
           MOVE EW-LOAN-ACCT-NO TO LS-ACCT-NO
           MOVE ZERO            TO LS-PAY-NO
           START LOAN-SCHEDULE-FILE KEY IS NOT LESS THAN LS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCHD-EOF-SW
           END-START
           PERFORM 5510-RESTAMP-ONE-ROW THRU 5510-EXIT
               UNTIL WS-SCHD-EOF

           IF WS-RESTAMP-CNT > ZERO
               PERFORM 5520-JOURNAL-SCHEDULE THRU 5520-EXIT
           END-IF.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5510-RESTAMP-ONE-ROW THRU 5510-EXIT
      *----------------------------------------------------------------*
       5510-RESTAMP-ONE-ROW.
           READ LOAN-SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCHD-EOF-SW
           END-READ
           IF WS-SCHD-EOF
               GO TO 5510-EXIT
           END-IF
           IF LS-ACCT-NO NOT = EW-LOAN-ACCT-NO
               MOVE 'Y' TO WS-SCHD-EOF-SW
               GO TO 5510-EXIT
           END-IF
           IF LS-PAID-FLAG = 'Y'
               GO TO 5510-EXIT
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
                   DISPLAY 'ESCANLZ - ROW REWRITE FAILED, KEY ' LS-KEY
           END-REWRITE

           IF WS-RESTAMP-CNT = ZERO
               MOVE LOAN-SCHEDULE-RECORD TO WS-AFTER-ROW-IMAGE
               MOVE LS-PAYMENT-AMT       TO WS-FIRST-PAYMENT-AMT
               MOVE LS-DUE-DATE          TO WS-FIRST-DUE-DATE
           END-IF
           ADD 1 TO WS-RESTAMP-CNT
           ADD 1 TO WS-ROW-CNT.
       5510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5520-JOURNAL-SCHEDULE THRU 5520-EXIT
      *   The first unpaid row before and after, as LOANMOD journals
      *   a modification.
      *----------------------------------------------------------------*
       5520-JOURNAL-SCHEDULE.
           MOVE 'LOANSCHD'          TO JR-FILE-NAME
           MOVE SPACES              TO JR-RECORD-KEY
           MOVE EW-LOAN-ACCT-NO     TO JR-RECORD-KEY(1:12)
           MOVE 'C'                 TO JR-ACTION
           MOVE WS-TODAY            TO JR-DATE
           ACCEPT JR-TIME FROM TIME
           MOVE 'ESCANLZ'           TO JR-PROGRAM
           MOVE SPACES              TO JR-BEFORE-IMAGE
           MOVE WS-BEFORE-ROW-IMAGE TO JR-BEFORE-IMAGE
           MOVE SPACES              TO JR-AFTER-IMAGE
           MOVE WS-AFTER-ROW-IMAGE  TO JR-AFTER-IMAGE
           WRITE MAINT-JOURNAL-RECORD.
       5520-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-WRITE-STATEMENT THRU 6000-EXIT
      *   The annual disclosure to the borrower - the year ahead by
      *   payee, the year behind, and what the analysis found.
      *----------------------------------------------------------------*
       6000-WRITE-STATEMENT.
           MOVE EW-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-RECORD
                   MOVE ZERO   TO CUST-ZIP-CODE
           END-READ

           IF CUST-ADDR-UNDELIVERABLE
               ADD 1 TO WS-SUPPRESSED-CNT
               GO TO 6000-EXIT
           END-IF

           MOVE 'ESCANLZ'            TO MH-SOURCE
           MOVE 'ESCA'               TO MH-NOTICE-CODE
           MOVE EW-CUST-ID           TO MH-CUST-ID
           MOVE EW-LOAN-ACCT-NO      TO MH-ACCT-NUMBER
           MOVE MAIL-ITEM-HEADER TO STMT-LINE
           WRITE STMT-LINE

           MOVE CUST-FIRST-NAME TO WS-NL-FIRST
           MOVE CUST-LAST-NAME  TO WS-NL-LAST
           MOVE WS-NAME-LINE TO STMT-LINE
           WRITE STMT-LINE

           MOVE CUST-ADDR-LINE-1 TO STMT-LINE
           WRITE STMT-LINE
           IF CUST-ADDR-LINE-2 NOT = SPACES
               MOVE CUST-ADDR-LINE-2 TO STMT-LINE
               WRITE STMT-LINE
           END-IF

           MOVE CUST-CITY     TO WS-CL-CITY
           MOVE CUST-STATE    TO WS-CL-STATE
           MOVE CUST-ZIP-CODE TO WS-CL-ZIP
           MOVE WS-CSZ-LINE TO STMT-LINE
           WRITE STMT-LINE

           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE

           MOVE WS-TITLE-LINE TO STMT-LINE
           WRITE STMT-LINE
           MOVE EW-LOAN-ACCT-NO TO WS-LL-LOAN-ACCT-NO
           MOVE WS-TODAY        TO WS-LL-DATE
           MOVE WS-LOAN-LINE TO STMT-LINE
           WRITE STMT-LINE

           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE

           MOVE 'DEPOSITS TO ESCROW SINCE LAST ANALYSIS:'
               TO WS-AL-LABEL
           MOVE EW-CYCLE-DEPOSITS TO WS-AL-AMOUNT
           MOVE WS-AMOUNT-LINE TO STMT-LINE
           WRITE STMT-LINE

           MOVE 'PAID FROM ESCROW SINCE LAST ANALYSIS:' TO WS-AL-LABEL
           MOVE EW-CYCLE-DISBURSED TO WS-AL-AMOUNT
           MOVE WS-AMOUNT-LINE TO STMT-LINE
           WRITE STMT-LINE

           MOVE 'CURRENT ESCROW BALANCE:' TO WS-AL-LABEL
           MOVE WS-START-BALANCE TO WS-AL-AMOUNT
           MOVE WS-AMOUNT-LINE TO STMT-LINE
           WRITE STMT-LINE

           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE

           MOVE WS-PAYEE-HEAD-LINE TO STMT-LINE
           WRITE STMT-LINE
           PERFORM 6100-WRITE-PAYEE-LINE THRU 6100-EXIT
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-TBL-CNT

           MOVE 'TOTAL PROJECTED PAYMENTS:' TO WS-AL-LABEL
           MOVE WS-ANNUAL-TOTAL TO WS-AL-AMOUNT
           MOVE WS-AMOUNT-LINE TO STMT-LINE
           WRITE STMT-LINE

           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE

           MOVE 'PROJECTED LOWEST BALANCE:' TO WS-AL-LABEL
           MOVE WS-LOW-POINT TO WS-AL-AMOUNT
           MOVE WS-AMOUNT-LINE TO STMT-LINE
           WRITE STMT-LINE

           MOVE 'REQUIRED CUSHION (TWO MONTHS):' TO WS-AL-LABEL
           MOVE WS-CUSHION TO WS-AL-AMOUNT
           MOVE WS-AMOUNT-LINE TO STMT-LINE
           WRITE STMT-LINE

           IF WS-SHORTAGE > ZERO
               MOVE 'ESCROW SHORTAGE:' TO WS-AL-LABEL
               MOVE WS-SHORTAGE TO WS-AL-AMOUNT
               MOVE WS-AMOUNT-LINE TO STMT-LINE
               WRITE STMT-LINE
               MOVE WS-SHORT-LINE TO STMT-LINE
               WRITE STMT-LINE
           END-IF

           IF WS-SURPLUS > ZERO
               MOVE 'ESCROW SURPLUS:' TO WS-AL-LABEL
               MOVE WS-SURPLUS TO WS-AL-AMOUNT
               MOVE WS-AMOUNT-LINE TO STMT-LINE
               WRITE STMT-LINE
               EVALUATE TRUE
                   WHEN WS-REFUND-MADE
                       MOVE 'SURPLUS REFUNDED TO YOUR ACCOUNT'
                           TO WS-AC-LABEL
                       MOVE EW-REFUND-ACCT-NO TO WS-AC-ACCT-NO
                       MOVE WS-ACCT-LINE TO STMT-LINE
                       WRITE STMT-LINE
                   WHEN WS-REFUND-HELD
                       MOVE WS-HELD-LINE TO STMT-LINE
                       WRITE STMT-LINE
                   WHEN OTHER
                       MOVE WS-RETAINED-LINE TO STMT-LINE
                       WRITE STMT-LINE
               END-EVALUATE
           END-IF

           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE

           MOVE 'PRIOR MONTHLY ESCROW PAYMENT:' TO WS-AL-LABEL
           MOVE WS-OLD-MONTHLY TO WS-AL-AMOUNT
           MOVE WS-AMOUNT-LINE TO STMT-LINE
           WRITE STMT-LINE

           MOVE 'NEW MONTHLY ESCROW PAYMENT:' TO WS-AL-LABEL
           MOVE WS-NEW-MONTHLY TO WS-AL-AMOUNT
           MOVE WS-AMOUNT-LINE TO STMT-LINE
           WRITE STMT-LINE

           IF WS-RESTAMP-CNT > ZERO
               MOVE 'NEW TOTAL MONTHLY LOAN PAYMENT:' TO WS-AL-LABEL
               MOVE WS-FIRST-PAYMENT-AMT TO WS-AL-AMOUNT
               MOVE WS-AMOUNT-LINE TO STMT-LINE
               WRITE STMT-LINE
               MOVE 'EFFECTIVE WITH THE PAYMENT DUE' TO WS-DT-LABEL
               MOVE WS-FIRST-DUE-DATE TO WS-DT-DATE
               MOVE WS-DATE-LINE TO STMT-LINE
               WRITE STMT-LINE
           END-IF.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6100-WRITE-PAYEE-LINE THRU 6100-EXIT
      *----------------------------------------------------------------*
       6100-WRITE-PAYEE-LINE.
           EVALUATE WS-LN-KIND(WS-LINE-IDX)
               WHEN 'T'
                   MOVE 'PROP TAX'   TO WS-PL-KIND-DESC
               WHEN 'H'
                   MOVE 'HAZARD INS' TO WS-PL-KIND-DESC
               WHEN 'F'
                   MOVE 'FLOOD INS'  TO WS-PL-KIND-DESC
               WHEN 'M'
                   MOVE 'MORTG INS'  TO WS-PL-KIND-DESC
               WHEN OTHER
                   MOVE SPACES       TO WS-PL-KIND-DESC
           END-EVALUATE
           MOVE WS-LN-PAYEE-NAME(WS-LINE-IDX) TO WS-PL-PAYEE-NAME
           MOVE WS-LN-PAYEE-REF(WS-LINE-IDX)  TO WS-PL-PAYEE-REF
           MOVE WS-LN-ANNUAL(WS-LINE-IDX)     TO WS-PL-AMOUNT
           MOVE WS-PAYEE-LINE TO STMT-LINE
           WRITE STMT-LINE.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-WRITE-REPORT-LINE THRU 7000-EXIT
      *   The caller sets the action.
      *----------------------------------------------------------------*
       7000-WRITE-REPORT-LINE.
           MOVE EW-LOAN-ACCT-NO TO WS-DL-LOAN-ACCT-NO
           MOVE WS-OLD-MONTHLY  TO WS-DL-OLD-MONTHLY
           MOVE WS-NEW-MONTHLY  TO WS-DL-NEW-MONTHLY
           MOVE WS-SHORTAGE     TO WS-DL-SHORTAGE
           MOVE WS-SURPLUS      TO WS-DL-SURPLUS
           MOVE WS-REFUND-AMT   TO WS-DL-REFUND
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8200-ADVANCE-MONTHS THRU 8200-EXIT
      *   Steps the month forward WS-ADV-MONTHS months, rolling the
      *   year and clamping the day-of-month to the target month's
      *   length (29 for February in a leap year).
      *----------------------------------------------------------------*
       8200-ADVANCE-MONTHS.
           COMPUTE WS-ADV-MM-WORK = WS-ADV-MM + WS-ADV-MONTHS
           PERFORM 8210-ROLL-YEAR THRU 8210-EXIT
               UNTIL WS-ADV-MM-WORK <= 12
           MOVE WS-ADV-MM-WORK TO WS-ADV-MM

           MOVE WS-MD-DAYS(WS-ADV-MM) TO WS-MONTH-LIMIT
           IF WS-ADV-MM = 02
               PERFORM 8300-CHECK-LEAP-YEAR THRU 8300-EXIT
           END-IF
           IF WS-ADV-DD > WS-MONTH-LIMIT
               MOVE WS-MONTH-LIMIT TO WS-ADV-DD
           END-IF.
       8200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8210-ROLL-YEAR THRU 8210-EXIT
      *----------------------------------------------------------------*
       8210-ROLL-YEAR.
           SUBTRACT 12 FROM WS-ADV-MM-WORK
           ADD 1 TO WS-ADV-YYYY.
       8210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8300-CHECK-LEAP-YEAR THRU 8300-EXIT
      *   February runs to 29 when the year is divisible by 4, except
      *   century years not divisible by 400.
      *----------------------------------------------------------------*
       8300-CHECK-LEAP-YEAR.
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
       8300-EXIT.
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
           MOVE 'ESCANLZ' TO RL-PROGRAM
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
