      *================================================================*
      * SCRACAP - NIGHTLY SCRA SERVICEMEMBER RATE CAP
      *
      * The Servicemembers Civil Relief Act caps the rate on debt a
      * borrower took on before entering active duty.  For every
      * customer on the SCRAMIL active-duty file this step browses
      * the customer's accounts through the ACCT-CUST-ID alternate
      * index and:
      *
      *   - while the customer is protected (on active duty, or
      *     released within the post-service period) caps every
      *     qualifying account opened before the service start
      *     date that is not already capped:
      *       term loans ('LN') above the cap rate have
      *       ACCT-INTEREST-RATE lowered to it and the unpaid
      *       LOANSCHD rows re-amortized at it over the same
      *       number of remaining payments - LOANMOD's method, so
      *       TXNPOST, LOANDELQ and LOANQUOT work the new rows
      *       unchanged;
      *       credit-limit accounts have ACCT-INTEREST-RATE
      *       lowered to the cap when above it, and INTACCR holds
      *       the resolved tier rate at the cap for as long as the
      *       SCRACAP record is in force;
      *   - once protection ends (the post-service period runs
      *     out, or the record is withdrawn) puts the original
      *     rate back the same way and marks the cap restored.
      *
      * The original rate is kept on the SCRACAP record; every
      * account and schedule change journals to MNTJRNL.  Each cap
      * and restore is listed on SCRARPT.  Runs ahead of LOANLATE
      * and INTACCR so tonight's fee and accrual see the new rate.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRACAP.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL SCRA RATE CAP JOB.
      *   2026-10-15  DS   AN ESCROWED LOAN'S REGENERATED ROWS CARRY
      *                    THE FIRST UNPAID ROW'S ESCROW DEPOSIT ON
      *                    TOP OF THE NEW LEVEL PAYMENT.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCRA-SERVICE-FILE ASSIGN TO SCRAMIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-CUST-ID
               FILE STATUS IS WS-SCRA-STATUS.

           SELECT SCRA-CAP-FILE ASSIGN TO SCRACAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-ACCT-NO
               FILE STATUS IS WS-CAP-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               ALTERNATE RECORD KEY IS ACCT-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT LOAN-SCHEDULE-FILE ASSIGN TO LOANSCHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY
               FILE STATUS IS WS-SCHD-STATUS.

           SELECT MAINT-JOURNAL ASSIGN TO MNTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT SCRA-REPORT ASSIGN TO SCRARPT
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
       FD  SCRA-SERVICE-FILE.
           COPY "scramil.cpy".

       FD  SCRA-CAP-FILE.
           COPY "scracap.cpy".

       FD  ACCOUNT-MASTER.
           COPY "account.cpy".

       FD  LOAN-SCHEDULE-FILE.
           COPY "loanschd.cpy".

       FD  MAINT-JOURNAL.
           COPY "mntjrnl.cpy".

       FD  SCRA-REPORT
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

       01  WS-SCRA-STATUS                 PIC X(02).
       01  WS-CAP-STATUS                  PIC X(02).
       01  WS-ACCT-STATUS                 PIC X(02).
       01  WS-SCHD-STATUS                 PIC X(02).
       01  WS-JRNL-STATUS                 PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-ACCT-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-ACCT-EOF             VALUE 'Y'.
           05  WS-SCHD-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-SCHD-EOF              VALUE 'Y'.
           05  WS-PROTECTED-SW            PIC X(01)   VALUE 'N'.
               88  WS-PROTECTED            VALUE 'Y'.
           05  WS-CAP-ON-FILE-SW          PIC X(01)   VALUE 'N'.
               88  WS-CAP-ON-FILE          VALUE 'Y'.
           05  WS-REAMORT-SW              PIC X(01)   VALUE 'N'.
               88  WS-REAMORTIZED          VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.

      *----------------------------------------------------------------*
      * THE STATUTORY CAP AND THE POST-SERVICE PERIOD.  THE ACT
      * CARRIES MORTGAGE PROTECTION ONE YEAR PAST SERVICE; THE
      * MASTER DOES NOT TELL A MORTGAGE FROM OTHER TERM DEBT, SO
      * EVERY CAPPED ACCOUNT KEEPS THE CAP FOR THE FULL YEAR.
      *----------------------------------------------------------------*
       01  WS-SCRA-CAP-RATE               PIC 9(03)V9(04)
                                          VALUE 006.0000.
       01  WS-POST-SERVICE-MONTHS         PIC 9(03)   VALUE 012.

       01  WS-PROTECT-END                 PIC 9(08)   VALUE ZERO.
       01  WS-YEAR-ROLL                   PIC 9(03)   VALUE ZERO.
       01  WS-CAP-KIND                    PIC X(01)   VALUE SPACE.
       01  WS-OLD-RATE                    PIC 9(03)V9(04) VALUE ZERO.
       01  WS-NEW-RATE                    PIC 9(03)V9(04) VALUE ZERO.
       01  WS-BEFORE-ACCT-IMAGE           PIC X(100)  VALUE SPACES.

      *----------------------------------------------------------------*
      * RE-AMORTIZATION - LOANMOD'S SCHEDULE WALK AND LEVEL-PAYMENT
      * FIELDS.  THE NEW TERM IS THE NUMBER OF UNPAID ROWS, SO THE
      * LOAN STILL PAYS OFF ON ITS ORIGINAL MATURITY DATE.
      *----------------------------------------------------------------*
       01  WS-MOD-ACCT-NO                 PIC 9(12)   VALUE ZERO.
       01  WS-MOD-RATE                    PIC 9(03)V9(04) VALUE ZERO.
       01  WS-MOD-TERM                    PIC 9(03)   VALUE ZERO.
       01  WS-LAST-PAID-NO                PIC 9(03)   VALUE ZERO.
       01  WS-FIRST-UNPAID-DUE            PIC 9(08)   VALUE ZERO.
       01  WS-ROW-ESCROW                  PIC 9(05)V99 VALUE ZERO.
       01  WS-OUTSTANDING-PRIN            PIC S9(11)V99 VALUE ZERO.
       01  WS-BEFORE-ROW-IMAGE            PIC X(80)   VALUE SPACES.
       01  WS-AFTER-ROW-IMAGE             PIC X(80)   VALUE SPACES.
       01  WS-UNPAID-CNT                  PIC 9(03)   VALUE ZERO.
       01  WS-UNPAID-TABLE.
           05  WS-UP-PAY-NO OCCURS 600 TIMES
                             INDEXED BY WS-UP-IDX PIC 9(03).

       01  WS-AMORT-FIELDS.
           05  WS-MONTHLY-RATE            PIC V9(09)  VALUE ZERO.
           05  WS-FACTOR                  PIC 9(03)V9(09) VALUE ZERO.
           05  WS-PAYMENT                 PIC S9(09)V99 VALUE ZERO.
           05  WS-RUN-BALANCE             PIC S9(11)V99 VALUE ZERO.
           05  WS-ROW-INTEREST            PIC S9(09)V99 VALUE ZERO.
           05  WS-ROW-PRINCIPAL           PIC S9(09)V99 VALUE ZERO.
           05  WS-PAY-NO                  PIC 9(03)   VALUE ZERO.
           05  WS-NEW-ROW-NO              PIC 9(04)   VALUE ZERO.
           05  WS-FACTOR-IDX              PIC 9(03)   VALUE ZERO.

       01  WS-DUE-FIELDS.
           05  WS-DUE-DATE                PIC 9(08)   VALUE ZERO.
           05  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
               10  WS-DUE-YYYY             PIC 9(04).
               10  WS-DUE-MM               PIC 9(02).
               10  WS-DUE-DD               PIC 9(02).
           05  WS-DUE-MM-WORK             PIC S9(04)  VALUE ZERO.
       01  WS-MONTH-DAYS-LIST.
           05  FILLER PIC X(24) VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
           05  WS-MD-DAYS OCCURS 12 TIMES  PIC 9(02).
       01  WS-LEAP-REMAINDER              PIC 9(03)   VALUE ZERO.
       01  WS-LEAP-QUOTIENT               PIC 9(04)   VALUE ZERO.
       01  WS-MONTH-LIMIT                 PIC 9(02)   VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-SERVICE-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-ACCOUNT-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-LOAN-CAP-CNT            PIC 9(07)   VALUE ZERO.
           05  WS-LINE-CAP-CNT            PIC 9(07)   VALUE ZERO.
           05  WS-RESTORE-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-LEFT-CNT                PIC 9(07)   VALUE ZERO.

      *----------------------------------------------------------------*
      * REPORT LINES
      *----------------------------------------------------------------*
       01  WS-HEADING-LINE.
           05  FILLER PIC X(40)
               VALUE 'SCRACAP - SCRA RATE CAP           DATE: '.
           05  WS-HL-DATE                  PIC 9(08).

       01  WS-DETAIL-LINE.
           05  WS-DL-ACTION                PIC X(12).
           05  FILLER PIC X(07) VALUE 'CUST = '.
           05  WS-DL-CUST-ID               PIC 9(10).
           05  FILLER PIC X(09) VALUE '  ACCT = '.
           05  WS-DL-ACCT-NO               PIC 9(12).
           05  FILLER PIC X(09) VALUE '  KIND = '.
           05  WS-DL-KIND                  PIC X(01).
           05  FILLER PIC X(13) VALUE '  OLD RATE = '.
           05  WS-DL-OLD-RATE              PIC ZZ9.9999.
           05  FILLER PIC X(13) VALUE '  NEW RATE = '.
           05  WS-DL-NEW-RATE              PIC ZZ9.9999.
           05  FILLER PIC X(16) VALUE '  PROTECT END = '.
           05  WS-DL-PROTECT-END           PIC 9(08).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'S' TO WS-RL-PHASE
           MOVE ZERO TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-SERVICE THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 3000-TERMINATE
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-SERVICE-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT SCRA-SERVICE-FILE
           OPEN I-O   SCRA-CAP-FILE
           OPEN I-O   ACCOUNT-MASTER
           OPEN I-O   LOAN-SCHEDULE-FILE
           OPEN EXTEND MAINT-JOURNAL
           OPEN OUTPUT SCRA-REPORT
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT

           MOVE WS-TODAY TO WS-HL-DATE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 2100-READ-SERVICE.

      *----------------------------------------------------------------*
      * 2000-PROCESS-SERVICE THRU 2000-EXIT
      *----------------------------------------------------------------*
       2000-PROCESS-SERVICE.
           ADD 1 TO WS-SERVICE-CNT
           PERFORM 2500-SET-PROTECTION THRU 2500-EXIT
           PERFORM 4000-WALK-ACCOUNTS THRU 4000-EXIT
           PERFORM 2100-READ-SERVICE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-READ-SERVICE
      *----------------------------------------------------------------*
       2100-READ-SERVICE.
           READ SCRA-SERVICE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 2500-SET-PROTECTION THRU 2500-EXIT
      *   On active duty the customer is protected with no end date
      *   yet; released, the protection runs the post-service
      *   period past the actual end date; withdrawn, there never
      *   was any.
      *----------------------------------------------------------------*
       2500-SET-PROTECTION.
           MOVE 'N' TO WS-PROTECTED-SW
           MOVE ZERO TO WS-PROTECT-END

           EVALUATE SM-STATUS
               WHEN 'A'
                   MOVE 'Y' TO WS-PROTECTED-SW
               WHEN 'R'
                   PERFORM 2600-COMPUTE-PROTECT-END THRU 2600-EXIT
                   IF WS-TODAY NOT > WS-PROTECT-END
                       MOVE 'Y' TO WS-PROTECTED-SW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2600-COMPUTE-PROTECT-END THRU 2600-EXIT
      *   The actual end date moved on by the post-service months,
      *   the day clamped to the month's length.
      *----------------------------------------------------------------*
       2600-COMPUTE-PROTECT-END.
           MOVE SM-ACTUAL-END-DATE TO WS-DUE-DATE
           COMPUTE WS-DUE-MM-WORK = WS-DUE-MM + WS-POST-SERVICE-MONTHS
           COMPUTE WS-YEAR-ROLL = (WS-DUE-MM-WORK - 1) / 12
           COMPUTE WS-DUE-MM = WS-DUE-MM-WORK - (12 * WS-YEAR-ROLL)
           ADD WS-YEAR-ROLL TO WS-DUE-YYYY
           PERFORM 5750-CLAMP-MONTH-END THRU 5750-EXIT
           MOVE WS-DUE-DATE TO WS-PROTECT-END.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           CLOSE SCRA-SERVICE-FILE
           CLOSE SCRA-CAP-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE LOAN-SCHEDULE-FILE
           CLOSE MAINT-JOURNAL
           CLOSE SCRA-REPORT
           DISPLAY 'SCRACAP SERVICE RECORDS  = ' WS-SERVICE-CNT
           DISPLAY 'SCRACAP ACCOUNTS READ    = ' WS-ACCOUNT-CNT
           DISPLAY 'SCRACAP LOANS CAPPED     = ' WS-LOAN-CAP-CNT
           DISPLAY 'SCRACAP LINES CAPPED     = ' WS-LINE-CAP-CNT
           DISPLAY 'SCRACAP RATES RESTORED   = ' WS-RESTORE-CNT
           DISPLAY 'SCRACAP RATES LEFT AS IS = ' WS-LEFT-CNT.

      *----------------------------------------------------------------*
      * 4000-WALK-ACCOUNTS THRU 4000-EXIT
      *   Browses the ACCT-CUST-ID alternate index for every account
      *   the servicemember owns, the way CRLIMADJ does.
      *----------------------------------------------------------------*
       4000-WALK-ACCOUNTS.
           MOVE 'N' TO WS-ACCT-EOF-SW
           MOVE SM-CUST-ID TO ACCT-CUST-ID
           START ACCOUNT-MASTER KEY IS NOT LESS THAN ACCT-CUST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-ACCT-EOF-SW
           END-START

           PERFORM 4100-NEXT-ACCOUNT THRU 4100-EXIT
               UNTIL WS-ACCT-EOF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-NEXT-ACCOUNT THRU 4100-EXIT
      *----------------------------------------------------------------*
       4100-NEXT-ACCOUNT.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ACCT-EOF-SW
           END-READ
           IF WS-ACCT-EOF
               GO TO 4100-EXIT
           END-IF
           IF ACCT-CUST-ID NOT = SM-CUST-ID
               MOVE 'Y' TO WS-ACCT-EOF-SW
               GO TO 4100-EXIT
           END-IF

           ADD 1 TO WS-ACCOUNT-CNT
           PERFORM 4200-CHECK-ACCOUNT THRU 4200-EXIT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4200-CHECK-ACCOUNT THRU 4200-EXIT
      *   A cap already in force only needs its protection end kept
      *   current (the release is keyed after the cap went on);
      *   otherwise a protected customer's account is tested for
      *   the cap and an unprotected one's cap is taken off.
      *----------------------------------------------------------------*
       4200-CHECK-ACCOUNT.
           MOVE 'Y' TO WS-CAP-ON-FILE-SW
           MOVE ACCT-NUMBER TO SC-ACCT-NO
           READ SCRA-CAP-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CAP-ON-FILE-SW
           END-READ

           IF WS-PROTECTED
               IF WS-CAP-ON-FILE AND SC-STATUS = 'A'
                   IF SC-PROTECT-END-DATE NOT = WS-PROTECT-END
                       MOVE WS-PROTECT-END TO SC-PROTECT-END-DATE
                       REWRITE SCRA-CAP-RECORD
                           INVALID KEY
                               DISPLAY 'SCRACAP - CAP REWRITE '
                                   'FAILED, ACCT ' SC-ACCT-NO
                       END-REWRITE
                   END-IF
               ELSE
                   PERFORM 4300-APPLY-CAP THRU 4300-EXIT
               END-IF
           ELSE
               IF WS-CAP-ON-FILE AND SC-STATUS = 'A'
                   PERFORM 4400-RESTORE-RATE THRU 4400-EXIT
               END-IF
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4300-APPLY-CAP THRU 4300-EXIT
      *   Only debt incurred before service qualifies - an account
      *   opened on or after SM-START-DATE keeps its contract rate.
      *   A term loan already at or under the cap needs nothing; a
      *   credit-limit account is always put on file, because
      *   INTACCR resolves its rate from the tier table and must
      *   hold that at the cap whatever the account rate says.
      *----------------------------------------------------------------*
       4300-APPLY-CAP.
           IF ACCT-STATUS NOT = 'A' AND ACCT-STATUS NOT = 'D'
               GO TO 4300-EXIT
           END-IF
           IF ACCT-OPEN-DATE NOT < SM-START-DATE
               GO TO 4300-EXIT
           END-IF

           IF ACCT-TYPE = 'LN'
               IF ACCT-INTEREST-RATE NOT > WS-SCRA-CAP-RATE
                   GO TO 4300-EXIT
               END-IF
               MOVE 'L' TO WS-CAP-KIND
           ELSE
               IF ACCT-CREDIT-LIMIT NOT > ZERO
                   GO TO 4300-EXIT
               END-IF
               MOVE 'C' TO WS-CAP-KIND
           END-IF

           MOVE ACCOUNT-RECORD     TO WS-BEFORE-ACCT-IMAGE
           MOVE ACCT-INTEREST-RATE TO WS-OLD-RATE
           MOVE ACCT-INTEREST-RATE TO WS-NEW-RATE

           IF WS-CAP-KIND = 'L'
               MOVE WS-SCRA-CAP-RATE TO WS-MOD-RATE
               PERFORM 4500-REAMORTIZE THRU 4500-EXIT
               IF NOT WS-REAMORTIZED
      *            NOTHING LEFT UNPAID - NO INTEREST LEFT TO CAP.
                   GO TO 4300-EXIT
               END-IF
           END-IF

           IF ACCT-INTEREST-RATE > WS-SCRA-CAP-RATE
               MOVE WS-SCRA-CAP-RATE TO ACCT-INTEREST-RATE
               MOVE WS-SCRA-CAP-RATE TO WS-NEW-RATE
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY 'SCRACAP - ACCOUNT REWRITE FAILED, '
                           'ACCT ' ACCT-NUMBER
               END-REWRITE
               PERFORM 6000-JOURNAL-ACCOUNT THRU 6000-EXIT
           END-IF

           MOVE ACCT-NUMBER      TO SC-ACCT-NO
           MOVE SM-CUST-ID       TO SC-CUST-ID
           MOVE WS-CAP-KIND      TO SC-CAP-KIND
           MOVE WS-OLD-RATE      TO SC-ORIG-RATE
           MOVE WS-SCRA-CAP-RATE TO SC-CAP-RATE
           MOVE WS-TODAY         TO SC-CAP-DATE
           MOVE WS-PROTECT-END   TO SC-PROTECT-END-DATE
           MOVE 'A'              TO SC-STATUS
           MOVE ZERO             TO SC-RESTORE-DATE
           IF WS-CAP-ON-FILE
      *        AN EARLIER TOUR'S RESTORED CAP - THE NEW TOUR
      *        REPLACES IT.
               REWRITE SCRA-CAP-RECORD
                   INVALID KEY
                       DISPLAY 'SCRACAP - CAP REWRITE FAILED, ACCT '
                           SC-ACCT-NO
               END-REWRITE
           ELSE
               WRITE SCRA-CAP-RECORD
                   INVALID KEY
                       DISPLAY 'SCRACAP - CAP WRITE FAILED, ACCT '
                           SC-ACCT-NO
               END-WRITE
           END-IF

           IF WS-CAP-KIND = 'L'
               ADD 1 TO WS-LOAN-CAP-CNT
           ELSE
               ADD 1 TO WS-LINE-CAP-CNT
           END-IF
           MOVE 'CAPPED' TO WS-DL-ACTION
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4400-RESTORE-RATE THRU 4400-EXIT
      *   The original rate goes back only over the cap rate - an
      *   account whose rate was changed since the cap (a LOANMOD
      *   concession, say) is left as it stands and listed.  A
      *   term loan still open is re-amortized back at the
      *   original rate over its remaining payments.
      *----------------------------------------------------------------*
       4400-RESTORE-RATE.
           MOVE ACCOUNT-RECORD     TO WS-BEFORE-ACCT-IMAGE
           MOVE ACCT-INTEREST-RATE TO WS-OLD-RATE
           MOVE ACCT-INTEREST-RATE TO WS-NEW-RATE
           MOVE SC-CAP-KIND        TO WS-CAP-KIND

           IF ACCT-INTEREST-RATE = SC-CAP-RATE
               AND SC-ORIG-RATE NOT = SC-CAP-RATE
               IF SC-CAP-KIND = 'L' AND ACCT-STATUS = 'A'
                   MOVE SC-ORIG-RATE TO WS-MOD-RATE
                   PERFORM 4500-REAMORTIZE THRU 4500-EXIT
               END-IF
               MOVE SC-ORIG-RATE TO ACCT-INTEREST-RATE
               MOVE SC-ORIG-RATE TO WS-NEW-RATE
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY 'SCRACAP - ACCOUNT REWRITE FAILED, '
                           'ACCT ' ACCT-NUMBER
               END-REWRITE
               PERFORM 6000-JOURNAL-ACCOUNT THRU 6000-EXIT
               MOVE 'RESTORED' TO WS-DL-ACTION
               ADD 1 TO WS-RESTORE-CNT
           ELSE
               IF ACCT-INTEREST-RATE = SC-ORIG-RATE
                   MOVE 'RESTORED' TO WS-DL-ACTION
                   ADD 1 TO WS-RESTORE-CNT
               ELSE
                   MOVE 'LEFT AS IS' TO WS-DL-ACTION
                   ADD 1 TO WS-LEFT-CNT
               END-IF
           END-IF

           MOVE 'R'      TO SC-STATUS
           MOVE WS-TODAY TO SC-RESTORE-DATE
           REWRITE SCRA-CAP-RECORD
               INVALID KEY
                   DISPLAY 'SCRACAP - CAP REWRITE FAILED, ACCT '
                       SC-ACCT-NO
           END-REWRITE
           MOVE SC-PROTECT-END-DATE TO WS-PROTECT-END
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       4400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4500-REAMORTIZE THRU 4500-EXIT
      *   LOANMOD's modification at WS-MOD-RATE over the loan's own
      *   remaining payment count: the paid rows stay, the unpaid
      *   rows are regenerated from the outstanding principal on
      *   the old first unpaid due date, and the first unpaid row's
      *   before and after images journal to MNTJRNL.
      *----------------------------------------------------------------*
       4500-REAMORTIZE.
           MOVE 'N' TO WS-REAMORT-SW
           MOVE ACCT-NUMBER TO WS-MOD-ACCT-NO
           PERFORM 5200-WALK-SCHEDULE THRU 5200-EXIT
           IF WS-UNPAID-CNT = ZERO
               GO TO 4500-EXIT
           END-IF

           MOVE WS-UNPAID-CNT TO WS-MOD-TERM
           PERFORM 5400-DELETE-UNPAID-ROWS THRU 5400-EXIT
           PERFORM 5500-COMPUTE-PAYMENT THRU 5500-EXIT
           PERFORM 5600-GENERATE-SCHEDULE THRU 5600-EXIT
           PERFORM 6100-JOURNAL-SCHEDULE THRU 6100-EXIT
           MOVE 'Y' TO WS-REAMORT-SW.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5200-WALK-SCHEDULE THRU 5200-EXIT
      *   One browse over the loan's rows: the last paid row's
      *   balance-after is the outstanding principal (a loan with
      *   nothing paid reconstructs it from the first row), the
      *   first unpaid row anchors the due date and the journal
      *   before-image, and every unpaid pay number lists for
      *   deletion.
      *----------------------------------------------------------------*
       5200-WALK-SCHEDULE.
           MOVE ZERO TO WS-LAST-PAID-NO
           MOVE ZERO TO WS-FIRST-UNPAID-DUE
           MOVE ZERO TO WS-ROW-ESCROW
           MOVE ZERO TO WS-OUTSTANDING-PRIN
           MOVE ZERO TO WS-UNPAID-CNT
           MOVE SPACES TO WS-BEFORE-ROW-IMAGE
           MOVE 'N' TO WS-SCHD-EOF-SW

           MOVE WS-MOD-ACCT-NO TO LS-ACCT-NO
           MOVE ZERO           TO LS-PAY-NO
           START LOAN-SCHEDULE-FILE KEY IS NOT LESS THAN LS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCHD-EOF-SW
           END-START
           PERFORM 5300-WALK-ONE-ROW THRU 5300-EXIT
               UNTIL WS-SCHD-EOF.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5300-WALK-ONE-ROW THRU 5300-EXIT
      *----------------------------------------------------------------*
       5300-WALK-ONE-ROW.
           READ LOAN-SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCHD-EOF-SW
           END-READ
           IF WS-SCHD-EOF
               GO TO 5300-EXIT
           END-IF
           IF LS-ACCT-NO NOT = WS-MOD-ACCT-NO
               MOVE 'Y' TO WS-SCHD-EOF-SW
               GO TO 5300-EXIT
           END-IF

           IF LS-PAID-FLAG = 'Y'
               MOVE LS-PAY-NO TO WS-LAST-PAID-NO
               COMPUTE WS-OUTSTANDING-PRIN =
                   ZERO - LS-BALANCE-AFTER
           ELSE
               IF WS-FIRST-UNPAID-DUE = ZERO
                   MOVE LS-DUE-DATE TO WS-FIRST-UNPAID-DUE
                   MOVE LOAN-SCHEDULE-RECORD TO WS-BEFORE-ROW-IMAGE
                   IF LS-ESCROW-AMT NUMERIC
                       MOVE LS-ESCROW-AMT TO WS-ROW-ESCROW
                   END-IF
                   IF WS-LAST-PAID-NO = ZERO
      *                NOTHING PAID YET - THE ORIGINAL PRINCIPAL IS
      *                THE FIRST ROW'S BALANCE-AFTER PLUS ITS OWN
      *                PRINCIPAL PIECE.
                       COMPUTE WS-OUTSTANDING-PRIN =
                           (ZERO - LS-BALANCE-AFTER) + LS-PRINCIPAL
                   END-IF
               END-IF
               IF WS-UNPAID-CNT < 600
                   ADD 1 TO WS-UNPAID-CNT
                   SET WS-UP-IDX TO WS-UNPAID-CNT
                   MOVE LS-PAY-NO TO WS-UP-PAY-NO(WS-UP-IDX)
               END-IF
           END-IF.
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5400-DELETE-UNPAID-ROWS THRU 5400-EXIT
      *----------------------------------------------------------------*
       5400-DELETE-UNPAID-ROWS.
           PERFORM 5450-DELETE-ONE-ROW THRU 5450-EXIT
               VARYING WS-UP-IDX FROM 1 BY 1
               UNTIL WS-UP-IDX > WS-UNPAID-CNT.
       5400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5450-DELETE-ONE-ROW THRU 5450-EXIT
      *----------------------------------------------------------------*
       5450-DELETE-ONE-ROW.
           MOVE WS-MOD-ACCT-NO TO LS-ACCT-NO
           MOVE WS-UP-PAY-NO(WS-UP-IDX) TO LS-PAY-NO
           READ LOAN-SCHEDULE-FILE
               INVALID KEY
                   GO TO 5450-EXIT
           END-READ
           DELETE LOAN-SCHEDULE-FILE
               INVALID KEY
                   DISPLAY 'SCRACAP - DELETE FAILED, KEY ' LS-KEY
           END-DELETE.
       5450-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5500-COMPUTE-PAYMENT THRU 5500-EXIT
      *   Level payment = P * i * (1+i)**n / ((1+i)**n - 1), with
      *   the factor built by repeated multiplication - no intrinsic
      *   functions.  A zero rate divides evenly.
      *----------------------------------------------------------------*
       5500-COMPUTE-PAYMENT.
           COMPUTE WS-MONTHLY-RATE ROUNDED =
               WS-MOD-RATE / 1200

           MOVE 1 TO WS-FACTOR
           PERFORM 5550-MULTIPLY-FACTOR THRU 5550-EXIT
               VARYING WS-FACTOR-IDX FROM 1 BY 1
               UNTIL WS-FACTOR-IDX > WS-MOD-TERM

           IF WS-MONTHLY-RATE = ZERO OR WS-FACTOR = 1
               COMPUTE WS-PAYMENT ROUNDED =
                   WS-OUTSTANDING-PRIN / WS-MOD-TERM
           ELSE
               COMPUTE WS-PAYMENT ROUNDED =
                   (WS-OUTSTANDING-PRIN * WS-MONTHLY-RATE
                       * WS-FACTOR)
                   / (WS-FACTOR - 1)
           END-IF.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5550-MULTIPLY-FACTOR THRU 5550-EXIT
      *----------------------------------------------------------------*
       5550-MULTIPLY-FACTOR.
           COMPUTE WS-FACTOR ROUNDED =
               WS-FACTOR * (1 + WS-MONTHLY-RATE).
       5550-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5600-GENERATE-SCHEDULE THRU 5600-EXIT
      *   New rows number on from the last paid row and the due
      *   dates run monthly from the old first unpaid date, so the
      *   regenerated schedule reads as one continuous loan.
      *----------------------------------------------------------------*
       5600-GENERATE-SCHEDULE.
           MOVE WS-OUTSTANDING-PRIN TO WS-RUN-BALANCE
           MOVE WS-FIRST-UNPAID-DUE TO WS-DUE-DATE

           PERFORM 5650-WRITE-ONE-ROW THRU 5650-EXIT
               VARYING WS-PAY-NO FROM 1 BY 1
               UNTIL WS-PAY-NO > WS-MOD-TERM.
       5600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5650-WRITE-ONE-ROW THRU 5650-EXIT
      *----------------------------------------------------------------*
       5650-WRITE-ONE-ROW.
           COMPUTE WS-ROW-INTEREST ROUNDED =
               WS-RUN-BALANCE * WS-MONTHLY-RATE
           IF WS-PAY-NO = WS-MOD-TERM
               MOVE WS-RUN-BALANCE TO WS-ROW-PRINCIPAL
               COMPUTE WS-PAYMENT = WS-ROW-PRINCIPAL + WS-ROW-INTEREST
           ELSE
               COMPUTE WS-ROW-PRINCIPAL =
                   WS-PAYMENT - WS-ROW-INTEREST
           END-IF
           SUBTRACT WS-ROW-PRINCIPAL FROM WS-RUN-BALANCE

           COMPUTE WS-NEW-ROW-NO = WS-LAST-PAID-NO + WS-PAY-NO
           MOVE WS-MOD-ACCT-NO   TO LS-ACCT-NO
           MOVE WS-NEW-ROW-NO    TO LS-PAY-NO
           MOVE WS-DUE-DATE      TO LS-DUE-DATE
           COMPUTE LS-PAYMENT-AMT = WS-PAYMENT + WS-ROW-ESCROW
           MOVE WS-ROW-PRINCIPAL TO LS-PRINCIPAL
           MOVE WS-ROW-INTEREST  TO LS-INTEREST
           COMPUTE LS-BALANCE-AFTER = ZERO - WS-RUN-BALANCE
           MOVE 'N'              TO LS-PAID-FLAG
           MOVE ZERO             TO LS-PAID-DATE
           MOVE 'N'              TO LS-LATE-FEE-FLAG
           MOVE WS-ROW-ESCROW    TO LS-ESCROW-AMT
           WRITE LOAN-SCHEDULE-RECORD
               INVALID KEY
                   DISPLAY 'SCRACAP - DUPLICATE SCHEDULE ROW '
                       LS-ACCT-NO ' ' LS-PAY-NO
           END-WRITE

           IF WS-PAY-NO = 1
               MOVE LOAN-SCHEDULE-RECORD TO WS-AFTER-ROW-IMAGE
           END-IF

           PERFORM 5700-ADVANCE-ONE-MONTH THRU 5700-EXIT.
       5650-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5700-ADVANCE-ONE-MONTH THRU 5700-EXIT
      *   Steps the due date one month forward, rolling the year -
      *   LOANORIG's month arithmetic.
      *----------------------------------------------------------------*
       5700-ADVANCE-ONE-MONTH.
           COMPUTE WS-DUE-MM-WORK = WS-DUE-MM + 1
           IF WS-DUE-MM-WORK > 12
               SUBTRACT 12 FROM WS-DUE-MM-WORK
               ADD 1 TO WS-DUE-YYYY
           END-IF
           MOVE WS-DUE-MM-WORK TO WS-DUE-MM
           PERFORM 5750-CLAMP-MONTH-END THRU 5750-EXIT.
       5700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5750-CLAMP-MONTH-END THRU 5750-EXIT
      *   Clamps the day to the month's length (29 for February in
      *   a leap year).
      *----------------------------------------------------------------*
       5750-CLAMP-MONTH-END.
           MOVE WS-MD-DAYS(WS-DUE-MM) TO WS-MONTH-LIMIT
           IF WS-DUE-MM = 02
               DIVIDE WS-DUE-YYYY BY 4
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   DIVIDE WS-DUE-YYYY BY 100
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER NOT = ZERO
                       MOVE 29 TO WS-MONTH-LIMIT
                   ELSE
                       DIVIDE WS-DUE-YYYY BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = ZERO
                           MOVE 29 TO WS-MONTH-LIMIT
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-DUE-DD > WS-MONTH-LIMIT
               MOVE WS-MONTH-LIMIT TO WS-DUE-DD
           END-IF.
       5750-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-JOURNAL-ACCOUNT THRU 6000-EXIT
      *   The rate change on the account master, before and after -
      *   the same ACCTMAST image JRNLRPLY rolls forward.
      *----------------------------------------------------------------*
       6000-JOURNAL-ACCOUNT.
           MOVE 'ACCTMAST'           TO JR-FILE-NAME
           MOVE SPACES               TO JR-RECORD-KEY
           MOVE ACCT-NUMBER          TO JR-RECORD-KEY(1:12)
           MOVE 'C'                  TO JR-ACTION
           MOVE WS-TODAY             TO JR-DATE
           ACCEPT JR-TIME FROM TIME
           MOVE 'SCRACAP'            TO JR-PROGRAM
           MOVE SPACES               TO JR-BEFORE-IMAGE
           MOVE WS-BEFORE-ACCT-IMAGE TO JR-BEFORE-IMAGE
           MOVE SPACES               TO JR-AFTER-IMAGE
           MOVE ACCOUNT-RECORD       TO JR-AFTER-IMAGE
           WRITE MAINT-JOURNAL-RECORD.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6100-JOURNAL-SCHEDULE THRU 6100-EXIT
      *   The first unpaid row before and after the regeneration,
      *   as LOANMOD journals a modification.
      *----------------------------------------------------------------*
       6100-JOURNAL-SCHEDULE.
           MOVE 'LOANSCHD'          TO JR-FILE-NAME
           MOVE SPACES              TO JR-RECORD-KEY
           MOVE WS-MOD-ACCT-NO      TO JR-RECORD-KEY(1:12)
           MOVE 'C'                 TO JR-ACTION
           MOVE WS-TODAY            TO JR-DATE
           ACCEPT JR-TIME FROM TIME
           MOVE 'SCRACAP'           TO JR-PROGRAM
           MOVE SPACES              TO JR-BEFORE-IMAGE
           MOVE WS-BEFORE-ROW-IMAGE TO JR-BEFORE-IMAGE
           MOVE SPACES              TO JR-AFTER-IMAGE
           MOVE WS-AFTER-ROW-IMAGE  TO JR-AFTER-IMAGE
           WRITE MAINT-JOURNAL-RECORD.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-WRITE-REPORT-LINE THRU 7000-EXIT
      *   The caller sets the action and the old and new rates.
      *----------------------------------------------------------------*
       7000-WRITE-REPORT-LINE.
           MOVE SM-CUST-ID     TO WS-DL-CUST-ID
           MOVE ACCT-NUMBER    TO WS-DL-ACCT-NO
           MOVE WS-CAP-KIND    TO WS-DL-KIND
           MOVE WS-OLD-RATE    TO WS-DL-OLD-RATE
           MOVE WS-NEW-RATE    TO WS-DL-NEW-RATE
           MOVE WS-PROTECT-END TO WS-DL-PROTECT-END
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
           MOVE 'SCRACAP' TO RL-PROGRAM
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
