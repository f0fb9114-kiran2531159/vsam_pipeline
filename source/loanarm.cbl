      *================================================================*
      * LOANARM - NIGHTLY ADJUSTABLE-RATE LOAN REPRICING
      *
      * Walks the ARMTERM adjustable-rate terms file and reprices
      * every active loan whose AR-NEXT-REPRICE-DATE has come:
      *
      *   - the new contract rate is the latest IDXRATE value for
      *     the loan's index effective on or before tonight, plus
      *     the margin, rounded to the nearest eighth of a point,
      *     held within the per-adjustment cap of the prior
      *     contract rate and then within the lifetime floor and
      *     ceiling;
      *   - an SCRA cap in force (SCRACAP record status 'A') keeps
      *     the applied rate at the cap - the new contract rate is
      *     stored as the cap record's original rate, so SCRACAP's
      *     restore puts back the rate the note now calls for;
      *   - when the applied rate moves, ACCT-INTEREST-RATE takes
      *     it and the remaining LOANSCHD rows are re-amortized at
      *     it (SCRACAP's method) - but only from the first unpaid
      *     row due at least WS-NOTICE-DAYS out.  Rows due inside
      *     the notice period stay exactly as billed, so the
      *     borrower's payment-change notice always reaches them
      *     before the first payment at the new amount;
      *   - the payment-change notice goes to the borrower on
      *     ARMNTC (the RATENTC letter shape): old and new rate,
      *     index and margin, old and new payment, the due date it
      *     starts and the next repricing date.
      *
      * The repricing date then steps on by the repricing frequency
      * past tonight.  Every account and schedule change journals to
      * MNTJRNL and every loan looked at is listed on ARMRPT.  A
      * closed loan's terms record is retired ('C').  A loan whose
      * index has no value on file yet is listed and left for the
      * next night (return code 4).  Runs ahead of TXNPOST, after
      * SCRACAP and ESCMAINT, so tonight's payments and escrow
      * deposits see the new rows.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANARM.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL ADJUSTABLE-RATE REPRICING JOB.
      *   2026-10-15  DS   EACH NOTICE NOW OPENS WITH THE MAIL ITEM
      *                    HEADER LINE (MAILHDR - PROGRAM, NOTICE
      *                    CODE, CUSTOMER, ACCOUNT) INSTEAD OF A
      *                    ROW OF ASTERISKS, SO MAILASM CAN FOLD
      *                    IT INTO THE CONSOLIDATED MAIL PIECE.
      *   2026-10-15  DS   NO NOTICE IS PRINTED FOR A CUSTOMER WHOSE
      *                    ADDRESS RTNMAIL HAS FLAGGED UNDELIVERABLE -
      *                    COUNTED AS SUPPRESSED.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARM-TERMS-FILE ASSIGN TO ARMTERM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-ACCT-NO
               FILE STATUS IS WS-ARM-STATUS.

           SELECT INDEX-RATE-FILE ASSIGN TO IDXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IX-KEY
               FILE STATUS IS WS-INDEX-STATUS.

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

           SELECT SCRA-CAP-FILE ASSIGN TO SCRACAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-ACCT-NO
               FILE STATUS IS WS-CAP-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT MAINT-JOURNAL ASSIGN TO MNTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT NOTICE-LETTERS ASSIGN TO ARMNTC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-STATUS.

           SELECT ARM-REPORT ASSIGN TO ARMRPT
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
       FD  ARM-TERMS-FILE.
           COPY "armterm.cpy".

       FD  INDEX-RATE-FILE.
           COPY "idxrate.cpy".

       FD  ACCOUNT-MASTER.
           COPY "account.cpy".

       FD  LOAN-SCHEDULE-FILE.
           COPY "loanschd.cpy".

       FD  SCRA-CAP-FILE.
           COPY "scracap.cpy".

       FD  CUSTOMER-MASTER.
           COPY "customer.cpy".

       FD  MAINT-JOURNAL.
           COPY "mntjrnl.cpy".

       FD  NOTICE-LETTERS
           RECORD CONTAINS 80 CHARACTERS.
       01  LTR-LINE                       PIC X(80).

       FD  ARM-REPORT
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

       01  WS-ARM-STATUS                  PIC X(02).
       01  WS-INDEX-STATUS                PIC X(02).
       01  WS-ACCT-STATUS                 PIC X(02).
       01  WS-SCHD-STATUS                 PIC X(02).
       01  WS-CAP-STATUS                  PIC X(02).
       01  WS-CUST-STATUS                 PIC X(02).
       01  WS-JRNL-STATUS                 PIC X(02).
       01  WS-LTR-STATUS                  PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-INDEX-EOF-SW            PIC X(01)   VALUE 'N'.
               88  WS-INDEX-EOF            VALUE 'Y'.
           05  WS-INDEX-FOUND-SW          PIC X(01)   VALUE 'N'.
               88  WS-INDEX-FOUND          VALUE 'Y'.
           05  WS-SCHD-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-SCHD-EOF              VALUE 'Y'.
           05  WS-REAMORT-SW              PIC X(01)   VALUE 'N'.
               88  WS-REAMORTIZED          VALUE 'Y'.
           05  WS-PRIOR-ROW-SW            PIC X(01)   VALUE 'N'.
               88  WS-PRIOR-ROW-SEEN       VALUE 'Y'.
           05  WS-SCRA-CAPPED-SW          PIC X(01)   VALUE 'N'.
               88  WS-SCRA-CAPPED          VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-TODAY-JULIAN                PIC S9(09)  VALUE ZERO.

      *----------------------------------------------------------------*
      * THE NOTICE PERIOD - THE FIRST PAYMENT AT A NEW AMOUNT FALLS
      * DUE NO SOONER THAN THIS MANY DAYS AFTER THE NOTICE GOES.
      *----------------------------------------------------------------*
       01  WS-NOTICE-DAYS                 PIC 9(03)   VALUE 060.
       01  WS-CUTOFF-JULIAN               PIC S9(09)  VALUE ZERO.

       01  WS-INDEX-VALUE                 PIC 9(03)V9(04) VALUE ZERO.
       01  WS-FULLY-INDEXED               PIC 9(03)V9(04) VALUE ZERO.
       01  WS-EIGHTHS                     PIC 9(05)   VALUE ZERO.
       01  WS-ROUNDED-RATE                PIC 9(03)V9(04) VALUE ZERO.
       01  WS-NEW-CONTRACT                PIC 9(03)V9(04) VALUE ZERO.
       01  WS-CAP-LIMIT                   PIC 9(03)V9(04) VALUE ZERO.
       01  WS-OLD-RATE                    PIC 9(03)V9(04) VALUE ZERO.
       01  WS-NEW-RATE                    PIC 9(03)V9(04) VALUE ZERO.
       01  WS-OLD-PAYMENT                 PIC S9(09)V99 VALUE ZERO.
       01  WS-NEW-PAYMENT                 PIC S9(09)V99 VALUE ZERO.
       01  WS-ACTION                      PIC X(12)   VALUE SPACES.
       01  WS-BEFORE-ACCT-IMAGE           PIC X(100)  VALUE SPACES.

      *----------------------------------------------------------------*
      * RE-AMORTIZATION - SCRACAP'S SCHEDULE WALK AND LEVEL-PAYMENT
      * FIELDS.  THE NEW TERM IS THE NUMBER OF ROWS REGENERATED, SO
      * THE LOAN STILL PAYS OFF ON ITS ORIGINAL MATURITY DATE.
      *----------------------------------------------------------------*
       01  WS-MOD-ACCT-NO                 PIC 9(12)   VALUE ZERO.
       01  WS-MOD-RATE                    PIC 9(03)V9(04) VALUE ZERO.
       01  WS-MOD-TERM                    PIC 9(03)   VALUE ZERO.
       01  WS-KEEP-LAST-NO                PIC 9(03)   VALUE ZERO.
       01  WS-PRIOR-BALANCE               PIC S9(11)V99 VALUE ZERO.
       01  WS-FIRST-REGEN-DUE             PIC 9(08)   VALUE ZERO.
       01  WS-ROW-ESCROW                  PIC 9(05)V99 VALUE ZERO.
       01  WS-OUTSTANDING-PRIN            PIC S9(11)V99 VALUE ZERO.
       01  WS-BEFORE-ROW-IMAGE            PIC X(80)   VALUE SPACES.
       01  WS-AFTER-ROW-IMAGE             PIC X(80)   VALUE SPACES.
       01  WS-REGEN-CNT                   PIC 9(03)   VALUE ZERO.
       01  WS-REGEN-TABLE.
           05  WS-RG-PAY-NO OCCURS 600 TIMES
                             INDEXED BY WS-RG-IDX PIC 9(03).

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

       01  WS-ADV-DATE                    PIC 9(08).
       01  WS-ADV-DATE-R REDEFINES WS-ADV-DATE.
           05  WS-ADV-YYYY                 PIC 9(04).
           05  WS-ADV-MM                   PIC 9(02).
           05  WS-ADV-DD                   PIC 9(02).
       01  WS-ADV-MONTHS                  PIC 9(03)   VALUE ZERO.
       01  WS-ADV-MM-WORK                 PIC S9(04)  VALUE ZERO.

       01  WS-MONTH-DAYS-LIST.
           05  FILLER PIC X(24) VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
           05  WS-MD-DAYS OCCURS 12 TIMES  PIC 9(02).
       01  WS-LEAP-REMAINDER              PIC 9(03)   VALUE ZERO.
       01  WS-LEAP-QUOTIENT               PIC 9(04)   VALUE ZERO.
       01  WS-MONTH-LIMIT                 PIC 9(02)   VALUE ZERO.
       01  WS-LEAP-YEAR                   PIC 9(04)   VALUE ZERO.

       01  WS-CONV-DATE                   PIC 9(08).
       01  WS-CONV-DATE-R REDEFINES WS-CONV-DATE.
           05  WS-CONV-YYYY                PIC 9(04).
           05  WS-CONV-MM                  PIC 9(02).
           05  WS-CONV-DD                  PIC 9(02).
       01  WS-CONV-A                      PIC S9(04).
       01  WS-CONV-Y                      PIC S9(06).
       01  WS-CONV-M                      PIC S9(04).
       01  WS-CONV-JULIAN                 PIC S9(09).

       01  WS-COUNTERS.
           05  WS-ARM-CNT                 PIC 9(07)   VALUE ZERO.
           05  WS-DUE-CNT                 PIC 9(07)   VALUE ZERO.
           05  WS-REPRICED-CNT            PIC 9(07)   VALUE ZERO.
           05  WS-UNCHANGED-CNT           PIC 9(07)   VALUE ZERO.
           05  WS-NOTICE-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-CLOSED-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-NO-INDEX-CNT            PIC 9(07)   VALUE ZERO.
           05  WS-SUPPRESSED-CNT          PIC 9(07)   VALUE ZERO.

      *----------------------------------------------------------------*
      * REPORT LINES
      *----------------------------------------------------------------*
       01  WS-HEADING-LINE.
           05  FILLER PIC X(40)
               VALUE 'LOANARM - ARM REPRICING           DATE: '.
           05  WS-HL-DATE                  PIC 9(08).

       01  WS-DETAIL-LINE.
           05  WS-DL-ACTION                PIC X(12).
           05  FILLER PIC X(07) VALUE 'LOAN = '.
           05  WS-DL-ACCT-NO               PIC 9(12).
           05  FILLER PIC X(10) VALUE '  INDEX = '.
           05  WS-DL-INDEX-CODE            PIC X(04).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DL-INDEX-VALUE           PIC ZZ9.9999.
           05  FILLER PIC X(07) VALUE '  OLD ='.
           05  WS-DL-OLD-RATE              PIC ZZ9.9999.
           05  FILLER PIC X(07) VALUE '  NEW ='.
           05  WS-DL-NEW-RATE              PIC ZZ9.9999.
           05  FILLER PIC X(07) VALUE '  PMT ='.
           05  WS-DL-NEW-PAYMENT           PIC -(07)9.99.
           05  FILLER PIC X(08) VALUE '  FROM ='.
           05  WS-DL-FROM-DATE             PIC 9(08).
           05  FILLER PIC X(08) VALUE '  NEXT ='.
           05  WS-DL-NEXT-DATE             PIC 9(08).

      *----------------------------------------------------------------*
      * NOTICE LETTER LINES
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
           'ADJUSTABLE-RATE LOAN - INTEREST RATE AND PAYMENT CHANGE'.

       01  WS-LOAN-LINE.
           05  FILLER PIC X(12) VALUE 'LOAN NUMBER '.
           05  WS-LL-ACCT-NO              PIC 9(12).
           05  FILLER PIC X(15) VALUE '   NOTICE DATE '.
           05  WS-LL-DATE                 PIC 9(08).

       01  WS-RATE-LINE.
           05  FILLER PIC X(30) VALUE
               'YOUR INTEREST RATE CHANGES'.
           05  FILLER PIC X(05) VALUE 'FROM '.
           05  WS-RL-OLD-RATE             PIC ZZ9.9999.
           05  FILLER PIC X(05) VALUE '% TO '.
           05  WS-RL-NEW-RATE             PIC ZZ9.9999.
           05  FILLER PIC X(01) VALUE '%'.

       01  WS-INDEX-LINE.
           05  FILLER PIC X(30) VALUE
               'INDEX VALUE PLUS MARGIN'.
           05  WS-IL-INDEX-VALUE          PIC ZZ9.9999.
           05  FILLER PIC X(05) VALUE '% +  '.
           05  WS-IL-MARGIN               PIC ZZ9.9999.
           05  FILLER PIC X(01) VALUE '%'.

       01  WS-CAPPED-LINE                 PIC X(60) VALUE
           'THE NEW RATE IS LIMITED BY THE RATE CAPS IN YOUR NOTE.'.

       01  WS-SCRA-LINE                   PIC X(60) VALUE
           'YOUR SCRA RATE CAP CONTINUES TO APPLY.'.

       01  WS-PAYMENT-LINE.
           05  FILLER PIC X(30) VALUE
               'YOUR MONTHLY PAYMENT CHANGES'.
           05  FILLER PIC X(05) VALUE 'FROM '.
           05  WS-PL-OLD-PAYMENT          PIC Z(06)9.99.
           05  FILLER PIC X(04) VALUE ' TO '.
           05  WS-PL-NEW-PAYMENT          PIC Z(06)9.99.

       01  WS-DATE-LINE.
           05  WS-DT-LABEL                PIC X(44).
           05  WS-DT-DATE                 PIC 9(08).
           05  FILLER PIC X(01) VALUE '.'.

       01  WS-COUNT-LINE.
           05  FILLER PIC X(44) VALUE
               'PAYMENTS REMAINING AT THE NEW AMOUNT: '.
           05  WS-CT-REMAINING            PIC ZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'S' TO WS-RL-PHASE
           MOVE ZERO TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TERMS THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 3000-TERMINATE
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-ARM-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O   ARM-TERMS-FILE
           OPEN INPUT INDEX-RATE-FILE
           OPEN I-O   ACCOUNT-MASTER
           OPEN I-O   LOAN-SCHEDULE-FILE
           OPEN I-O   SCRA-CAP-FILE
           OPEN INPUT CUSTOMER-MASTER
           OPEN EXTEND MAINT-JOURNAL
           OPEN OUTPUT NOTICE-LETTERS
           OPEN OUTPUT ARM-REPORT
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT

           MOVE WS-TODAY TO WS-CONV-DATE
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           MOVE WS-CONV-JULIAN TO WS-TODAY-JULIAN
           COMPUTE WS-CUTOFF-JULIAN = WS-TODAY-JULIAN + WS-NOTICE-DAYS

           MOVE WS-TODAY TO WS-HL-DATE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 2100-READ-TERMS.

      *----------------------------------------------------------------*
      * 2000-PROCESS-TERMS THRU 2000-EXIT
      *----------------------------------------------------------------*
       2000-PROCESS-TERMS.
           ADD 1 TO WS-ARM-CNT
           IF AR-STATUS = 'A'
               AND AR-NEXT-REPRICE-DATE NOT > WS-TODAY
               ADD 1 TO WS-DUE-CNT
               PERFORM 4000-REPRICE-LOAN THRU 4000-EXIT
           END-IF
           PERFORM 2100-READ-TERMS.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-READ-TERMS
      *----------------------------------------------------------------*
       2100-READ-TERMS.
           READ ARM-TERMS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           CLOSE ARM-TERMS-FILE
           CLOSE INDEX-RATE-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE LOAN-SCHEDULE-FILE
           CLOSE SCRA-CAP-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE MAINT-JOURNAL
           CLOSE NOTICE-LETTERS
           CLOSE ARM-REPORT
           DISPLAY 'LOANARM TERMS RECORDS READ = ' WS-ARM-CNT
           DISPLAY 'LOANARM DUE FOR REPRICING  = ' WS-DUE-CNT
           DISPLAY 'LOANARM RATES CHANGED      = ' WS-REPRICED-CNT
           DISPLAY 'LOANARM RATES UNCHANGED    = ' WS-UNCHANGED-CNT
           DISPLAY 'LOANARM NOTICES WRITTEN    = ' WS-NOTICE-CNT
           DISPLAY 'LOANARM LOANS CLOSED       = ' WS-CLOSED-CNT
           DISPLAY 'LOANARM NO INDEX VALUE     = ' WS-NO-INDEX-CNT
           DISPLAY 'LOANARM NOTICES SUPPRESSED = ' WS-SUPPRESSED-CNT.

      *----------------------------------------------------------------*
      * 4000-REPRICE-LOAN THRU 4000-EXIT
      *   A closed loan retires its terms; any other status that is
      *   not active or delinquent (charged off, frozen) passes this
      *   adjustment by and waits for the next.
      *----------------------------------------------------------------*
       4000-REPRICE-LOAN.
           MOVE ZERO       TO WS-INDEX-VALUE
           MOVE ZERO       TO WS-NEW-PAYMENT
           MOVE ZERO       TO WS-FIRST-REGEN-DUE
           MOVE AR-CONTRACT-RATE TO WS-OLD-RATE
           MOVE AR-CONTRACT-RATE TO WS-NEW-RATE

           MOVE AR-ACCT-NO TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'NO ACCOUNT' TO WS-ACTION
                   MOVE 4 TO RETURN-CODE
                   PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
                   GO TO 4000-EXIT
           END-READ

           IF ACCT-STATUS = 'C'
               MOVE 'C' TO AR-STATUS
               PERFORM 4900-REWRITE-TERMS THRU 4900-EXIT
               ADD 1 TO WS-CLOSED-CNT
               MOVE 'LOAN CLOSED' TO WS-ACTION
               PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
               GO TO 4000-EXIT
           END-IF

           MOVE ACCT-INTEREST-RATE TO WS-OLD-RATE
           MOVE ACCT-INTEREST-RATE TO WS-NEW-RATE
           IF ACCT-STATUS NOT = 'A' AND ACCT-STATUS NOT = 'D'
               PERFORM 4800-ADVANCE-REPRICE-DATE THRU 4800-EXIT
               PERFORM 4900-REWRITE-TERMS THRU 4900-EXIT
               MOVE 'PASSED BY' TO WS-ACTION
               PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
               GO TO 4000-EXIT
           END-IF

           PERFORM 4100-FIND-INDEX-VALUE THRU 4100-EXIT
           IF NOT WS-INDEX-FOUND
               ADD 1 TO WS-NO-INDEX-CNT
               MOVE 'NO INDEX' TO WS-ACTION
               MOVE 4 TO RETURN-CODE
               PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
               GO TO 4000-EXIT
           END-IF

           PERFORM 4200-COMPUTE-NEW-RATE THRU 4200-EXIT
           PERFORM 4300-APPLY-SCRA-CAP THRU 4300-EXIT
           PERFORM 4800-ADVANCE-REPRICE-DATE THRU 4800-EXIT

           IF WS-NEW-RATE = ACCT-INTEREST-RATE
               ADD 1 TO WS-UNCHANGED-CNT
               MOVE 'NO CHANGE' TO WS-ACTION
           ELSE
               MOVE ACCOUNT-RECORD TO WS-BEFORE-ACCT-IMAGE
               MOVE WS-NEW-RATE    TO WS-MOD-RATE
               PERFORM 5000-REAMORTIZE THRU 5000-EXIT
               MOVE WS-NEW-RATE    TO ACCT-INTEREST-RATE
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY 'LOANARM - ACCOUNT REWRITE FAILED, '
                           'ACCT ' ACCT-NUMBER
               END-REWRITE
               PERFORM 6000-JOURNAL-ACCOUNT THRU 6000-EXIT
               ADD 1 TO WS-REPRICED-CNT
               MOVE 'REPRICED' TO WS-ACTION
               IF WS-REAMORTIZED
                   PERFORM 6500-WRITE-NOTICE THRU 6500-EXIT
               ELSE
                   MOVE 'RATE ONLY' TO WS-ACTION
               END-IF
           END-IF

           MOVE WS-TODAY        TO AR-LAST-REPRICE-DATE
           MOVE WS-NEW-CONTRACT TO AR-CONTRACT-RATE
           MOVE WS-INDEX-VALUE  TO AR-LAST-INDEX-RATE
           PERFORM 4900-REWRITE-TERMS THRU 4900-EXIT
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-FIND-INDEX-VALUE THRU 4100-EXIT
      *   The index's values key in effective-date order, so the
      *   last one read before passing tonight is the one in effect.
      *----------------------------------------------------------------*
       4100-FIND-INDEX-VALUE.
           MOVE 'N' TO WS-INDEX-FOUND-SW
           MOVE 'N' TO WS-INDEX-EOF-SW
           MOVE AR-INDEX-CODE TO IX-INDEX-CODE
           MOVE ZERO          TO IX-EFFECTIVE-DATE
           START INDEX-RATE-FILE KEY IS NOT LESS THAN IX-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-INDEX-EOF-SW
           END-START

           PERFORM 4110-CHECK-ONE-VALUE THRU 4110-EXIT
               UNTIL WS-INDEX-EOF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4110-CHECK-ONE-VALUE THRU 4110-EXIT
      *----------------------------------------------------------------*
       4110-CHECK-ONE-VALUE.
           READ INDEX-RATE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INDEX-EOF-SW
           END-READ
           IF WS-INDEX-EOF
               GO TO 4110-EXIT
           END-IF
           IF IX-INDEX-CODE NOT = AR-INDEX-CODE
               OR IX-EFFECTIVE-DATE > WS-TODAY
               MOVE 'Y' TO WS-INDEX-EOF-SW
               GO TO 4110-EXIT
           END-IF
           MOVE IX-INDEX-RATE TO WS-INDEX-VALUE
           MOVE 'Y' TO WS-INDEX-FOUND-SW.
       4110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4200-COMPUTE-NEW-RATE THRU 4200-EXIT
      *   Index plus margin to the nearest eighth of a point, then
      *   the per-adjustment cap off the prior contract rate, then
      *   the lifetime floor and ceiling.
      *----------------------------------------------------------------*
       4200-COMPUTE-NEW-RATE.
           COMPUTE WS-FULLY-INDEXED = WS-INDEX-VALUE + AR-MARGIN
           COMPUTE WS-EIGHTHS ROUNDED = WS-FULLY-INDEXED * 8
           COMPUTE WS-ROUNDED-RATE = WS-EIGHTHS / 8
           MOVE WS-ROUNDED-RATE TO WS-NEW-CONTRACT

           IF AR-ADJUST-CAP > ZERO
               COMPUTE WS-CAP-LIMIT = AR-CONTRACT-RATE + AR-ADJUST-CAP
               IF WS-NEW-CONTRACT > WS-CAP-LIMIT
                   MOVE WS-CAP-LIMIT TO WS-NEW-CONTRACT
               END-IF
               IF AR-CONTRACT-RATE > AR-ADJUST-CAP
                   COMPUTE WS-CAP-LIMIT =
                       AR-CONTRACT-RATE - AR-ADJUST-CAP
                   IF WS-NEW-CONTRACT < WS-CAP-LIMIT
                       MOVE WS-CAP-LIMIT TO WS-NEW-CONTRACT
                   END-IF
               END-IF
           END-IF

           IF WS-NEW-CONTRACT > AR-CEILING-RATE
               MOVE AR-CEILING-RATE TO WS-NEW-CONTRACT
           END-IF
           IF WS-NEW-CONTRACT < AR-FLOOR-RATE
               MOVE AR-FLOOR-RATE TO WS-NEW-CONTRACT
           END-IF
           MOVE WS-NEW-CONTRACT TO WS-NEW-RATE.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4300-APPLY-SCRA-CAP THRU 4300-EXIT
      *   While an SCRA cap is in force the new contract rate
      *   becomes the rate SCRACAP restores to, and the applied
      *   rate stays at or under the cap.
      *----------------------------------------------------------------*
       4300-APPLY-SCRA-CAP.
           MOVE 'N' TO WS-SCRA-CAPPED-SW
           MOVE AR-ACCT-NO TO SC-ACCT-NO
           READ SCRA-CAP-FILE
               INVALID KEY
                   GO TO 4300-EXIT
           END-READ
           IF SC-STATUS NOT = 'A'
               GO TO 4300-EXIT
           END-IF

           MOVE WS-NEW-CONTRACT TO SC-ORIG-RATE
           REWRITE SCRA-CAP-RECORD
               INVALID KEY
                   DISPLAY 'LOANARM - CAP REWRITE FAILED, ACCT '
                       SC-ACCT-NO
           END-REWRITE
           IF WS-NEW-CONTRACT > SC-CAP-RATE
               MOVE SC-CAP-RATE TO WS-NEW-RATE
               MOVE 'Y' TO WS-SCRA-CAPPED-SW
           END-IF.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4800-ADVANCE-REPRICE-DATE THRU 4800-EXIT
      *   Steps the repricing date on by the frequency until it is
      *   past tonight - a loan missed for a night or more catches
      *   up to its proper schedule rather than repricing twice.
      *----------------------------------------------------------------*
       4800-ADVANCE-REPRICE-DATE.
           MOVE AR-NEXT-REPRICE-DATE TO WS-ADV-DATE
           MOVE AR-REPRICE-MONTHS    TO WS-ADV-MONTHS
           IF WS-ADV-MONTHS = ZERO
               MOVE 12 TO WS-ADV-MONTHS
           END-IF
           PERFORM 8200-ADVANCE-MONTHS THRU 8200-EXIT
               UNTIL WS-ADV-DATE > WS-TODAY
           MOVE WS-ADV-DATE TO AR-NEXT-REPRICE-DATE.
       4800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4900-REWRITE-TERMS THRU 4900-EXIT
      *----------------------------------------------------------------*
       4900-REWRITE-TERMS.
           REWRITE ARM-TERMS-RECORD
               INVALID KEY
                   DISPLAY 'LOANARM - TERMS REWRITE FAILED, ACCT '
                       AR-ACCT-NO
           END-REWRITE.
       4900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-REAMORTIZE THRU 5000-EXIT
      *   SCRACAP's modification at WS-MOD-RATE, regenerating only
      *   the unpaid rows due on or after the notice cutoff: the
      *   rows before stay, the rest are regenerated from the
      *   balance left after the last row kept, on the first
      *   regenerated row's due date, over the same count.
      *----------------------------------------------------------------*
       5000-REAMORTIZE.
           MOVE 'N' TO WS-REAMORT-SW
           MOVE ACCT-NUMBER TO WS-MOD-ACCT-NO
           PERFORM 5200-WALK-SCHEDULE THRU 5200-EXIT
           IF WS-REGEN-CNT = ZERO
               GO TO 5000-EXIT
           END-IF

           MOVE WS-REGEN-CNT TO WS-MOD-TERM
           PERFORM 5400-DELETE-REGEN-ROWS THRU 5400-EXIT
           PERFORM 5500-COMPUTE-PAYMENT THRU 5500-EXIT
           PERFORM 5600-GENERATE-SCHEDULE THRU 5600-EXIT
           PERFORM 6100-JOURNAL-SCHEDULE THRU 6100-EXIT
           MOVE 'Y' TO WS-REAMORT-SW.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5200-WALK-SCHEDULE THRU 5200-EXIT
      *   One browse over the loan's rows.  Paid rows, and unpaid
      *   rows due inside the notice period, are kept; the balance
      *   after the last of them is the principal to re-amortize (a
      *   loan keeping nothing reconstructs it from the first
      *   row).  The first regenerated row anchors the due date,
      *   the old payment and the journal before-image.
      *----------------------------------------------------------------*
       5200-WALK-SCHEDULE.
           MOVE ZERO TO WS-KEEP-LAST-NO
           MOVE ZERO TO WS-PRIOR-BALANCE
           MOVE ZERO TO WS-FIRST-REGEN-DUE
           MOVE ZERO TO WS-ROW-ESCROW
           MOVE ZERO TO WS-OUTSTANDING-PRIN
           MOVE ZERO TO WS-OLD-PAYMENT
           MOVE ZERO TO WS-REGEN-CNT
           MOVE SPACES TO WS-BEFORE-ROW-IMAGE
           MOVE 'N' TO WS-PRIOR-ROW-SW
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

           IF WS-FIRST-REGEN-DUE NOT = ZERO
               IF LS-PAID-FLAG NOT = 'Y' AND WS-REGEN-CNT < 600
                   ADD 1 TO WS-REGEN-CNT
                   SET WS-RG-IDX TO WS-REGEN-CNT
                   MOVE LS-PAY-NO TO WS-RG-PAY-NO(WS-RG-IDX)
               END-IF
               GO TO 5300-EXIT
           END-IF

           IF LS-PAID-FLAG NOT = 'Y'
               MOVE LS-DUE-DATE TO WS-CONV-DATE
               PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
               IF WS-CONV-JULIAN NOT < WS-CUTOFF-JULIAN
                   PERFORM 5350-START-REGENERATION THRU 5350-EXIT
                   GO TO 5300-EXIT
               END-IF
           END-IF

      *    A KEPT ROW - PAID, OR DUE INSIDE THE NOTICE PERIOD.
           MOVE 'Y' TO WS-PRIOR-ROW-SW
           MOVE LS-PAY-NO TO WS-KEEP-LAST-NO
           COMPUTE WS-PRIOR-BALANCE = ZERO - LS-BALANCE-AFTER.
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5350-START-REGENERATION THRU 5350-EXIT
      *----------------------------------------------------------------*
       5350-START-REGENERATION.
           MOVE LS-DUE-DATE TO WS-FIRST-REGEN-DUE
           MOVE LOAN-SCHEDULE-RECORD TO WS-BEFORE-ROW-IMAGE
           MOVE LS-PAYMENT-AMT TO WS-OLD-PAYMENT
           IF LS-ESCROW-AMT NUMERIC
               MOVE LS-ESCROW-AMT TO WS-ROW-ESCROW
           END-IF
           IF WS-PRIOR-ROW-SEEN
               MOVE WS-PRIOR-BALANCE TO WS-OUTSTANDING-PRIN
           ELSE
      *        NOTHING KEPT - THE ORIGINAL PRINCIPAL IS THE FIRST
      *        ROW'S BALANCE-AFTER PLUS ITS OWN PRINCIPAL PIECE.
               COMPUTE WS-OUTSTANDING-PRIN =
                   (ZERO - LS-BALANCE-AFTER) + LS-PRINCIPAL
           END-IF
           ADD 1 TO WS-REGEN-CNT
           SET WS-RG-IDX TO WS-REGEN-CNT
           MOVE LS-PAY-NO TO WS-RG-PAY-NO(WS-RG-IDX).
       5350-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5400-DELETE-REGEN-ROWS THRU 5400-EXIT
      *----------------------------------------------------------------*
       5400-DELETE-REGEN-ROWS.
           PERFORM 5450-DELETE-ONE-ROW THRU 5450-EXIT
               VARYING WS-RG-IDX FROM 1 BY 1
               UNTIL WS-RG-IDX > WS-REGEN-CNT.
       5400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5450-DELETE-ONE-ROW THRU 5450-EXIT
      *----------------------------------------------------------------*
       5450-DELETE-ONE-ROW.
           MOVE WS-MOD-ACCT-NO TO LS-ACCT-NO
           MOVE WS-RG-PAY-NO(WS-RG-IDX) TO LS-PAY-NO
           READ LOAN-SCHEDULE-FILE
               INVALID KEY
                   GO TO 5450-EXIT
           END-READ
           DELETE LOAN-SCHEDULE-FILE
               INVALID KEY
                   DISPLAY 'LOANARM - DELETE FAILED, KEY ' LS-KEY
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
      *   New rows number on from the last row kept and the due
      *   dates run monthly from the old first regenerated date, so
      *   the schedule reads as one continuous loan.
      *----------------------------------------------------------------*
       5600-GENERATE-SCHEDULE.
           MOVE WS-OUTSTANDING-PRIN TO WS-RUN-BALANCE
           MOVE WS-FIRST-REGEN-DUE  TO WS-DUE-DATE

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

           COMPUTE WS-NEW-ROW-NO = WS-KEEP-LAST-NO + WS-PAY-NO
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
                   DISPLAY 'LOANARM - DUPLICATE SCHEDULE ROW '
                       LS-ACCT-NO ' ' LS-PAY-NO
           END-WRITE

           IF WS-PAY-NO = 1
               MOVE LOAN-SCHEDULE-RECORD TO WS-AFTER-ROW-IMAGE
               MOVE LS-PAYMENT-AMT TO WS-NEW-PAYMENT
           END-IF

           PERFORM 5700-ADVANCE-ONE-MONTH THRU 5700-EXIT.
       5650-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5700-ADVANCE-ONE-MONTH THRU 5700-EXIT
      *   Steps the due date one month forward, rolling the year and
      *   clamping the day to the month's length - LOANORIG's month
      *   arithmetic.
      *----------------------------------------------------------------*
       5700-ADVANCE-ONE-MONTH.
           COMPUTE WS-DUE-MM-WORK = WS-DUE-MM + 1
           IF WS-DUE-MM-WORK > 12
               SUBTRACT 12 FROM WS-DUE-MM-WORK
               ADD 1 TO WS-DUE-YYYY
           END-IF
           MOVE WS-DUE-MM-WORK TO WS-DUE-MM

           MOVE WS-MD-DAYS(WS-DUE-MM) TO WS-MONTH-LIMIT
           IF WS-DUE-MM = 02
               MOVE WS-DUE-YYYY TO WS-LEAP-YEAR
               PERFORM 8300-CHECK-LEAP-YEAR THRU 8300-EXIT
           END-IF
           IF WS-DUE-DD > WS-MONTH-LIMIT
               MOVE WS-MONTH-LIMIT TO WS-DUE-DD
           END-IF.
       5700-EXIT.
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
           MOVE 'LOANARM'            TO JR-PROGRAM
           MOVE SPACES               TO JR-BEFORE-IMAGE
           MOVE WS-BEFORE-ACCT-IMAGE TO JR-BEFORE-IMAGE
           MOVE SPACES               TO JR-AFTER-IMAGE
           MOVE ACCOUNT-RECORD       TO JR-AFTER-IMAGE
           WRITE MAINT-JOURNAL-RECORD.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6100-JOURNAL-SCHEDULE THRU 6100-EXIT
      *   The first regenerated row before and after, as LOANMOD
      *   journals a modification.
      *----------------------------------------------------------------*
       6100-JOURNAL-SCHEDULE.
           MOVE 'LOANSCHD'          TO JR-FILE-NAME
           MOVE SPACES              TO JR-RECORD-KEY
           MOVE WS-MOD-ACCT-NO      TO JR-RECORD-KEY(1:12)
           MOVE 'C'                 TO JR-ACTION
           MOVE WS-TODAY            TO JR-DATE
           ACCEPT JR-TIME FROM TIME
           MOVE 'LOANARM'           TO JR-PROGRAM
           MOVE SPACES              TO JR-BEFORE-IMAGE
           MOVE WS-BEFORE-ROW-IMAGE TO JR-BEFORE-IMAGE
           MOVE SPACES              TO JR-AFTER-IMAGE
           MOVE WS-AFTER-ROW-IMAGE  TO JR-AFTER-IMAGE
           WRITE MAINT-JOURNAL-RECORD.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6500-WRITE-NOTICE THRU 6500-EXIT
      *   The payment-change letter to the borrower on the account.
      *   The terms record has already stepped on to the next
      *   repricing date the letter quotes.
      *----------------------------------------------------------------*
       6500-WRITE-NOTICE.
           MOVE ACCT-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-RECORD
                   MOVE ZERO   TO CUST-ZIP-CODE
           END-READ

           IF CUST-ADDR-UNDELIVERABLE
               ADD 1 TO WS-SUPPRESSED-CNT
               GO TO 6500-EXIT
           END-IF

           MOVE 'LOANARM'            TO MH-SOURCE
           MOVE 'ARM'                TO MH-NOTICE-CODE
           MOVE ACCT-CUST-ID         TO MH-CUST-ID
           MOVE ACCT-NUMBER          TO MH-ACCT-NUMBER
           MOVE MAIL-ITEM-HEADER TO LTR-LINE
           WRITE LTR-LINE
           MOVE CUST-FIRST-NAME TO WS-NL-FIRST
           MOVE CUST-LAST-NAME  TO WS-NL-LAST
           MOVE WS-NAME-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE CUST-ADDR-LINE-1 TO LTR-LINE
           WRITE LTR-LINE
           IF CUST-ADDR-LINE-2 NOT = SPACES
               MOVE CUST-ADDR-LINE-2 TO LTR-LINE
               WRITE LTR-LINE
           END-IF
           MOVE CUST-CITY     TO WS-CL-CITY
           MOVE CUST-STATE    TO WS-CL-STATE
           MOVE CUST-ZIP-CODE TO WS-CL-ZIP
           MOVE WS-CSZ-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE

           MOVE WS-TITLE-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE ACCT-NUMBER TO WS-LL-ACCT-NO
           MOVE WS-TODAY    TO WS-LL-DATE
           MOVE WS-LOAN-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE

           MOVE WS-OLD-RATE TO WS-RL-OLD-RATE
           MOVE WS-NEW-RATE TO WS-RL-NEW-RATE
           MOVE WS-RATE-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE WS-INDEX-VALUE TO WS-IL-INDEX-VALUE
           MOVE AR-MARGIN      TO WS-IL-MARGIN
           MOVE WS-INDEX-LINE TO LTR-LINE
           WRITE LTR-LINE
           IF WS-NEW-CONTRACT NOT = WS-ROUNDED-RATE
               MOVE WS-CAPPED-LINE TO LTR-LINE
               WRITE LTR-LINE
           END-IF
           IF WS-SCRA-CAPPED
               MOVE WS-SCRA-LINE TO LTR-LINE
               WRITE LTR-LINE
           END-IF

           MOVE WS-OLD-PAYMENT TO WS-PL-OLD-PAYMENT
           MOVE WS-NEW-PAYMENT TO WS-PL-NEW-PAYMENT
           MOVE WS-PAYMENT-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE 'THE NEW PAYMENT BEGINS WITH THE PAYMENT DUE'
               TO WS-DT-LABEL
           MOVE WS-FIRST-REGEN-DUE TO WS-DT-DATE
           MOVE WS-DATE-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE WS-MOD-TERM TO WS-CT-REMAINING
           MOVE WS-COUNT-LINE TO LTR-LINE
           WRITE LTR-LINE

           MOVE 'YOUR NEXT RATE ADJUSTMENT IS SCHEDULED FOR'
               TO WS-DT-LABEL
           MOVE AR-NEXT-REPRICE-DATE TO WS-DT-DATE
           MOVE WS-DATE-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE
           ADD 1 TO WS-NOTICE-CNT.
       6500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-WRITE-REPORT-LINE THRU 7000-EXIT
      *   The caller sets the action; the rates, payment and dates
      *   come from wherever the loan got to.
      *----------------------------------------------------------------*
       7000-WRITE-REPORT-LINE.
           MOVE WS-ACTION            TO WS-DL-ACTION
           MOVE AR-ACCT-NO           TO WS-DL-ACCT-NO
           MOVE AR-INDEX-CODE        TO WS-DL-INDEX-CODE
           MOVE WS-INDEX-VALUE       TO WS-DL-INDEX-VALUE
           MOVE WS-OLD-RATE          TO WS-DL-OLD-RATE
           MOVE WS-NEW-RATE          TO WS-DL-NEW-RATE
           MOVE WS-NEW-PAYMENT       TO WS-DL-NEW-PAYMENT
           MOVE WS-FIRST-REGEN-DUE   TO WS-DL-FROM-DATE
           MOVE AR-NEXT-REPRICE-DATE TO WS-DL-NEXT-DATE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
      *   Converts WS-CONV-DATE (YYYYMMDD) to an absolute Julian day
      *   number in WS-CONV-JULIAN using the standard civil-calendar
      *   to Julian day formula.
      *----------------------------------------------------------------*
       8000-CONVERT-DATE-TO-JULIAN.
           COMPUTE WS-CONV-A = (14 - WS-CONV-MM) / 12
           COMPUTE WS-CONV-Y = WS-CONV-YYYY + 4800 - WS-CONV-A
           COMPUTE WS-CONV-M = WS-CONV-MM + (12 * WS-CONV-A) - 3
           COMPUTE WS-CONV-JULIAN =
               WS-CONV-DD
               + ((153 * WS-CONV-M) + 2) / 5
               + (365 * WS-CONV-Y)
               + (WS-CONV-Y / 4)
               - (WS-CONV-Y / 100)
               + (WS-CONV-Y / 400)
               - 32045.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8200-ADVANCE-MONTHS THRU 8200-EXIT
      *   Steps the month forward WS-ADV-MONTHS months, rolling the
      *   year and clamping the day to the target month's length.
      *----------------------------------------------------------------*
       8200-ADVANCE-MONTHS.
           COMPUTE WS-ADV-MM-WORK = WS-ADV-MM + WS-ADV-MONTHS
           PERFORM 8210-ROLL-YEAR THRU 8210-EXIT
               UNTIL WS-ADV-MM-WORK <= 12
           MOVE WS-ADV-MM-WORK TO WS-ADV-MM

           MOVE WS-MD-DAYS(WS-ADV-MM) TO WS-MONTH-LIMIT
           IF WS-ADV-MM = 02
               MOVE WS-ADV-YYYY TO WS-LEAP-YEAR
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
      *   February runs to 29 in WS-LEAP-YEAR when it is divisible
      *   by 4, except century years not divisible by 400.
      *----------------------------------------------------------------*
       8300-CHECK-LEAP-YEAR.
           DIVIDE WS-LEAP-YEAR BY 4
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = ZERO
               DIVIDE WS-LEAP-YEAR BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER NOT = ZERO
                   MOVE 29 TO WS-MONTH-LIMIT
               ELSE
                   DIVIDE WS-LEAP-YEAR BY 400
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
           MOVE 'LOANARM' TO RL-PROGRAM
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
