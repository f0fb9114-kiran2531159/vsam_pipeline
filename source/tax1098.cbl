      *================================================================*
      * TAX1098 - YEAR-END FORM 1098 LOAN INTEREST REPORTING
      *
      * Totals the interest each term loan's borrower paid in the
      * requested tax year and produces the borrower copies, the
      * electronic filing detail file (the TAX1099D layout style,
      * one record per loan) and a register report.
      *
      * The interest comes off the LOANSCHD amortization schedule,
      * walked in (loan, payment) key order with a control break on
      * the loan - the METRO2 shape.  A row counts when it is paid
      * (LS-PAID-FLAG 'Y') and its LS-PAID-DATE falls in the tax
      * year; its LS-INTEREST is the interest that payment carried.
      *
      * Re-amortized loans need no special handling - LOANMOD and
      * SCRACAP leave the paid rows exactly as they were paid and
      * only regenerate the unpaid tail, so the paid rows still
      * hold what the borrower actually paid.  A loan paid off and
      * closed (ACCT-STATUS 'C') during the tax year with rows still
      * unpaid also paid the interest accrued since its last paid
      * row; that is added on the LOANQUOT payoff basis - simple
      * interest on the outstanding principal from the last paid
      * row's due date to the close date.
      *
      * The borrower named on the form is the account's active 'P'
      * row on the OWNXREF owner cross-reference, falling back to
      * ACCT-CUST-ID - the same rule TAX1099 reports under.
      *
      * Corrected forms - the February reissues - run off the
      * TAX98COR correction list of loan numbers.  When the list
      * has any entries the run is a correction run: only the
      * listed loans are reissued, recomputed from the files as
      * they stand, marked CORRECTED on the borrower copy and
      * flagged 'C' on the detail file, and written whatever the
      * amount - a correction down to under the minimum still has
      * to go to the IRS.  An empty or missing list is the normal
      * January original run.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX1098.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL YEAR-END FORM 1098 JOB - INTEREST
      *                    PAID OFF THE LOANSCHD PAID ROWS PLUS
      *                    PAYOFF INTEREST, BORROWER COPIES, FILING
      *                    DETAIL AND CORRECTED-FORM REISSUES.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-SCHEDULE-FILE ASSIGN TO LOANSCHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LS-KEY
               FILE STATUS IS WS-LOAN-STATUS.

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

           SELECT OWNER-XREF ASSIGN TO OWNXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT TAX-PARM ASSIGN TO TAXPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CORRECTION-LIST ASSIGN TO TAX98COR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.

           SELECT TAX-DETAIL-OUT ASSIGN TO TAX1098D
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DET-STATUS.

           SELECT BORROWER-COPY ASSIGN TO TAX1098B
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-STATUS.

           SELECT TAX-REGISTER ASSIGN TO TAX1098R
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-SCHEDULE-FILE.
           COPY "loanschd.cpy".

       FD  ACCOUNT-MASTER.
           COPY "account.cpy".

       FD  CUSTOMER-MASTER.
           COPY "customer.cpy".

       FD  OWNER-XREF.
           COPY "acctownr.cpy".

       FD  TAX-PARM
           RECORD CONTAINS 4 CHARACTERS.
       01  TAX-PARM-RECORD                PIC 9(04).

       FD  CORRECTION-LIST
           RECORD CONTAINS 12 CHARACTERS.
       01  CORRECTION-RECORD.
           05  CR-LOAN-ACCT-NO            PIC 9(12).

      *----------------------------------------------------------------*
      * TD-CORRECTED-FLAG: SPACE = original filing, 'C' = corrected
      *----------------------------------------------------------------*
       FD  TAX-DETAIL-OUT
           RECORD CONTAINS 123 CHARACTERS.
       01  TAX-DETAIL-RECORD.
           05  TD-TAX-YEAR                PIC 9(04).
           05  TD-LOAN-ACCT-NO            PIC 9(12).
           05  TD-CUST-ID                 PIC 9(10).
           05  TD-SSN                     PIC 9(09).
           05  TD-FIRST-NAME              PIC X(25).
           05  TD-LAST-NAME               PIC X(30).
           05  TD-INTEREST-PAID           PIC S9(09)V99.
           05  TD-OUTSTANDING-PRIN        PIC S9(11)V99.
           05  TD-ORIGINATION-DATE        PIC 9(08).
           05  TD-CORRECTED-FLAG          PIC X(01).

       FD  BORROWER-COPY
           RECORD CONTAINS 80 CHARACTERS.
       01  COPY-LINE                      PIC X(80).

       FD  TAX-REGISTER
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-STATUS                 PIC X(02).
       01  WS-ACCT-STATUS                 PIC X(02).
           88  WS-ACCT-OK                  VALUE '00'.
       01  WS-CUST-STATUS                 PIC X(02).
           88  WS-CUST-OK                  VALUE '00'.
       01  WS-XREF-STATUS                 PIC X(02).
       01  WS-PARM-STATUS                 PIC X(02).
       01  WS-CORR-STATUS                 PIC X(02).
       01  WS-DET-STATUS                  PIC X(02).
       01  WS-COPY-STATUS                 PIC X(02).
       01  WS-REG-STATUS                  PIC X(02).

       01  WS-EOF-SW                      PIC X(01)   VALUE 'N'.
           88  WS-EOF                       VALUE 'Y'.
       01  WS-CORR-EOF-SW                 PIC X(01)   VALUE 'N'.
           88  WS-CORR-EOF                  VALUE 'Y'.
       01  WS-XREF-EOF-SW                 PIC X(01)   VALUE 'N'.
           88  WS-XREF-EOF                   VALUE 'Y'.
       01  WS-FOUND-SW                    PIC X(01)   VALUE 'N'.
           88  WS-FOUND                      VALUE 'Y'.
       01  WS-ABORT-SW                    PIC X(01)   VALUE 'N'.
           88  WS-ABORT                       VALUE 'Y'.
       01  WS-CORRECTION-RUN-SW           PIC X(01)   VALUE 'N'.
           88  WS-CORRECTION-RUN              VALUE 'Y'.

       01  WS-TAX-YEAR                    PIC 9(04)   VALUE ZERO.
       01  WS-YEAR-START                  PIC 9(08)   VALUE ZERO.
       01  WS-REPORTING-MIN               PIC S9(05)V99 VALUE 600.00.

       01  WS-WORK-DATE                   PIC 9(08)   VALUE ZERO.
       01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
           05  WS-WORK-YYYY                PIC 9(04).
           05  WS-WORK-MMDD                PIC 9(04).
       01  WS-REPORT-CUST-ID              PIC 9(10)   VALUE ZERO.
       01  WS-CURR-LOAN-NO                PIC 9(12)   VALUE ZERO.

      *----------------------------------------------------------------*
      * PER-LOAN ACCUMULATORS - CLEARED ON EVERY CONTROL BREAK
      *----------------------------------------------------------------*
       01  WS-LOAN-ACCUM.
           05  WS-LN-ROW-CNT              PIC 9(05)   VALUE ZERO.
           05  WS-LN-PAID-CNT             PIC 9(05)   VALUE ZERO.
           05  WS-LN-UNPAID-CNT           PIC 9(05)   VALUE ZERO.
           05  WS-LN-ROW-INTEREST         PIC S9(09)V99 VALUE ZERO.
           05  WS-LN-PAYOFF-INT           PIC S9(09)V99 VALUE ZERO.
           05  WS-LN-TOTAL-INT            PIC S9(09)V99 VALUE ZERO.
           05  WS-LN-JAN1-PRIN            PIC S9(11)V99 VALUE ZERO.
           05  WS-LN-PAYOFF-PRIN          PIC S9(11)V99 VALUE ZERO.
           05  WS-LN-ACCRUE-FROM          PIC 9(08)   VALUE ZERO.

       01  WS-FROM-JULIAN                 PIC S9(09)  VALUE ZERO.
       01  WS-ACCRUE-DAYS                 PIC S9(05)  VALUE ZERO.

       01  WS-CONV-DATE                   PIC 9(08).
       01  WS-CONV-DATE-R REDEFINES WS-CONV-DATE.
           05  WS-CONV-YYYY                PIC 9(04).
           05  WS-CONV-MM                  PIC 9(02).
           05  WS-CONV-DD                  PIC 9(02).
       01  WS-CONV-A                      PIC S9(04).
       01  WS-CONV-Y                      PIC S9(06).
       01  WS-CONV-M                      PIC S9(04).
       01  WS-CONV-JULIAN                 PIC S9(09).

       01  WS-SSN-WORK                    PIC 9(09)   VALUE ZERO.
       01  WS-SSN-WORK-R REDEFINES WS-SSN-WORK.
           05  FILLER                      PIC 9(05).
           05  WS-SSN-LAST4                PIC 9(04).

       01  WS-COUNTERS.
           05  WS-ROW-CNT                 PIC 9(09)   VALUE ZERO.
           05  WS-LOAN-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-REPORTED-CNT            PIC 9(07)   VALUE ZERO.
           05  WS-UNDER-MIN-CNT           PIC 9(07)   VALUE ZERO.
           05  WS-PAYOFF-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-ORPHAN-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-NOT-LISTED-CNT          PIC 9(07)   VALUE ZERO.
           05  WS-CORR-CNT                PIC 9(05)   VALUE ZERO.
           05  WS-CORR-MISSING-CNT        PIC 9(05)   VALUE ZERO.

      *----------------------------------------------------------------*
      * CORRECTION LIST - LOANS TO REISSUE ON A CORRECTION RUN
      *----------------------------------------------------------------*
       01  WS-CORR-TABLE.
           05  WS-CR-ENTRY OCCURS 1000 TIMES INDEXED BY WS-CR-IDX.
               10  WS-CR-LOAN-ACCT-NO      PIC 9(12).
               10  WS-CR-MATCHED-SW        PIC X(01).

      *----------------------------------------------------------------*
      * REGISTER LINES
      *----------------------------------------------------------------*
       01  WS-TITLE-LINE.
           05  FILLER PIC X(32) VALUE
               'FORM 1098 INTEREST REGISTER - '.
           05  WS-TL-RUN-TYPE              PIC X(10).
           05  FILLER PIC X(11) VALUE ' TAX YEAR '.
           05  WS-TL-TAX-YEAR              PIC 9(04).

       01  WS-HEADING-LINE.
           05  FILLER PIC X(14) VALUE 'LOAN NUMBER'.
           05  FILLER PIC X(12) VALUE 'CUSTOMER ID'.
           05  FILLER PIC X(11) VALUE 'TIN'.
           05  FILLER PIC X(42) VALUE 'BORROWER NAME'.
           05  FILLER PIC X(14) VALUE 'INTEREST PAID'.
           05  FILLER PIC X(14) VALUE 'PAYOFF INT'.
           05  FILLER PIC X(09) VALUE 'FORM'.

       01  WS-DETAIL-LINE.
           05  WS-DL-LOAN-ACCT-NO          PIC 9(12).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DL-CUST-ID               PIC Z(09)9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DL-SSN                   PIC 9(09).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DL-LAST-NAME             PIC X(25).
           05  FILLER PIC X(01) VALUE SPACES.
           05  WS-DL-FIRST-NAME            PIC X(15).
           05  FILLER PIC X(01) VALUE SPACES.
           05  WS-DL-INTEREST              PIC -(08)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DL-PAYOFF-INT            PIC -(08)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DL-FORM-TYPE             PIC X(09).

       01  WS-MISSING-LINE.
           05  FILLER PIC X(14) VALUE 'CORRECTION - '.
           05  WS-ML-LOAN-ACCT-NO          PIC 9(12).
           05  FILLER PIC X(40) VALUE
               '  NOT ON LOAN SCHEDULE - NOT REISSUED'.

      *----------------------------------------------------------------*
      * BORROWER COPY LINES
      *----------------------------------------------------------------*
       01  WS-SEPARATOR-LINE              PIC X(60)
                                          VALUE ALL '*'.

       01  WS-FORM-TITLE-LINE.
           05  FILLER PIC X(40) VALUE
               'FORM 1098  MORTGAGE INTEREST STATEMENT'.
           05  FILLER PIC X(10) VALUE 'TAX YEAR '.
           05  WS-FT-TAX-YEAR              PIC 9(04).

       01  WS-CORRECTED-LINE              PIC X(40) VALUE
           '*** CORRECTED ***'.
       01  WS-COPY-B-LINE                 PIC X(40) VALUE
           'COPY B - FOR PAYER/BORROWER'.

       01  WS-LENDER-LINE.
           05  FILLER PIC X(20) VALUE 'RECIPIENT/LENDER:'.
           05  WS-LENDER-NAME              PIC X(30)
                                          VALUE 'RETAIL BANK CORP'.

       01  WS-BORROWER-HEAD-LINE          PIC X(40) VALUE
           'PAYER/BORROWER:'.

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

       01  WS-TIN-LINE.
           05  FILLER PIC X(20) VALUE 'BORROWER TIN:'.
           05  FILLER PIC X(07) VALUE 'XXX-XX-'.
           05  WS-TN-LAST4                PIC 9(04).

       01  WS-ACCT-LINE.
           05  FILLER PIC X(20) VALUE 'ACCOUNT NUMBER:'.
           05  WS-AC-LOAN-ACCT-NO         PIC 9(12).

       01  WS-AMOUNT-LINE.
           05  WS-AL-LABEL                 PIC X(44).
           05  WS-AL-AMOUNT                PIC -(10)9.99.

       01  WS-DATE-LINE.
           05  WS-DT-LABEL                 PIC X(44).
           05  FILLER PIC X(06) VALUE SPACES.
           05  WS-DT-DATE                  PIC 9(08).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-ABORT
               PERFORM 2000-PROCESS-ROW THRU 2000-EXIT
                   UNTIL WS-EOF
               IF WS-CURR-LOAN-NO NOT = ZERO
                   PERFORM 4000-REPORT-LOAN THRU 4000-EXIT
               END-IF
               IF WS-CORRECTION-RUN
                   PERFORM 5500-LIST-MISSING THRU 5500-EXIT
                       VARYING WS-CR-IDX FROM 1 BY 1
                       UNTIL WS-CR-IDX > WS-CORR-CNT
               END-IF
           END-IF
           PERFORM 3000-TERMINATE
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE THRU 1000-EXIT
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT TAX-PARM
           IF WS-PARM-STATUS = '00'
               READ TAX-PARM
                   AT END
                       MOVE ZERO TO WS-TAX-YEAR
                   NOT AT END
                       MOVE TAX-PARM-RECORD TO WS-TAX-YEAR
               END-READ
               CLOSE TAX-PARM
           END-IF

           IF WS-TAX-YEAR = ZERO
               DISPLAY 'TAX1098 ERROR - TAX YEAR PARM MISSING'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF
           COMPUTE WS-YEAR-START = (WS-TAX-YEAR * 10000) + 0101

           PERFORM 1200-LOAD-CORRECTIONS THRU 1200-EXIT

           OPEN INPUT LOAN-SCHEDULE-FILE
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT OWNER-XREF
           OPEN INPUT CUSTOMER-MASTER
           OPEN OUTPUT TAX-DETAIL-OUT
           OPEN OUTPUT BORROWER-COPY
           OPEN OUTPUT TAX-REGISTER

           IF WS-CORRECTION-RUN
               MOVE 'CORRECTED' TO WS-TL-RUN-TYPE
           ELSE
               MOVE 'ORIGINAL'  TO WS-TL-RUN-TYPE
           END-IF
           MOVE WS-TAX-YEAR TO WS-TL-TAX-YEAR
           MOVE WS-TITLE-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 5100-CLEAR-LOAN-ACCUM THRU 5100-EXIT
           MOVE ZERO TO WS-CURR-LOAN-NO
           PERFORM 2100-READ-ROW.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1200-LOAD-CORRECTIONS THRU 1200-EXIT
      *   A missing or empty TAX98COR is the normal original run;
      *   any entry at all makes this a correction run.
      *----------------------------------------------------------------*
       1200-LOAD-CORRECTIONS.
           MOVE ZERO TO WS-CORR-CNT
           OPEN INPUT CORRECTION-LIST
           IF WS-CORR-STATUS NOT = '00'
               GO TO 1200-EXIT
           END-IF

           MOVE 'N' TO WS-CORR-EOF-SW
           PERFORM 1210-LOAD-ONE-CORRECTION THRU 1210-EXIT
               UNTIL WS-CORR-EOF
           CLOSE CORRECTION-LIST

           IF WS-CORR-CNT > ZERO
               MOVE 'Y' TO WS-CORRECTION-RUN-SW
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1210-LOAD-ONE-CORRECTION THRU 1210-EXIT
      *----------------------------------------------------------------*
       1210-LOAD-ONE-CORRECTION.
           READ CORRECTION-LIST
               AT END
                   MOVE 'Y' TO WS-CORR-EOF-SW
           END-READ
           IF WS-CORR-EOF
               GO TO 1210-EXIT
           END-IF
           IF CR-LOAN-ACCT-NO NOT NUMERIC
               OR CR-LOAN-ACCT-NO = ZERO
               GO TO 1210-EXIT
           END-IF
           IF WS-CORR-CNT >= 1000
               DISPLAY 'TAX1098 CORRECTION LIST FULL - LOAN '
                   CR-LOAN-ACCT-NO ' NOT REISSUED'
               GO TO 1210-EXIT
           END-IF

           ADD 1 TO WS-CORR-CNT
           SET WS-CR-IDX TO WS-CORR-CNT
           MOVE CR-LOAN-ACCT-NO TO WS-CR-LOAN-ACCT-NO(WS-CR-IDX)
           MOVE 'N'             TO WS-CR-MATCHED-SW(WS-CR-IDX).
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESS-ROW THRU 2000-EXIT
      *   The schedule walks in (loan, payment) order, so the loan
      *   changes on a control break - the prior loan's form
      *   writes then.
      *----------------------------------------------------------------*
       2000-PROCESS-ROW.
           ADD 1 TO WS-ROW-CNT

           IF LS-ACCT-NO NOT = WS-CURR-LOAN-NO
               IF WS-CURR-LOAN-NO NOT = ZERO
                   PERFORM 4000-REPORT-LOAN THRU 4000-EXIT
               END-IF
               PERFORM 5100-CLEAR-LOAN-ACCUM THRU 5100-EXIT
               MOVE LS-ACCT-NO TO WS-CURR-LOAN-NO
               ADD 1 TO WS-LOAN-CNT
           END-IF

           PERFORM 5000-ACCUMULATE-ROW THRU 5000-EXIT

           PERFORM 2100-READ-ROW.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-READ-ROW
      *----------------------------------------------------------------*
       2100-READ-ROW.
           READ LOAN-SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           IF NOT WS-ABORT
               CLOSE LOAN-SCHEDULE-FILE
               CLOSE ACCOUNT-MASTER
               CLOSE OWNER-XREF
               CLOSE CUSTOMER-MASTER
               CLOSE TAX-DETAIL-OUT
               CLOSE BORROWER-COPY
               CLOSE TAX-REGISTER
           END-IF
           DISPLAY 'TAX1098 SCHEDULE ROWS READ = ' WS-ROW-CNT
           DISPLAY 'TAX1098 LOANS TOTALED      = ' WS-LOAN-CNT
           DISPLAY 'TAX1098 FORMS 1098 ISSUED  = ' WS-REPORTED-CNT
           DISPLAY 'TAX1098 PAYOFF INTEREST    = ' WS-PAYOFF-CNT
           DISPLAY 'TAX1098 UNDER MINIMUM      = ' WS-UNDER-MIN-CNT
           DISPLAY 'TAX1098 ORPHAN LOANS       = ' WS-ORPHAN-CNT
           IF WS-CORRECTION-RUN
               DISPLAY 'TAX1098 CORRECTION RUN - LOANS LISTED = '
                   WS-CORR-CNT
               DISPLAY 'TAX1098 CORRECTIONS NOT FOUND = '
                   WS-CORR-MISSING-CNT
           END-IF.

      *----------------------------------------------------------------*
      * 4000-REPORT-LOAN THRU 4000-EXIT
      *   Finishes the loan just walked: adds any payoff interest,
      *   applies the reporting minimum (original runs only) and
      *   writes the filing detail, the borrower copy and the
      *   register line.  A loan no longer on ACCOUNT-MASTER cannot
      *   be named - counted and skipped, REFSWEEP chases those.
      *----------------------------------------------------------------*
       4000-REPORT-LOAN.
           IF WS-CORRECTION-RUN
               MOVE 'N' TO WS-FOUND-SW
               PERFORM 4200-SEARCH-CORRECTION THRU 4200-EXIT
                   VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > WS-CORR-CNT
                      OR WS-FOUND
      *        THE PERFORM VARYING AUGMENT LEAVES THE INDEX ONE PAST
      *        THE MATCHED ENTRY, SO STEP IT BACK BEFORE SUBSCRIPTING.
               IF NOT WS-FOUND
                   ADD 1 TO WS-NOT-LISTED-CNT
                   GO TO 4000-EXIT
               END-IF
               SET WS-CR-IDX DOWN BY 1
               MOVE 'Y' TO WS-CR-MATCHED-SW(WS-CR-IDX)
           END-IF

           MOVE WS-CURR-LOAN-NO TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   ADD 1 TO WS-ORPHAN-CNT
                   GO TO 4000-EXIT
           END-READ

           IF WS-LN-ACCRUE-FROM = ZERO
               MOVE ACCT-OPEN-DATE TO WS-LN-ACCRUE-FROM
           END-IF

           MOVE ACCT-LAST-ACTIVITY-DATE TO WS-WORK-DATE
           IF ACCT-STATUS = 'C'
               AND WS-LN-UNPAID-CNT > ZERO
               AND WS-WORK-YYYY = WS-TAX-YEAR
               PERFORM 4100-PAYOFF-INTEREST THRU 4100-EXIT
           END-IF

           COMPUTE WS-LN-TOTAL-INT =
               WS-LN-ROW-INTEREST + WS-LN-PAYOFF-INT

           IF NOT WS-CORRECTION-RUN
               AND WS-LN-TOTAL-INT < WS-REPORTING-MIN
               ADD 1 TO WS-UNDER-MIN-CNT
               GO TO 4000-EXIT
           END-IF

           PERFORM 4050-RESOLVE-REPORTING-OWNER THRU 4050-EXIT

           MOVE WS-REPORT-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-RECORD
                   MOVE ZERO   TO CUST-SSN
                   MOVE ZERO   TO CUST-ZIP-CODE
           END-READ

           MOVE WS-TAX-YEAR        TO TD-TAX-YEAR
           MOVE WS-CURR-LOAN-NO    TO TD-LOAN-ACCT-NO
           MOVE WS-REPORT-CUST-ID  TO TD-CUST-ID
           MOVE CUST-SSN           TO TD-SSN
           MOVE CUST-FIRST-NAME    TO TD-FIRST-NAME
           MOVE CUST-LAST-NAME     TO TD-LAST-NAME
           MOVE WS-LN-TOTAL-INT    TO TD-INTEREST-PAID
           MOVE WS-LN-JAN1-PRIN    TO TD-OUTSTANDING-PRIN
           MOVE ACCT-OPEN-DATE     TO TD-ORIGINATION-DATE
           MOVE SPACE              TO TD-CORRECTED-FLAG
           IF WS-CORRECTION-RUN
               MOVE 'C'            TO TD-CORRECTED-FLAG
           END-IF
           WRITE TAX-DETAIL-RECORD

           PERFORM 6000-WRITE-BORROWER-COPY THRU 6000-EXIT

           MOVE WS-CURR-LOAN-NO    TO WS-DL-LOAN-ACCT-NO
           MOVE WS-REPORT-CUST-ID  TO WS-DL-CUST-ID
           MOVE CUST-SSN           TO WS-DL-SSN
           MOVE CUST-LAST-NAME     TO WS-DL-LAST-NAME
           MOVE CUST-FIRST-NAME    TO WS-DL-FIRST-NAME
           MOVE WS-LN-TOTAL-INT    TO WS-DL-INTEREST
           MOVE WS-LN-PAYOFF-INT   TO WS-DL-PAYOFF-INT
           MOVE WS-TL-RUN-TYPE     TO WS-DL-FORM-TYPE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-REPORTED-CNT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4050-RESOLVE-REPORTING-OWNER THRU 4050-EXIT
      *   The borrower defaults to ACCT-CUST-ID; an active 'P' row
      *   on the owner cross-reference overrides it.  The xref key
      *   leads with the account, so the browse covers exactly its
      *   owner rows.
      *----------------------------------------------------------------*
       4050-RESOLVE-REPORTING-OWNER.
           MOVE ACCT-CUST-ID TO WS-REPORT-CUST-ID
           MOVE 'N' TO WS-XREF-EOF-SW
           MOVE ACCT-NUMBER TO AO-ACCT-NO
           MOVE ZERO        TO AO-CUST-ID
           START OWNER-XREF KEY IS NOT LESS THAN AO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-XREF-EOF-SW
           END-START

           PERFORM 4060-CHECK-ONE-OWNER THRU 4060-EXIT
               UNTIL WS-XREF-EOF.
       4050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4060-CHECK-ONE-OWNER THRU 4060-EXIT
      *----------------------------------------------------------------*
       4060-CHECK-ONE-OWNER.
           READ OWNER-XREF NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-XREF-EOF-SW
           END-READ
           IF WS-XREF-EOF
               GO TO 4060-EXIT
           END-IF
           IF AO-ACCT-NO NOT = ACCT-NUMBER
               MOVE 'Y' TO WS-XREF-EOF-SW
               GO TO 4060-EXIT
           END-IF
           IF AO-STATUS = 'A' AND AO-ROLE = 'P'
               MOVE AO-CUST-ID TO WS-REPORT-CUST-ID
               MOVE 'Y' TO WS-XREF-EOF-SW
           END-IF.
       4060-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-PAYOFF-INTEREST THRU 4100-EXIT
      *   The LOANQUOT payoff basis - simple interest on the
      *   principal outstanding after the last paid row, from that
      *   row's due date (or origination) to the close date.
      *----------------------------------------------------------------*
       4100-PAYOFF-INTEREST.
           IF WS-LN-PAYOFF-PRIN NOT > ZERO
               GO TO 4100-EXIT
           END-IF

           MOVE WS-LN-ACCRUE-FROM TO WS-CONV-DATE
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           MOVE WS-CONV-JULIAN TO WS-FROM-JULIAN

           MOVE ACCT-LAST-ACTIVITY-DATE TO WS-CONV-DATE
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           COMPUTE WS-ACCRUE-DAYS = WS-CONV-JULIAN - WS-FROM-JULIAN
           IF WS-ACCRUE-DAYS NOT > ZERO
               GO TO 4100-EXIT
           END-IF

           COMPUTE WS-LN-PAYOFF-INT ROUNDED =
               WS-LN-PAYOFF-PRIN * ACCT-INTEREST-RATE / 100 / 365
               * WS-ACCRUE-DAYS
           ADD 1 TO WS-PAYOFF-CNT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4200-SEARCH-CORRECTION THRU 4200-EXIT
      *----------------------------------------------------------------*
       4200-SEARCH-CORRECTION.
           IF WS-CR-LOAN-ACCT-NO(WS-CR-IDX) = WS-CURR-LOAN-NO
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-ACCUMULATE-ROW THRU 5000-EXIT
      *   Rolls one schedule row into the per-loan accumulators.
      *   The first row carries the original principal (its
      *   balance-after plus its own principal piece, the LOANMOD
      *   derivation); each paid row moves the outstanding
      *   principal on - the balance at the start of the tax year
      *   stops at the last row paid before it.
      *----------------------------------------------------------------*
       5000-ACCUMULATE-ROW.
           IF WS-LN-ROW-CNT = ZERO
               COMPUTE WS-LN-JAN1-PRIN =
                   (ZERO - LS-BALANCE-AFTER) + LS-PRINCIPAL
               MOVE WS-LN-JAN1-PRIN TO WS-LN-PAYOFF-PRIN
           END-IF
           ADD 1 TO WS-LN-ROW-CNT

           IF LS-PAID-FLAG NOT = 'Y'
               ADD 1 TO WS-LN-UNPAID-CNT
               GO TO 5000-EXIT
           END-IF

           MOVE LS-PAID-DATE TO WS-WORK-DATE
           IF WS-WORK-YYYY = WS-TAX-YEAR
               ADD LS-INTEREST TO WS-LN-ROW-INTEREST
               ADD 1 TO WS-LN-PAID-CNT
           END-IF
           IF LS-PAID-DATE < WS-YEAR-START
               COMPUTE WS-LN-JAN1-PRIN = ZERO - LS-BALANCE-AFTER
           END-IF
           COMPUTE WS-LN-PAYOFF-PRIN = ZERO - LS-BALANCE-AFTER
           MOVE LS-DUE-DATE TO WS-LN-ACCRUE-FROM.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-CLEAR-LOAN-ACCUM THRU 5100-EXIT
      *----------------------------------------------------------------*
       5100-CLEAR-LOAN-ACCUM.
           MOVE ZERO TO WS-LN-ROW-CNT
           MOVE ZERO TO WS-LN-PAID-CNT
           MOVE ZERO TO WS-LN-UNPAID-CNT
           MOVE ZERO TO WS-LN-ROW-INTEREST
           MOVE ZERO TO WS-LN-PAYOFF-INT
           MOVE ZERO TO WS-LN-TOTAL-INT
           MOVE ZERO TO WS-LN-JAN1-PRIN
           MOVE ZERO TO WS-LN-PAYOFF-PRIN
           MOVE ZERO TO WS-LN-ACCRUE-FROM.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5500-LIST-MISSING THRU 5500-EXIT
      *   A listed loan the schedule walk never reached cannot be
      *   reissued - it goes on the register for follow-up.
      *----------------------------------------------------------------*
       5500-LIST-MISSING.
           IF WS-CR-MATCHED-SW(WS-CR-IDX) = 'Y'
               GO TO 5500-EXIT
           END-IF
           ADD 1 TO WS-CORR-MISSING-CNT
           MOVE WS-CR-LOAN-ACCT-NO(WS-CR-IDX) TO WS-ML-LOAN-ACCT-NO
           MOVE WS-MISSING-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 4 TO RETURN-CODE.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-WRITE-BORROWER-COPY THRU 6000-EXIT
      *   Copy B of the form for the borrower's mailing - the TIN
      *   is truncated to its last four digits on the borrower's
      *   copy; the filing detail carries it in full.
      *----------------------------------------------------------------*
       6000-WRITE-BORROWER-COPY.
           MOVE WS-SEPARATOR-LINE TO COPY-LINE
           WRITE COPY-LINE

           MOVE WS-TAX-YEAR TO WS-FT-TAX-YEAR
           MOVE WS-FORM-TITLE-LINE TO COPY-LINE
           WRITE COPY-LINE
           MOVE WS-COPY-B-LINE TO COPY-LINE
           WRITE COPY-LINE
           IF WS-CORRECTION-RUN
               MOVE WS-CORRECTED-LINE TO COPY-LINE
               WRITE COPY-LINE
           END-IF

           MOVE SPACES TO COPY-LINE
           WRITE COPY-LINE
           MOVE WS-LENDER-LINE TO COPY-LINE
           WRITE COPY-LINE
           MOVE SPACES TO COPY-LINE
           WRITE COPY-LINE

           MOVE WS-BORROWER-HEAD-LINE TO COPY-LINE
           WRITE COPY-LINE
           MOVE CUST-FIRST-NAME TO WS-NL-FIRST
           MOVE CUST-LAST-NAME  TO WS-NL-LAST
           MOVE WS-NAME-LINE TO COPY-LINE
           WRITE COPY-LINE
           MOVE CUST-ADDR-LINE-1 TO COPY-LINE
           WRITE COPY-LINE
           IF CUST-ADDR-LINE-2 NOT = SPACES
               MOVE CUST-ADDR-LINE-2 TO COPY-LINE
               WRITE COPY-LINE
           END-IF
           MOVE CUST-CITY     TO WS-CL-CITY
           MOVE CUST-STATE    TO WS-CL-STATE
           MOVE CUST-ZIP-CODE TO WS-CL-ZIP
           MOVE WS-CSZ-LINE TO COPY-LINE
           WRITE COPY-LINE

           MOVE SPACES TO COPY-LINE
           WRITE COPY-LINE
           MOVE CUST-SSN TO WS-SSN-WORK
           MOVE WS-SSN-LAST4 TO WS-TN-LAST4
           MOVE WS-TIN-LINE TO COPY-LINE
           WRITE COPY-LINE
           MOVE WS-CURR-LOAN-NO TO WS-AC-LOAN-ACCT-NO
           MOVE WS-ACCT-LINE TO COPY-LINE
           WRITE COPY-LINE
           MOVE SPACES TO COPY-LINE
           WRITE COPY-LINE

           MOVE 'BOX 1  MORTGAGE INTEREST RECEIVED'
               TO WS-AL-LABEL
           MOVE WS-LN-TOTAL-INT TO WS-AL-AMOUNT
           MOVE WS-AMOUNT-LINE TO COPY-LINE
           WRITE COPY-LINE
           MOVE 'BOX 2  OUTSTANDING PRINCIPAL AT 1 JAN'
               TO WS-AL-LABEL
           MOVE WS-LN-JAN1-PRIN TO WS-AL-AMOUNT
           MOVE WS-AMOUNT-LINE TO COPY-LINE
           WRITE COPY-LINE
           MOVE 'BOX 3  ORIGINATION DATE'
               TO WS-DT-LABEL
           MOVE ACCT-OPEN-DATE TO WS-DT-DATE
           MOVE WS-DATE-LINE TO COPY-LINE
           WRITE COPY-LINE
           IF WS-LN-PAYOFF-INT > ZERO
               MOVE '       INCLUDES INTEREST PAID AT PAYOFF'
                   TO WS-AL-LABEL
               MOVE WS-LN-PAYOFF-INT TO WS-AL-AMOUNT
               MOVE WS-AMOUNT-LINE TO COPY-LINE
               WRITE COPY-LINE
           END-IF

           MOVE SPACES TO COPY-LINE
           WRITE COPY-LINE.
       6000-EXIT.
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
