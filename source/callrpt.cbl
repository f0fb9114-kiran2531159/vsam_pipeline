      *================================================================*
      * CALLRPT - CALL REPORT DEPOSIT SCHEDULE EXTRACT
      *
      * Quarter end.  Builds the deposit schedule lines for the
      * quarterly call report (Schedule RC-E) off ACCOUNT-MASTER and
      * writes the account-level detail behind them to CALLDTL for
      * the examiners.  Runs in MTHEND every month but only works
      * on a business date in March, June, September or December -
      * any other month displays a notice and ends without opening
      * its outputs, so last quarter's extract is left in place.
      *
      * Classification - every deposit account (any ACCT-TYPE but
      * 'LN') takes a schedule line through WS-DEPOSIT-TYPE-TABLE:
      * money market and other savings types are nontransaction
      * savings, 'CD' is a time deposit, and every other type is a
      * transaction account.  Escrow funds held on ESCROW for the
      * term loans are deposits of the borrower and report with the
      * transaction accounts.  A time deposit is sized against
      * WS-TIME-SIZE-LIMIT on its balance at quarter end and aged
      * on the remaining maturity of its CDMAST term (the days from
      * quarter end to CD-MATURITY-DATE); one with no term record
      * reports as maturing in three months or less and is flagged
      * on the detail file.  An overdrawn deposit account is a loan
      * on the call report - it counts for nothing on the schedule
      * and is carried only as a reconciling item in the proof.
      *
      * Quarter average - the balance held each calendar day of the
      * quarter, off the BALHIST snapshots (a snapshot holds until
      * the next one; the last one on or before quarter start
      * carries in), summed per schedule line and divided by the
      * days in the quarter.  An overdrawn day counts as zero.  An
      * account with no snapshots averages on its current balance
      * from its open date, and escrow (which BALSNAP does not
      * snapshot) averages on its quarter-end balance; both are
      * flagged on the detail file.
      *
      * Proof - the schedule is proved the way SUBLRCON proves the
      * subledger: deposits plus the overdrawn and loan balances
      * (every status) back to the negative of GL-BALANCE on the
      * deposit control 200100, and the escrow balances back to
      * escrow payable 200500.  Return code 4 when either does not
      * prove.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALLRPT.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL CALL REPORT DEPOSIT SCHEDULE AND
      *                    EXAMINER DETAIL EXTRACT.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CD-TERM-FILE ASSIGN TO CDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-ACCT-NO
               FILE STATUS IS WS-CDM-STATUS.

           SELECT BALANCE-HISTORY ASSIGN TO BALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT ESCROW-FILE ASSIGN TO ESCROW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EW-LOAN-ACCT-NO
               FILE STATUS IS WS-ESC-STATUS.

           SELECT GL-MASTER ASSIGN TO GLMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-ACCT-NO
               FILE STATUS IS WS-GL-STATUS.

           SELECT CALL-DETAIL ASSIGN TO CALLDTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DTL-STATUS.

           SELECT CALL-REPORT ASSIGN TO CALLRPT
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
       FD  ACCOUNT-MASTER.
           COPY "account.cpy".

       FD  CD-TERM-FILE.
           COPY "cdmaster.cpy".

       FD  BALANCE-HISTORY.
           COPY "balhist.cpy".

       FD  ESCROW-FILE.
           COPY "escrow.cpy".

       FD  GL-MASTER.
           COPY "glacct.cpy".

      *    One record per deposit account (and escrow account) with
      *    a balance at quarter end or during the quarter.
      *    CX-MATURITY-BAND is 1-4 on a time deposit (3 months or
      *    less / over 3 months to 1 year / over 1 to 3 years / over
      *    3 years) and zero otherwise.
       FD  CALL-DETAIL
           RECORD CONTAINS 120 CHARACTERS.
       01  CALL-DETAIL-RECORD.
           05  CX-QUARTER-END-DATE        PIC 9(08).
           05  CX-ACCT-NUMBER             PIC 9(12).
           05  CX-ACCT-TYPE               PIC X(03).
           05  CX-ACCT-STATUS             PIC X(01).
           05  CX-BRANCH-CODE             PIC X(05).
           05  CX-SCHED-LINE              PIC 9(02).
           05  CX-MATURITY-BAND           PIC 9(01).
           05  CX-MATURITY-DATE           PIC 9(08).
           05  CX-END-BALANCE             PIC S9(11)V99.
           05  CX-REPORTED-BALANCE        PIC S9(11)V99.
           05  CX-QUARTER-AVERAGE         PIC S9(11)V99.
           05  CX-FLAG                    PIC X(30).
           05  FILLER                     PIC X(11).

       FD  CALL-REPORT
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

       01  WS-ACCT-STATUS                 PIC X(02).
       01  WS-CDM-STATUS                  PIC X(02).
       01  WS-HIST-STATUS                 PIC X(02).
       01  WS-ESC-STATUS                  PIC X(02).
       01  WS-GL-STATUS                   PIC X(02).
       01  WS-DTL-STATUS                  PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-ACCT-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-ACCT-EOF             VALUE 'Y'.
           05  WS-HIST-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-HIST-EOF             VALUE 'Y'.
           05  WS-ESC-EOF-SW              PIC X(01)   VALUE 'N'.
               88  WS-ESC-EOF              VALUE 'Y'.
           05  WS-QUARTER-SW              PIC X(01)   VALUE 'N'.
               88  WS-QUARTER-END          VALUE 'Y'.
           05  WS-ESCROW-SW               PIC X(01)   VALUE 'N'.
               88  WS-ESCROW-OPEN          VALUE 'Y'.
           05  WS-FOUND-SW                PIC X(01)   VALUE 'N'.
               88  WS-FOUND                VALUE 'Y'.
           05  WS-PROOF-FAILED-SW         PIC X(01)   VALUE 'N'.
               88  WS-PROOF-FAILED         VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-TODAY-R REDEFINES WS-TODAY.
           05  WS-TODAY-YYYY              PIC 9(04).
           05  WS-TODAY-MM                PIC 9(02).
           05  WS-TODAY-DD                PIC 9(02).

      *----------------------------------------------------------------*
      * THE QUARTER - FIRST DAY OF THE MONTH TWO BACK THROUGH THE
      * LAST CALENDAR DAY OF THE BUSINESS MONTH.  SNAPSHOTS UP TO
      * WS-CARRY-IN-DAYS BEFORE QUARTER START ARE READ FOR THE
      * BALANCE CARRIED INTO THE FIRST DAY.
      *----------------------------------------------------------------*
       01  WS-QUARTER-FIELDS.
           05  WS-QTR-START-DATE          PIC 9(08)   VALUE ZERO.
           05  WS-QTR-END-DATE            PIC 9(08)   VALUE ZERO.
           05  WS-CARRY-IN-DATE           PIC 9(08)   VALUE ZERO.
           05  WS-QTR-START-JULIAN        PIC S9(09)  VALUE ZERO.
           05  WS-QTR-END-JULIAN          PIC S9(09)  VALUE ZERO.
           05  WS-QTR-DAYS                PIC 9(03)   VALUE ZERO.
       01  WS-CARRY-IN-DAYS               PIC 9(03)   VALUE 031.

      *----------------------------------------------------------------*
      * TIME DEPOSIT SIZE BREAK AND REMAINING-MATURITY BAND LIMITS
      * (DAYS FROM QUARTER END TO MATURITY).
      *----------------------------------------------------------------*
       01  WS-TIME-SIZE-LIMIT             PIC 9(07)V99 VALUE 250000.00.
       01  WS-BAND-1-DAYS                 PIC 9(05)   VALUE 00092.
       01  WS-BAND-2-DAYS                 PIC 9(05)   VALUE 00365.
       01  WS-BAND-3-DAYS                 PIC 9(05)   VALUE 01095.

      *----------------------------------------------------------------*
      * ACCT-TYPE TO DEPOSIT CLASS - 'M' MONEY MARKET, 'S' OTHER
      * SAVINGS, 'T' TIME.  A DEPOSIT TYPE NOT LISTED IS A
      * TRANSACTION ACCOUNT.
      *----------------------------------------------------------------*
       01  WS-DEP-TYPE-CNT                PIC 9(02)   VALUE 05.
       01  WS-DEPOSIT-TYPE-LIST.
           05  FILLER PIC X(04) VALUE 'MMAM'.
           05  FILLER PIC X(04) VALUE 'MMDM'.
           05  FILLER PIC X(04) VALUE 'SAVS'.
           05  FILLER PIC X(04) VALUE 'S  S'.
           05  FILLER PIC X(04) VALUE 'CD T'.
       01  WS-DEPOSIT-TYPE-TABLE REDEFINES WS-DEPOSIT-TYPE-LIST.
           05  WS-DT-ENTRY OCCURS 5 TIMES INDEXED BY WS-DT-IDX.
               10  WS-DT-ACCT-TYPE         PIC X(03).
               10  WS-DT-CLASS             PIC X(01).

      *----------------------------------------------------------------*
      * SCHEDULE LINES
      *    1 - 5   DEPOSITS BY TYPE (ADD TO TOTAL DEPOSITS)
      *    6 - 9   TIME $250,000 OR LESS BY REMAINING MATURITY
      *   10 - 13  TIME OVER $250,000 BY REMAINING MATURITY
      *----------------------------------------------------------------*
       01  WS-SCHED-DESC-LIST.
           05  FILLER PIC X(46)
               VALUE 'TRANSACTION ACCOUNTS (INCL ESCROW FUNDS)      '.
           05  FILLER PIC X(46)
               VALUE 'NONTRANSACTION - MONEY MARKET DEPOSIT ACCTS   '.
           05  FILLER PIC X(46)
               VALUE 'NONTRANSACTION - OTHER SAVINGS DEPOSITS       '.
           05  FILLER PIC X(46)
               VALUE 'TIME DEPOSITS OF $250,000 OR LESS             '.
           05  FILLER PIC X(46)
               VALUE 'TIME DEPOSITS OF MORE THAN $250,000           '.
           05  FILLER PIC X(46)
               VALUE '  $250,000 OR LESS - 3 MONTHS OR LESS         '.
           05  FILLER PIC X(46)
               VALUE '  $250,000 OR LESS - OVER 3 MONTHS TO 1 YEAR  '.
           05  FILLER PIC X(46)
               VALUE '  $250,000 OR LESS - OVER 1 YEAR TO 3 YEARS   '.
           05  FILLER PIC X(46)
               VALUE '  $250,000 OR LESS - OVER 3 YEARS             '.
           05  FILLER PIC X(46)
               VALUE '  OVER $250,000 - 3 MONTHS OR LESS            '.
           05  FILLER PIC X(46)
               VALUE '  OVER $250,000 - OVER 3 MONTHS TO 1 YEAR     '.
           05  FILLER PIC X(46)
               VALUE '  OVER $250,000 - OVER 1 YEAR TO 3 YEARS      '.
           05  FILLER PIC X(46)
               VALUE '  OVER $250,000 - OVER 3 YEARS                '.
       01  WS-SCHED-DESC-TABLE REDEFINES WS-SCHED-DESC-LIST.
           05  WS-SD-DESC OCCURS 13 TIMES  PIC X(46).

       01  WS-SCHED-CNT                   PIC 9(02)   VALUE 13.
       01  WS-SCHED-TABLE.
           05  WS-SC-ENTRY OCCURS 13 TIMES INDEXED BY WS-SC-IDX.
               10  WS-SC-ACCT-CNT          PIC 9(07).
               10  WS-SC-BALANCE           PIC S9(13)V99.
               10  WS-SC-BAL-DAYS          PIC S9(17)V99.

      *----------------------------------------------------------------*
      * ONE ACCOUNT'S WORK
      *----------------------------------------------------------------*
       01  WS-ACCOUNT-WORK.
           05  WS-CLASS                   PIC X(01)   VALUE SPACE.
           05  WS-LINE                    PIC 9(02)   VALUE ZERO.
           05  WS-MAT-LINE                PIC 9(02)   VALUE ZERO.
           05  WS-BAND                    PIC 9(01)   VALUE ZERO.
           05  WS-MATURITY-DATE           PIC 9(08)   VALUE ZERO.
           05  WS-REPORTED                PIC S9(11)V99 VALUE ZERO.
           05  WS-BAL-DAYS                PIC S9(15)V99 VALUE ZERO.
           05  WS-AVERAGE                 PIC S9(11)V99 VALUE ZERO.
           05  WS-FLAG                    PIC X(30)   VALUE SPACES.
           05  WS-SNAP-CNT                PIC 9(05)   VALUE ZERO.
           05  WS-SNAP-JULIAN             PIC S9(09)  VALUE ZERO.
           05  WS-PRIOR-JULIAN            PIC S9(09)  VALUE ZERO.
           05  WS-PRIOR-BALANCE           PIC S9(11)V99 VALUE ZERO.
           05  WS-HELD-DAYS               PIC S9(05)  VALUE ZERO.
           05  WS-MATURITY-DAYS           PIC S9(07)  VALUE ZERO.

       01  WS-TOTALS.
           05  WS-DEPOSIT-TOTAL           PIC S9(13)V99 VALUE ZERO.
           05  WS-OVERDRAWN-TOTAL         PIC S9(13)V99 VALUE ZERO.
           05  WS-LOAN-TOTAL              PIC S9(13)V99 VALUE ZERO.
           05  WS-ESCROW-DEPOSIT-TOTAL    PIC S9(13)V99 VALUE ZERO.
           05  WS-ESCROW-ADVANCE-TOTAL    PIC S9(13)V99 VALUE ZERO.
           05  WS-SCHEDULE-TOTAL          PIC S9(13)V99 VALUE ZERO.
           05  WS-SCHEDULE-BAL-DAYS       PIC S9(17)V99 VALUE ZERO.
           05  WS-SCHEDULE-ACCT-CNT       PIC 9(07)   VALUE ZERO.
           05  WS-SUBLEDGER               PIC S9(13)V99 VALUE ZERO.
           05  WS-LEDGER                  PIC S9(13)V99 VALUE ZERO.
           05  WS-DIFFERENCE              PIC S9(13)V99 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-ACCT-CNT                PIC 9(09)   VALUE ZERO.
           05  WS-DEPOSIT-CNT             PIC 9(09)   VALUE ZERO.
           05  WS-OVERDRAWN-CNT           PIC 9(07)   VALUE ZERO.
           05  WS-LOAN-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-ESCROW-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-DETAIL-CNT              PIC 9(09)   VALUE ZERO.
           05  WS-NO-HIST-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-NO-TERM-CNT             PIC 9(07)   VALUE ZERO.

       01  WS-CONV-DATE                   PIC 9(08).
       01  WS-CONV-DATE-R REDEFINES WS-CONV-DATE.
           05  WS-CONV-YYYY                PIC 9(04).
           05  WS-CONV-MM                  PIC 9(02).
           05  WS-CONV-DD                  PIC 9(02).
       01  WS-CONV-A                      PIC S9(04).
       01  WS-CONV-Y                      PIC S9(06).
       01  WS-CONV-M                      PIC S9(04).
       01  WS-CONV-JULIAN                 PIC S9(09).
       01  WS-CONV-B                      PIC S9(09).
       01  WS-CONV-C                      PIC S9(09).
       01  WS-CONV-D                      PIC S9(09).
       01  WS-CONV-E                      PIC S9(09).

      *----------------------------------------------------------------*
      * REPORT LINES
      *----------------------------------------------------------------*
       01  WS-HEADING-LINE.
           05  FILLER PIC X(42)
               VALUE 'CALLRPT - DEPOSIT SCHEDULE (RC-E)  QUARTER'.
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-HL-START                 PIC 9(08).
           05  FILLER PIC X(04) VALUE ' TO '.
           05  WS-HL-END                   PIC 9(08).
           05  FILLER PIC X(08) VALUE '   DAYS '.
           05  WS-HL-DAYS                  PIC ZZ9.
           05  FILLER PIC X(14) VALUE '   RUN DATE: '.
           05  WS-HL-RUN-DATE              PIC 9(08).

       01  WS-COLUMN-LINE.
           05  FILLER PIC X(05) VALUE 'LINE'.
           05  FILLER PIC X(47) VALUE 'DESCRIPTION'.
           05  FILLER PIC X(10) VALUE '  ACCOUNTS'.
           05  FILLER PIC X(20) VALUE ' QUARTER-END BALANCE'.
           05  FILLER PIC X(20) VALUE '     QUARTER AVERAGE'.

       01  WS-SCHED-LINE.
           05  WS-SL-LINE                  PIC Z9.
           05  FILLER PIC X(03) VALUE SPACES.
           05  WS-SL-DESC                  PIC X(46).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-SL-COUNT                 PIC Z,ZZZ,ZZ9.
           05  WS-SL-BALANCE               PIC -(15)9.99.
           05  WS-SL-AVERAGE               PIC -(15)9.99.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(40).
           05  WS-TL-AMOUNT                PIC -(15)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-TL-STATUS                PIC X(10)   VALUE SPACES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'S' TO WS-RL-PHASE
           MOVE ZERO TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-QUARTER-END
               PERFORM 2000-CLASSIFY-ACCOUNTS THRU 2000-EXIT
               PERFORM 3500-ADD-ESCROW THRU 3500-EXIT
               PERFORM 5000-PRINT-SCHEDULE THRU 5000-EXIT
               PERFORM 6000-PROVE-CONTROLS THRU 6000-EXIT
               PERFORM 7000-TERMINATE
           END-IF
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-DETAIL-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE THRU 1000-EXIT
      *   Outside a quarter-end month nothing is opened - CALLDTL
      *   keeps the last quarter's extract for the examiners.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           IF WS-TODAY-MM NOT = 03 AND WS-TODAY-MM NOT = 06
               AND WS-TODAY-MM NOT = 09 AND WS-TODAY-MM NOT = 12
               DISPLAY 'CALLRPT - ' WS-TODAY
                   ' IS NOT A QUARTER-END MONTH, NO EXTRACT'
               GO TO 1000-EXIT
           END-IF
           MOVE 'Y' TO WS-QUARTER-SW
           PERFORM 1100-SET-QUARTER THRU 1100-EXIT

           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT CD-TERM-FILE
           OPEN INPUT BALANCE-HISTORY
           OPEN INPUT GL-MASTER
           OPEN OUTPUT CALL-DETAIL
           OPEN OUTPUT CALL-REPORT
           OPEN INPUT ESCROW-FILE
           IF WS-ESC-STATUS = '00'
               MOVE 'Y' TO WS-ESCROW-SW
           ELSE
               DISPLAY 'CALLRPT - NO ESCROW FILE, STATUS '
                   WS-ESC-STATUS
           END-IF

           MOVE WS-QTR-START-DATE TO WS-HL-START
           MOVE WS-QTR-END-DATE   TO WS-HL-END
           MOVE WS-QTR-DAYS       TO WS-HL-DAYS
           MOVE WS-TODAY          TO WS-HL-RUN-DATE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-SET-QUARTER THRU 1100-EXIT
      *   Quarter end is the day before the first of next month.
      *----------------------------------------------------------------*
       1100-SET-QUARTER.
           MOVE WS-TODAY TO WS-CONV-DATE
           MOVE 01 TO WS-CONV-DD
           SUBTRACT 2 FROM WS-CONV-MM
           MOVE WS-CONV-DATE TO WS-QTR-START-DATE
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           MOVE WS-CONV-JULIAN TO WS-QTR-START-JULIAN

           COMPUTE WS-CONV-JULIAN =
               WS-QTR-START-JULIAN - WS-CARRY-IN-DAYS
           PERFORM 8100-CONVERT-JULIAN-TO-DATE THRU 8100-EXIT
           MOVE WS-CONV-DATE TO WS-CARRY-IN-DATE

           MOVE WS-TODAY TO WS-CONV-DATE
           MOVE 01 TO WS-CONV-DD
           IF WS-CONV-MM = 12
               MOVE 01 TO WS-CONV-MM
               ADD 1 TO WS-CONV-YYYY
           ELSE
               ADD 1 TO WS-CONV-MM
           END-IF
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           SUBTRACT 1 FROM WS-CONV-JULIAN
           MOVE WS-CONV-JULIAN TO WS-QTR-END-JULIAN
           PERFORM 8100-CONVERT-JULIAN-TO-DATE THRU 8100-EXIT
           MOVE WS-CONV-DATE TO WS-QTR-END-DATE

           COMPUTE WS-QTR-DAYS =
               WS-QTR-END-JULIAN - WS-QTR-START-JULIAN + 1.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-CLASSIFY-ACCOUNTS THRU 2000-EXIT
      *   One sequential pass of the account master, every status -
      *   the proof needs every balance the ledger carries.
      *----------------------------------------------------------------*
       2000-CLASSIFY-ACCOUNTS.
           MOVE 'N' TO WS-ACCT-EOF-SW
           PERFORM 2100-CLASSIFY-ONE-ACCOUNT THRU 2100-EXIT
               UNTIL WS-ACCT-EOF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-CLASSIFY-ONE-ACCOUNT THRU 2100-EXIT
      *----------------------------------------------------------------*
       2100-CLASSIFY-ONE-ACCOUNT.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ACCT-EOF-SW
           END-READ
           IF WS-ACCT-EOF
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-ACCT-CNT

           IF ACCT-TYPE = 'LN'
               ADD 1 TO WS-LOAN-CNT
               ADD ACCT-BALANCE TO WS-LOAN-TOTAL
               GO TO 2100-EXIT
           END-IF

           ADD 1 TO WS-DEPOSIT-CNT
           MOVE SPACES TO WS-FLAG
           MOVE ZERO TO WS-BAND
           MOVE ZERO TO WS-MATURITY-DATE
           MOVE ZERO TO WS-MAT-LINE
           IF ACCT-BALANCE < ZERO
               ADD 1 TO WS-OVERDRAWN-CNT
               ADD ACCT-BALANCE TO WS-OVERDRAWN-TOTAL
               MOVE ZERO TO WS-REPORTED
               MOVE 'OVERDRAWN - REPORTED AS LOAN' TO WS-FLAG
           ELSE
               ADD ACCT-BALANCE TO WS-DEPOSIT-TOTAL
               MOVE ACCT-BALANCE TO WS-REPORTED
           END-IF

           PERFORM 2200-FIND-CLASS THRU 2200-EXIT
           EVALUATE WS-CLASS
               WHEN 'M'
                   MOVE 2 TO WS-LINE
               WHEN 'S'
                   MOVE 3 TO WS-LINE
               WHEN 'T'
                   PERFORM 2300-AGE-TIME-DEPOSIT THRU 2300-EXIT
               WHEN OTHER
                   MOVE 1 TO WS-LINE
           END-EVALUATE

           PERFORM 3000-AVERAGE-ONE-ACCOUNT THRU 3000-EXIT

           IF ACCT-STATUS NOT = 'C' AND ACCT-STATUS NOT = 'O'
               ADD 1 TO WS-SC-ACCT-CNT(WS-LINE)
               IF WS-MAT-LINE > ZERO
                   ADD 1 TO WS-SC-ACCT-CNT(WS-MAT-LINE)
               END-IF
           END-IF
           ADD WS-REPORTED TO WS-SC-BALANCE(WS-LINE)
           ADD WS-BAL-DAYS TO WS-SC-BAL-DAYS(WS-LINE)
           IF WS-MAT-LINE > ZERO
               ADD WS-REPORTED TO WS-SC-BALANCE(WS-MAT-LINE)
               ADD WS-BAL-DAYS TO WS-SC-BAL-DAYS(WS-MAT-LINE)
           END-IF

           IF ACCT-BALANCE = ZERO AND WS-BAL-DAYS = ZERO
               GO TO 2100-EXIT
           END-IF
           MOVE ACCT-NUMBER       TO CX-ACCT-NUMBER
           MOVE ACCT-TYPE         TO CX-ACCT-TYPE
           MOVE ACCT-STATUS       TO CX-ACCT-STATUS
           MOVE ACCT-BRANCH-CODE  TO CX-BRANCH-CODE
           MOVE ACCT-BALANCE      TO CX-END-BALANCE
           PERFORM 4000-WRITE-DETAIL THRU 4000-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-FIND-CLASS THRU 2200-EXIT
      *----------------------------------------------------------------*
       2200-FIND-CLASS.
           MOVE SPACE TO WS-CLASS
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 2250-SEARCH-DEPOSIT-TYPE THRU 2250-EXIT
               VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > WS-DEP-TYPE-CNT OR WS-FOUND.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2250-SEARCH-DEPOSIT-TYPE THRU 2250-EXIT
      *----------------------------------------------------------------*
       2250-SEARCH-DEPOSIT-TYPE.
           IF WS-DT-ACCT-TYPE(WS-DT-IDX) = ACCT-TYPE
               MOVE WS-DT-CLASS(WS-DT-IDX) TO WS-CLASS
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-AGE-TIME-DEPOSIT THRU 2300-EXIT
      *   Size line 4 or 5 off the quarter-end balance, then the
      *   maturity band off the CDMAST term.  A certificate with no
      *   usable term is due now as far as the schedule can tell.
      *----------------------------------------------------------------*
       2300-AGE-TIME-DEPOSIT.
           IF ACCT-BALANCE > WS-TIME-SIZE-LIMIT
               MOVE 5 TO WS-LINE
           ELSE
               MOVE 4 TO WS-LINE
           END-IF
           MOVE 1 TO WS-BAND

           MOVE ACCT-NUMBER TO CD-ACCT-NO
           READ CD-TERM-FILE
               INVALID KEY
                   MOVE ZERO TO CD-MATURITY-DATE
           END-READ
           IF CD-MATURITY-DATE NOT NUMERIC
               OR CD-MATURITY-DATE = ZERO
               ADD 1 TO WS-NO-TERM-CNT
               IF WS-FLAG = SPACES
                   MOVE 'NO CD TERM - SHORTEST BAND' TO WS-FLAG
               END-IF
               GO TO 2300-SET-LINE
           END-IF

           MOVE CD-MATURITY-DATE TO WS-MATURITY-DATE
           MOVE CD-MATURITY-DATE TO WS-CONV-DATE
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           COMPUTE WS-MATURITY-DAYS =
               WS-CONV-JULIAN - WS-QTR-END-JULIAN
           EVALUATE TRUE
               WHEN WS-MATURITY-DAYS NOT > WS-BAND-1-DAYS
                   MOVE 1 TO WS-BAND
               WHEN WS-MATURITY-DAYS NOT > WS-BAND-2-DAYS
                   MOVE 2 TO WS-BAND
               WHEN WS-MATURITY-DAYS NOT > WS-BAND-3-DAYS
                   MOVE 3 TO WS-BAND
               WHEN OTHER
                   MOVE 4 TO WS-BAND
           END-EVALUATE.
       2300-SET-LINE.
           IF WS-LINE = 5
               COMPUTE WS-MAT-LINE = 9 + WS-BAND
           ELSE
               COMPUTE WS-MAT-LINE = 5 + WS-BAND
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-AVERAGE-ONE-ACCOUNT THRU 3000-EXIT
      *   Walks the account's snapshots from the carry-in date to
      *   quarter end, adding each balance times the days it held
      *   into WS-BAL-DAYS.  A snapshot dated before the quarter is
      *   treated as taken on its first day, so only the last of
      *   them counts.
      *----------------------------------------------------------------*
       3000-AVERAGE-ONE-ACCOUNT.
           MOVE ZERO TO WS-BAL-DAYS
           MOVE ZERO TO WS-SNAP-CNT
           MOVE ZERO TO WS-PRIOR-BALANCE
           MOVE 'N' TO WS-HIST-EOF-SW
           MOVE ACCT-NUMBER      TO BH-ACCT-NUMBER
           MOVE WS-CARRY-IN-DATE TO BH-AS-OF-DATE
           START BALANCE-HISTORY KEY IS NOT LESS THAN BH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF-SW
           END-START
           PERFORM 3100-ADD-ONE-SNAPSHOT THRU 3100-EXIT
               UNTIL WS-HIST-EOF

           IF WS-SNAP-CNT > ZERO
               COMPUTE WS-HELD-DAYS =
                   WS-QTR-END-JULIAN - WS-PRIOR-JULIAN + 1
               PERFORM 3200-ADD-HELD-BALANCE THRU 3200-EXIT
               GO TO 3000-EXIT
           END-IF

      *    NO SNAPSHOT IN THE QUARTER - THE CURRENT BALANCE FROM THE
      *    LATER OF OPEN DATE AND QUARTER START.
           ADD 1 TO WS-NO-HIST-CNT
           IF WS-FLAG = SPACES
               MOVE 'NO HISTORY - CURRENT BALANCE' TO WS-FLAG
           END-IF
           MOVE WS-QTR-START-JULIAN TO WS-PRIOR-JULIAN
           IF ACCT-OPEN-DATE NUMERIC
               AND ACCT-OPEN-DATE > WS-QTR-START-DATE
               MOVE ACCT-OPEN-DATE TO WS-CONV-DATE
               PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
               MOVE WS-CONV-JULIAN TO WS-PRIOR-JULIAN
           END-IF
           MOVE ACCT-BALANCE TO WS-PRIOR-BALANCE
           COMPUTE WS-HELD-DAYS =
               WS-QTR-END-JULIAN - WS-PRIOR-JULIAN + 1
           IF WS-HELD-DAYS > ZERO
               PERFORM 3200-ADD-HELD-BALANCE THRU 3200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-ADD-ONE-SNAPSHOT THRU 3100-EXIT
      *   The snapshot just read closes off the one before it.
      *----------------------------------------------------------------*
       3100-ADD-ONE-SNAPSHOT.
           READ BALANCE-HISTORY NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SW
           END-READ
           IF WS-HIST-EOF
               GO TO 3100-EXIT
           END-IF
           IF BH-ACCT-NUMBER NOT = ACCT-NUMBER
               OR BH-AS-OF-DATE > WS-QTR-END-DATE
               MOVE 'Y' TO WS-HIST-EOF-SW
               GO TO 3100-EXIT
           END-IF

           MOVE WS-QTR-START-JULIAN TO WS-SNAP-JULIAN
           IF BH-AS-OF-DATE > WS-QTR-START-DATE
               MOVE BH-AS-OF-DATE TO WS-CONV-DATE
               PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
               MOVE WS-CONV-JULIAN TO WS-SNAP-JULIAN
           END-IF

           IF WS-SNAP-CNT > ZERO
               COMPUTE WS-HELD-DAYS =
                   WS-SNAP-JULIAN - WS-PRIOR-JULIAN
               PERFORM 3200-ADD-HELD-BALANCE THRU 3200-EXIT
           END-IF
           ADD 1 TO WS-SNAP-CNT
           MOVE WS-SNAP-JULIAN     TO WS-PRIOR-JULIAN
           MOVE BH-ENDING-BALANCE  TO WS-PRIOR-BALANCE.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-ADD-HELD-BALANCE THRU 3200-EXIT
      *   An overdrawn balance is a loan, not a deposit - its days
      *   add nothing.
      *----------------------------------------------------------------*
       3200-ADD-HELD-BALANCE.
           IF WS-PRIOR-BALANCE > ZERO
               COMPUTE WS-BAL-DAYS =
                   WS-BAL-DAYS + (WS-PRIOR-BALANCE * WS-HELD-DAYS)
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3500-ADD-ESCROW THRU 3500-EXIT
      *   Escrow balances are transaction deposits.  A negative
      *   balance is an advance to the borrower, carried only in the
      *   escrow proof.
      *----------------------------------------------------------------*
       3500-ADD-ESCROW.
           IF NOT WS-ESCROW-OPEN
               GO TO 3500-EXIT
           END-IF
           MOVE 'N' TO WS-ESC-EOF-SW
           PERFORM 3600-ADD-ONE-ESCROW THRU 3600-EXIT
               UNTIL WS-ESC-EOF.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3600-ADD-ONE-ESCROW THRU 3600-EXIT
      *----------------------------------------------------------------*
       3600-ADD-ONE-ESCROW.
           READ ESCROW-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ESC-EOF-SW
           END-READ
           IF WS-ESC-EOF
               GO TO 3600-EXIT
           END-IF
           ADD 1 TO WS-ESCROW-CNT
           IF EW-BALANCE < ZERO
               ADD EW-BALANCE TO WS-ESCROW-ADVANCE-TOTAL
               GO TO 3600-EXIT
           END-IF
           IF EW-BALANCE = ZERO
               GO TO 3600-EXIT
           END-IF

           ADD EW-BALANCE TO WS-ESCROW-DEPOSIT-TOTAL
           MOVE 1 TO WS-LINE
           MOVE EW-BALANCE TO WS-REPORTED
           COMPUTE WS-BAL-DAYS = EW-BALANCE * WS-QTR-DAYS
           IF EW-STATUS = 'A'
               ADD 1 TO WS-SC-ACCT-CNT(1)
           END-IF
           ADD WS-REPORTED TO WS-SC-BALANCE(1)
           ADD WS-BAL-DAYS TO WS-SC-BAL-DAYS(1)

           MOVE ZERO TO WS-BAND
           MOVE ZERO TO WS-MATURITY-DATE
           MOVE 'ESCROW - QUARTER-END BALANCE' TO WS-FLAG
           MOVE EW-LOAN-ACCT-NO   TO CX-ACCT-NUMBER
           MOVE 'ESC'             TO CX-ACCT-TYPE
           MOVE EW-STATUS         TO CX-ACCT-STATUS
           MOVE SPACES            TO CX-BRANCH-CODE
           MOVE EW-BALANCE        TO CX-END-BALANCE
           PERFORM 4000-WRITE-DETAIL THRU 4000-EXIT.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-WRITE-DETAIL THRU 4000-EXIT
      *   The caller has moved the account identity and quarter-end
      *   balance; the schedule fields come from the account work.
      *----------------------------------------------------------------*
       4000-WRITE-DETAIL.
           COMPUTE WS-AVERAGE ROUNDED = WS-BAL-DAYS / WS-QTR-DAYS
           MOVE WS-QTR-END-DATE   TO CX-QUARTER-END-DATE
           MOVE WS-LINE           TO CX-SCHED-LINE
           MOVE WS-BAND           TO CX-MATURITY-BAND
           MOVE WS-MATURITY-DATE  TO CX-MATURITY-DATE
           MOVE WS-REPORTED       TO CX-REPORTED-BALANCE
           MOVE WS-AVERAGE        TO CX-QUARTER-AVERAGE
           MOVE WS-FLAG           TO CX-FLAG
           WRITE CALL-DETAIL-RECORD
           ADD 1 TO WS-DETAIL-CNT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-PRINT-SCHEDULE THRU 5000-EXIT
      *   Lines 1-5 foot to total deposits; the maturity lines
      *   break lines 4 and 5 down and are not added again.
      *----------------------------------------------------------------*
       5000-PRINT-SCHEDULE.
           MOVE WS-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 5100-PRINT-ONE-LINE THRU 5100-EXIT
               VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > WS-SCHED-CNT

           MOVE SPACES TO WS-SCHED-LINE
           MOVE 'TOTAL DEPOSITS (LINES 1 - 5)' TO WS-SL-DESC
           MOVE WS-SCHEDULE-ACCT-CNT TO WS-SL-COUNT
           MOVE WS-SCHEDULE-TOTAL TO WS-SL-BALANCE
           COMPUTE WS-SL-AVERAGE ROUNDED =
               WS-SCHEDULE-BAL-DAYS / WS-QTR-DAYS
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SCHED-LINE TO RPT-LINE
           WRITE RPT-LINE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-PRINT-ONE-LINE THRU 5100-EXIT
      *----------------------------------------------------------------*
       5100-PRINT-ONE-LINE.
           IF WS-SC-IDX = 6
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'TIME DEPOSITS BY REMAINING MATURITY' TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           SET WS-LINE TO WS-SC-IDX
           MOVE WS-LINE                   TO WS-SL-LINE
           MOVE WS-SD-DESC(WS-SC-IDX)     TO WS-SL-DESC
           MOVE WS-SC-ACCT-CNT(WS-SC-IDX) TO WS-SL-COUNT
           MOVE WS-SC-BALANCE(WS-SC-IDX)  TO WS-SL-BALANCE
           COMPUTE WS-SL-AVERAGE ROUNDED =
               WS-SC-BAL-DAYS(WS-SC-IDX) / WS-QTR-DAYS
           MOVE WS-SCHED-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-SC-IDX < 6
               ADD WS-SC-ACCT-CNT(WS-SC-IDX) TO WS-SCHEDULE-ACCT-CNT
               ADD WS-SC-BALANCE(WS-SC-IDX)  TO WS-SCHEDULE-TOTAL
               ADD WS-SC-BAL-DAYS(WS-SC-IDX) TO WS-SCHEDULE-BAL-DAYS
           END-IF.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-PROVE-CONTROLS THRU 6000-EXIT
      *   The ledger owes the negative of the control's GL-BALANCE;
      *   a control missing from GL-MASTER proves against zero.
      *----------------------------------------------------------------*
       6000-PROVE-CONTROLS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'PROOF TO GL DEPOSIT CONTROLS' TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'DEPOSITS ON SCHEDULE (EXCL ESCROW)' TO WS-TL-LABEL
           MOVE WS-DEPOSIT-TOTAL TO WS-TL-AMOUNT
           PERFORM 6900-WRITE-TOTAL-LINE THRU 6900-EXIT
           MOVE 'OVERDRAWN DEPOSIT ACCOUNTS' TO WS-TL-LABEL
           MOVE WS-OVERDRAWN-TOTAL TO WS-TL-AMOUNT
           PERFORM 6900-WRITE-TOTAL-LINE THRU 6900-EXIT
           MOVE 'LOAN ACCOUNTS' TO WS-TL-LABEL
           MOVE WS-LOAN-TOTAL TO WS-TL-AMOUNT
           PERFORM 6900-WRITE-TOTAL-LINE THRU 6900-EXIT
           COMPUTE WS-SUBLEDGER =
               WS-DEPOSIT-TOTAL + WS-OVERDRAWN-TOTAL + WS-LOAN-TOTAL
           MOVE 200100 TO GL-ACCT-NO
           PERFORM 6100-PROVE-ONE-CONTROL THRU 6100-EXIT

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ESCROW FUNDS ON SCHEDULE' TO WS-TL-LABEL
           MOVE WS-ESCROW-DEPOSIT-TOTAL TO WS-TL-AMOUNT
           PERFORM 6900-WRITE-TOTAL-LINE THRU 6900-EXIT
           MOVE 'ESCROW ADVANCES' TO WS-TL-LABEL
           MOVE WS-ESCROW-ADVANCE-TOTAL TO WS-TL-AMOUNT
           PERFORM 6900-WRITE-TOTAL-LINE THRU 6900-EXIT
           COMPUTE WS-SUBLEDGER =
               WS-ESCROW-DEPOSIT-TOTAL + WS-ESCROW-ADVANCE-TOTAL
           MOVE 200500 TO GL-ACCT-NO
           PERFORM 6100-PROVE-ONE-CONTROL THRU 6100-EXIT

           IF WS-PROOF-FAILED
               DISPLAY 'CALLRPT WARNING - DEPOSIT SCHEDULE DOES NOT'
                   ' PROVE TO THE GENERAL LEDGER'
               MOVE 4 TO RETURN-CODE
           END-IF.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6100-PROVE-ONE-CONTROL THRU 6100-EXIT
      *   GL-ACCT-NO and WS-SUBLEDGER are set by the caller.
      *----------------------------------------------------------------*
       6100-PROVE-ONE-CONTROL.
           READ GL-MASTER
               INVALID KEY
                   MOVE 'NOT ON GL MASTER' TO GL-ACCT-NAME
                   MOVE ZERO TO GL-BALANCE
           END-READ
           COMPUTE WS-LEDGER = ZERO - GL-BALANCE
           COMPUTE WS-DIFFERENCE = WS-SUBLEDGER - WS-LEDGER

           MOVE 'SUBLEDGER TOTAL' TO WS-TL-LABEL
           MOVE WS-SUBLEDGER TO WS-TL-AMOUNT
           PERFORM 6900-WRITE-TOTAL-LINE THRU 6900-EXIT
           MOVE SPACES TO WS-TL-LABEL
           STRING 'GL ' GL-ACCT-NO ' ' GL-ACCT-NAME
               DELIMITED BY SIZE INTO WS-TL-LABEL
           MOVE WS-LEDGER TO WS-TL-AMOUNT
           PERFORM 6900-WRITE-TOTAL-LINE THRU 6900-EXIT
           MOVE 'DIFFERENCE' TO WS-TL-LABEL
           MOVE WS-DIFFERENCE TO WS-TL-AMOUNT
           IF WS-DIFFERENCE = ZERO
               MOVE 'PROVED' TO WS-TL-STATUS
           ELSE
               MOVE 'NO PROOF' TO WS-TL-STATUS
               MOVE 'Y' TO WS-PROOF-FAILED-SW
           END-IF
           PERFORM 6900-WRITE-TOTAL-LINE THRU 6900-EXIT.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6900-WRITE-TOTAL-LINE THRU 6900-EXIT
      *----------------------------------------------------------------*
       6900-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-TL-STATUS.
       6900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-TERMINATE
      *----------------------------------------------------------------*
       7000-TERMINATE.
           CLOSE ACCOUNT-MASTER
           CLOSE CD-TERM-FILE
           CLOSE BALANCE-HISTORY
           CLOSE GL-MASTER
           CLOSE CALL-DETAIL
           CLOSE CALL-REPORT
           IF WS-ESCROW-OPEN
               CLOSE ESCROW-FILE
           END-IF
           DISPLAY 'CALLRPT ACCOUNTS READ        = ' WS-ACCT-CNT
           DISPLAY 'CALLRPT DEPOSIT ACCOUNTS     = ' WS-DEPOSIT-CNT
           DISPLAY 'CALLRPT OVERDRAWN ACCOUNTS   = ' WS-OVERDRAWN-CNT
           DISPLAY 'CALLRPT LOAN ACCOUNTS        = ' WS-LOAN-CNT
           DISPLAY 'CALLRPT ESCROW ACCOUNTS      = ' WS-ESCROW-CNT
           DISPLAY 'CALLRPT DETAIL RECORDS       = ' WS-DETAIL-CNT
           DISPLAY 'CALLRPT NO BALANCE HISTORY   = ' WS-NO-HIST-CNT
           DISPLAY 'CALLRPT CDS WITH NO TERM     = ' WS-NO-TERM-CNT
           DISPLAY 'CALLRPT TOTAL DEPOSITS       = '
               WS-SCHEDULE-TOTAL.

      *----------------------------------------------------------------*
      * 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
      *   Converts WS-CONV-DATE (YYYYMMDD) to an absolute Julian day
      *   number in WS-CONV-JULIAN using the standard civil-calendar
      *   formula, so day differences are a plain subtraction.
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
      * 8100-CONVERT-JULIAN-TO-DATE THRU 8100-EXIT
      *   The inverse of 8000 - converts the absolute Julian day
      *   number in WS-CONV-JULIAN back to YYYYMMDD in WS-CONV-DATE,
      *   using the standard integer-arithmetic civil-calendar
      *   formula.
      *----------------------------------------------------------------*
       8100-CONVERT-JULIAN-TO-DATE.
           COMPUTE WS-CONV-B =
               (4 * (WS-CONV-JULIAN + 32044) + 3) / 146097
           COMPUTE WS-CONV-C =
               (WS-CONV-JULIAN + 32044) - ((146097 * WS-CONV-B) / 4)
           COMPUTE WS-CONV-D = ((4 * WS-CONV-C) + 3) / 1461
           COMPUTE WS-CONV-E =
               WS-CONV-C - ((1461 * WS-CONV-D) / 4)
           COMPUTE WS-CONV-M = ((5 * WS-CONV-E) + 2) / 153
           COMPUTE WS-CONV-DD =
               WS-CONV-E - (((153 * WS-CONV-M) + 2) / 5) + 1
           COMPUTE WS-CONV-MM =
               WS-CONV-M + 3 - (12 * (WS-CONV-M / 10))
           COMPUTE WS-CONV-YYYY =
               (100 * WS-CONV-B) + WS-CONV-D - 4800
               + (WS-CONV-M / 10).
       8100-EXIT.
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
           MOVE 'CALLRPT' TO RL-PROGRAM
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
