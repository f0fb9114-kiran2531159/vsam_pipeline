      *================================================================*
      * CECLPROV - MONTH-END CECL ALLOWANCE FOR CREDIT LOSSES
      *
      * Month end, after the close has posted.  Works out the
      * allowance for credit losses the books should carry and
      * feeds the provision (or release) needed to get there into
      * the night's ledger - the reserve Finance used to build by
      * hand off the ODAGING, LOANDELQ and CHGORPT printouts.
      *
      * Loss history - every CHGOFF record charged off in the last
      * WS-LOOKBACK-YEARS years is netted of its recoveries and
      * rolled up by product (ACCT-TYPE) and risk rating
      * (ACCT-RISK-RATING) off the written-off account.
      *
      * Exposure - every open loan ('LN', outstanding principal)
      * and every overdrawn deposit account is segmented by
      * product, delinquency bucket and risk rating.  A loan ages
      * from its oldest unpaid LOANSCHD row past due; an overdraft
      * ages by the consecutive-negative-days walk over the
      * balance history ODAGING and CHGOFF run.
      *
      * Loss rate - a product / rating's net losses over its
      * exposure plus the gross charge-offs it lost (the pool the
      * losses came out of).  A rating with no charge-offs of its
      * own in the window takes its product's rate.  Each
      * delinquency bucket then scales the rate by its factor
      * (WS-BUCKET-FACTOR, Finance's calibration - later buckets
      * roll to loss far more often), capped at the whole balance.
      *
      * Provision - the required allowance less the allowance
      * already on the ledger (GL 100500, carried credit-negative).
      * A shortfall provides (debit provision expense 400400,
      * credit the allowance); an excess releases (the reverse).
      * The balanced pair goes on the GLFEED entry feed GLPOST
      * merges into tonight's journal, so TRIALBAL proves it and
      * GLSTMT shows the reserve with no manual journal.  The feed
      * is rebuilt on every run and only tonight's entries are
      * taken, so a rerun before GLPOST replaces the figure, and a
      * rerun after it finds the allowance already at the required
      * amount.
      *
      * Return codes: 4 when a segment table fills (the remaining
      * segments are left out of the allowance and listed); 8 when
      * the allowance GL account is not on GL-MASTER (nothing is
      * fed).
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CECLPROV.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL MONTH-END ALLOWANCE AND PROVISION.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CHARGE-OFF-FILE ASSIGN TO CHGOFF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CO-ACCT-NO
               FILE STATUS IS WS-CHG-STATUS.

           SELECT LOAN-SCHEDULE-FILE ASSIGN TO LOANSCHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY
               FILE STATUS IS WS-SCHD-STATUS.

           SELECT BALANCE-HISTORY-IN ASSIGN TO BALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT GL-MASTER ASSIGN TO GLMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-ACCT-NO
               FILE STATUS IS WS-GL-STATUS.

           SELECT GL-FEED ASSIGN TO GLFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT CECL-REPORT ASSIGN TO CECLRPT
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

       FD  CHARGE-OFF-FILE.
           COPY "chgoff.cpy".

       FD  LOAN-SCHEDULE-FILE.
           COPY "loanschd.cpy".

       FD  BALANCE-HISTORY-IN.
           COPY "balhist.cpy".

       FD  GL-MASTER.
           COPY "glacct.cpy".

       FD  GL-FEED.
           COPY "glentry.cpy".

       FD  CECL-REPORT
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
           88  WS-ACCT-OK                  VALUE '00'.
       01  WS-CHG-STATUS                  PIC X(02).
       01  WS-SCHD-STATUS                 PIC X(02).
       01  WS-HIST-STATUS                 PIC X(02).
           88  WS-HIST-OK                  VALUE '00'.
       01  WS-GL-STATUS                   PIC X(02).
       01  WS-FEED-STATUS                 PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-CHG-EOF-SW              PIC X(01)   VALUE 'N'.
               88  WS-CHG-EOF              VALUE 'Y'.
           05  WS-SCHD-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-SCHD-EOF             VALUE 'Y'.
           05  WS-FOUND-SW                PIC X(01)   VALUE 'N'.
               88  WS-FOUND                VALUE 'Y'.
           05  WS-WALK-DONE-SW            PIC X(01)   VALUE 'N'.
               88  WS-WALK-DONE            VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-TODAY-JULIAN                PIC S9(09)  VALUE ZERO.

      *----------------------------------------------------------------*
      * LOSS HISTORY WINDOW - CHARGE-OFFS DATED AFTER THIS MANY
      * YEARS BACK FROM TONIGHT COUNT TOWARD THE LOSS RATES.
      *----------------------------------------------------------------*
       01  WS-LOOKBACK-YEARS              PIC 9(02)   VALUE 03.
       01  WS-LOOKBACK-DATE               PIC 9(08)   VALUE ZERO.

      *----------------------------------------------------------------*
      * OVERDRAFT AGING - THE WALK SETTINGS MATCH ODAGING'S AND
      * CHGOFF'S.
      *----------------------------------------------------------------*
       01  WS-MAX-MISS-DAYS               PIC 9(02)   VALUE 05.
       01  WS-MAX-WALK-DAYS               PIC 9(03)   VALUE 120.
       01  WS-NEG-DAYS                    PIC 9(05)   VALUE ZERO.
       01  WS-MISS-RUN                    PIC 9(03)   VALUE ZERO.
       01  WS-WALK-OFFSET                 PIC 9(03)   VALUE ZERO.
       01  WS-DAYS-PAST-DUE               PIC S9(09)  VALUE ZERO.

      *----------------------------------------------------------------*
      * DELINQUENCY BUCKETS - 1 CURRENT, 2 1-29 DAYS, 3 30-59,
      * 4 60-89, 5 90 AND OVER.  WS-BUCKET-FACTOR SCALES THE
      * PRODUCT / RATING LOSS RATE FOR EACH BUCKET.
      *----------------------------------------------------------------*
       01  WS-BUCKET-FACTOR-LIST.
           05  FILLER PIC 9(02)V99 VALUE 01.00.
           05  FILLER PIC 9(02)V99 VALUE 03.00.
           05  FILLER PIC 9(02)V99 VALUE 10.00.
           05  FILLER PIC 9(02)V99 VALUE 25.00.
           05  FILLER PIC 9(02)V99 VALUE 50.00.
       01  WS-BUCKET-FACTOR-TABLE REDEFINES WS-BUCKET-FACTOR-LIST.
           05  WS-BUCKET-FACTOR OCCURS 5 TIMES PIC 9(02)V99.

       01  WS-BUCKET-NAME-LIST.
           05  FILLER PIC X(10) VALUE 'CURRENT   '.
           05  FILLER PIC X(10) VALUE '1-29 DAYS '.
           05  FILLER PIC X(10) VALUE '30-59 DAYS'.
           05  FILLER PIC X(10) VALUE '60-89 DAYS'.
           05  FILLER PIC X(10) VALUE '90+ DAYS  '.
       01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAME-LIST.
           05  WS-BUCKET-NAME OCCURS 5 TIMES PIC X(10).

      *----------------------------------------------------------------*
      * GL ACCOUNTS - THE ALLOWANCE (CONTRA-ASSET, CREDIT NORMAL)
      * AND THE PROVISION EXPENSE IT IS BUILT THROUGH.
      *----------------------------------------------------------------*
       01  WS-ALLOWANCE-GL-ACCT           PIC 9(06)   VALUE 100500.
       01  WS-PROVISION-GL-ACCT           PIC 9(06)   VALUE 400400.

       01  WS-WORK-FIELDS.
           05  WS-PRODUCT                 PIC X(03)   VALUE SPACES.
           05  WS-RATING                  PIC X(01)   VALUE SPACES.
           05  WS-BUCKET                  PIC 9(01)   VALUE ZERO.
           05  WS-EXPOSURE                PIC S9(13)V99 VALUE ZERO.
           05  WS-NET-LOSS                PIC S9(13)V99 VALUE ZERO.
           05  WS-POOL                    PIC S9(13)V99 VALUE ZERO.
           05  WS-BASE-RATE               PIC 9(01)V9(06) VALUE ZERO.
           05  WS-SEG-RATE                PIC 9(03)V9(06) VALUE ZERO.
           05  WS-SEG-ALLOWANCE           PIC S9(13)V99 VALUE ZERO.
           05  WS-REQUIRED-ALLOWANCE      PIC S9(13)V99 VALUE ZERO.
           05  WS-CURRENT-ALLOWANCE       PIC S9(13)V99 VALUE ZERO.
           05  WS-PROVISION               PIC S9(13)V99 VALUE ZERO.
           05  WS-FEED-AMOUNT             PIC S9(11)V99 VALUE ZERO.
           05  WS-ACTION                  PIC X(12)   VALUE SPACES.

      *----------------------------------------------------------------*
      * LOSS HISTORY BY PRODUCT AND BY PRODUCT / RATING - BUILT AS
      * THE CHARGE-OFFS AND EXPOSURES ARE READ (TRIALBAL'S FIND-OR-
      * ADD TABLE TECHNIQUE).
      *----------------------------------------------------------------*
       01  WS-PROD-CNT                    PIC 9(03)   VALUE ZERO.
       01  WS-PROD-TABLE.
           05  WS-PT-ENTRY OCCURS 20 TIMES INDEXED BY WS-PT-IDX.
               10  WS-PT-PRODUCT           PIC X(03).
               10  WS-PT-GROSS             PIC S9(13)V99.
               10  WS-PT-RECOVERED         PIC S9(13)V99.
               10  WS-PT-EXPOSURE          PIC S9(13)V99.
               10  WS-PT-RATE              PIC 9(01)V9(06).

       01  WS-HIST-CNT                    PIC 9(03)   VALUE ZERO.
       01  WS-HIST-TABLE.
           05  WS-HT-ENTRY OCCURS 100 TIMES INDEXED BY WS-HT-IDX.
               10  WS-HT-PRODUCT           PIC X(03).
               10  WS-HT-RATING            PIC X(01).
               10  WS-HT-GROSS             PIC S9(13)V99.
               10  WS-HT-RECOVERED         PIC S9(13)V99.
               10  WS-HT-EXPOSURE          PIC S9(13)V99.
               10  WS-HT-RATE              PIC 9(01)V9(06).

       01  WS-SEG-CNT                     PIC 9(03)   VALUE ZERO.
       01  WS-SEG-TABLE.
           05  WS-SG-ENTRY OCCURS 500 TIMES INDEXED BY WS-SG-IDX.
               10  WS-SG-PRODUCT           PIC X(03).
               10  WS-SG-BUCKET            PIC 9(01).
               10  WS-SG-RATING            PIC X(01).
               10  WS-SG-COUNT             PIC 9(07).
               10  WS-SG-EXPOSURE          PIC S9(13)V99.

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

       01  WS-COUNTERS.
           05  WS-ACCT-CNT                PIC 9(09)   VALUE ZERO.
           05  WS-CHGOFF-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-CHGOFF-USED-CNT         PIC 9(07)   VALUE ZERO.
           05  WS-LOAN-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-OVERDRAFT-CNT           PIC 9(07)   VALUE ZERO.
           05  WS-DROPPED-CNT             PIC 9(07)   VALUE ZERO.

      *----------------------------------------------------------------*
      * REPORT LINES
      *----------------------------------------------------------------*
       01  WS-HEADING-LINE.
           05  FILLER PIC X(40)
               VALUE 'CECLPROV - ALLOWANCE FOR CREDIT LOSSES  '.
           05  FILLER PIC X(06) VALUE 'DATE: '.
           05  WS-HL-DATE                  PIC 9(08).

       01  WS-COLUMN-LINE.
           05  FILLER PIC X(08) VALUE 'PRODUCT'.
           05  FILLER PIC X(12) VALUE 'BUCKET'.
           05  FILLER PIC X(08) VALUE 'RATING'.
           05  FILLER PIC X(10) VALUE '  ACCOUNTS'.
           05  FILLER PIC X(19) VALUE '           EXPOSURE'.
           05  FILLER PIC X(14) VALUE '     LOSS RATE'.
           05  FILLER PIC X(19) VALUE '          ALLOWANCE'.

       01  WS-SEGMENT-LINE.
           05  WS-SL-PRODUCT               PIC X(03).
           05  FILLER PIC X(05) VALUE SPACES.
           05  WS-SL-BUCKET                PIC X(10).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-SL-RATING                PIC X(01).
           05  FILLER PIC X(07) VALUE SPACES.
           05  WS-SL-COUNT                 PIC Z(06)9.
           05  FILLER PIC X(03) VALUE SPACES.
           05  WS-SL-EXPOSURE              PIC -(12)9.99.
           05  FILLER PIC X(03) VALUE SPACES.
           05  WS-SL-RATE                  PIC ZZ9.9999.
           05  FILLER PIC X(01) VALUE '%'.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-SL-ALLOWANCE             PIC -(12)9.99.

       01  WS-HISTORY-LINE.
           05  FILLER PIC X(17) VALUE 'LOSS HISTORY -   '.
           05  WS-HY-PRODUCT               PIC X(03).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-HY-RATING                PIC X(01).
           05  FILLER PIC X(10) VALUE '  GROSS = '.
           05  WS-HY-GROSS                 PIC -(12)9.99.
           05  FILLER PIC X(14) VALUE '  RECOVERED = '.
           05  WS-HY-RECOVERED             PIC -(12)9.99.
           05  FILLER PIC X(09) VALUE '  RATE = '.
           05  WS-HY-RATE                  PIC ZZ9.9999.
           05  FILLER PIC X(01) VALUE '%'.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(40).
           05  WS-TL-AMOUNT                PIC -(12)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-TL-NOTE                  PIC X(40).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'S' TO WS-RL-PHASE
           MOVE ZERO TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-LOSS-HISTORY THRU 2000-EXIT
           PERFORM 4000-MEASURE-EXPOSURE THRU 4000-EXIT
           PERFORM 5000-COMPUTE-LOSS-RATES THRU 5000-EXIT
           PERFORM 6000-COMPUTE-ALLOWANCE THRU 6000-EXIT
           PERFORM 7000-FEED-PROVISION THRU 7000-EXIT
           PERFORM 3000-TERMINATE
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-ACCT-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT CHARGE-OFF-FILE
           OPEN INPUT LOAN-SCHEDULE-FILE
           OPEN INPUT BALANCE-HISTORY-IN
           OPEN INPUT GL-MASTER
           OPEN OUTPUT GL-FEED
           OPEN OUTPUT CECL-REPORT
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT

           MOVE WS-TODAY TO WS-CONV-DATE
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           MOVE WS-CONV-JULIAN TO WS-TODAY-JULIAN
           COMPUTE WS-LOOKBACK-DATE =
               WS-TODAY - (WS-LOOKBACK-YEARS * 10000)

           MOVE WS-TODAY TO WS-HL-DATE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------*
      * 2000-LOAD-LOSS-HISTORY THRU 2000-EXIT
      *   One pass over the charge-off file.  The written-off
      *   account is still on ACCOUNT-MASTER at status 'O', so its
      *   product and rating are the ones it was charged off under.
      *----------------------------------------------------------------*
       2000-LOAD-LOSS-HISTORY.
           MOVE 'N' TO WS-CHG-EOF-SW
           PERFORM 2100-LOAD-ONE-CHARGEOFF THRU 2100-EXIT
               UNTIL WS-CHG-EOF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-LOAD-ONE-CHARGEOFF THRU 2100-EXIT
      *----------------------------------------------------------------*
       2100-LOAD-ONE-CHARGEOFF.
           READ CHARGE-OFF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CHG-EOF-SW
           END-READ
           IF WS-CHG-EOF
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-CHGOFF-CNT

           IF CO-CHARGEOFF-DATE NOT > WS-LOOKBACK-DATE
               OR CO-CHARGEOFF-DATE > WS-TODAY
               GO TO 2100-EXIT
           END-IF

           MOVE CO-ACCT-NO TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   GO TO 2100-EXIT
           END-READ
           MOVE ACCT-TYPE        TO WS-PRODUCT
           MOVE ACCT-RISK-RATING TO WS-RATING

           PERFORM 4600-FIND-OR-ADD-PRODUCT THRU 4600-EXIT
           IF NOT WS-FOUND
               GO TO 2100-EXIT
           END-IF
           ADD CO-CHARGEOFF-AMT TO WS-PT-GROSS(WS-PT-IDX)
           ADD CO-RECOVERED-AMT TO WS-PT-RECOVERED(WS-PT-IDX)

           PERFORM 4700-FIND-OR-ADD-HISTORY THRU 4700-EXIT
           IF NOT WS-FOUND
               GO TO 2100-EXIT
           END-IF
           ADD CO-CHARGEOFF-AMT TO WS-HT-GROSS(WS-HT-IDX)
           ADD CO-RECOVERED-AMT TO WS-HT-RECOVERED(WS-HT-IDX)
           ADD 1 TO WS-CHGOFF-USED-CNT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           CLOSE ACCOUNT-MASTER
           CLOSE CHARGE-OFF-FILE
           CLOSE LOAN-SCHEDULE-FILE
           CLOSE BALANCE-HISTORY-IN
           CLOSE GL-MASTER
           CLOSE GL-FEED
           CLOSE CECL-REPORT
           DISPLAY 'CECLPROV ACCOUNTS READ      = ' WS-ACCT-CNT
           DISPLAY 'CECLPROV CHARGE-OFFS READ   = ' WS-CHGOFF-CNT
           DISPLAY 'CECLPROV CHARGE-OFFS IN USE = ' WS-CHGOFF-USED-CNT
           DISPLAY 'CECLPROV LOANS RESERVED     = ' WS-LOAN-CNT
           DISPLAY 'CECLPROV OVERDRAFTS         = ' WS-OVERDRAFT-CNT
           DISPLAY 'CECLPROV LEFT OUT (TABLES)  = ' WS-DROPPED-CNT
           DISPLAY 'CECLPROV REQUIRED ALLOWANCE = '
               WS-REQUIRED-ALLOWANCE
           DISPLAY 'CECLPROV PROVISION          = ' WS-PROVISION.

      *----------------------------------------------------------------*
      * 4000-MEASURE-EXPOSURE THRU 4000-EXIT
      *   One pass over ACCOUNT-MASTER.  Closed and charged-off
      *   accounts carry nothing to reserve; a loan's exposure is
      *   its outstanding principal and an overdraft's is the
      *   negative balance.
      *----------------------------------------------------------------*
       4000-MEASURE-EXPOSURE.
           MOVE ZERO TO ACCT-NUMBER
           START ACCOUNT-MASTER KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START
           PERFORM 4100-MEASURE-ONE-ACCOUNT THRU 4100-EXIT
               UNTIL WS-EOF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-MEASURE-ONE-ACCOUNT THRU 4100-EXIT
      *----------------------------------------------------------------*
       4100-MEASURE-ONE-ACCOUNT.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF WS-EOF
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-ACCT-CNT

           IF ACCT-STATUS = 'C' OR ACCT-STATUS = 'O'
               GO TO 4100-EXIT
           END-IF
           IF ACCT-BALANCE NOT < ZERO
               GO TO 4100-EXIT
           END-IF

           COMPUTE WS-EXPOSURE = ZERO - ACCT-BALANCE
           MOVE ACCT-TYPE        TO WS-PRODUCT
           MOVE ACCT-RISK-RATING TO WS-RATING
           IF ACCT-TYPE = 'LN'
               PERFORM 4200-AGE-LOAN THRU 4200-EXIT
               ADD 1 TO WS-LOAN-CNT
           ELSE
               PERFORM 4300-AGE-OVERDRAFT THRU 4300-EXIT
               MOVE WS-NEG-DAYS TO WS-DAYS-PAST-DUE
               ADD 1 TO WS-OVERDRAFT-CNT
           END-IF

           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE < 1
                   MOVE 1 TO WS-BUCKET
               WHEN WS-DAYS-PAST-DUE < 30
                   MOVE 2 TO WS-BUCKET
               WHEN WS-DAYS-PAST-DUE < 60
                   MOVE 3 TO WS-BUCKET
               WHEN WS-DAYS-PAST-DUE < 90
                   MOVE 4 TO WS-BUCKET
               WHEN OTHER
                   MOVE 5 TO WS-BUCKET
           END-EVALUATE

           PERFORM 4800-FIND-OR-ADD-SEGMENT THRU 4800-EXIT
           IF NOT WS-FOUND
               ADD 1 TO WS-DROPPED-CNT
               MOVE 4 TO RETURN-CODE
               GO TO 4100-EXIT
           END-IF
           ADD 1           TO WS-SG-COUNT(WS-SG-IDX)
           ADD WS-EXPOSURE TO WS-SG-EXPOSURE(WS-SG-IDX)

           PERFORM 4600-FIND-OR-ADD-PRODUCT THRU 4600-EXIT
           IF WS-FOUND
               ADD WS-EXPOSURE TO WS-PT-EXPOSURE(WS-PT-IDX)
           END-IF
           PERFORM 4700-FIND-OR-ADD-HISTORY THRU 4700-EXIT
           IF WS-FOUND
               ADD WS-EXPOSURE TO WS-HT-EXPOSURE(WS-HT-IDX)
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4200-AGE-LOAN THRU 4200-EXIT
      *   Days past due of the loan's oldest unpaid row - the rows
      *   key in payment order, so the first unpaid one found is
      *   the oldest.  Not yet due is current.
      *----------------------------------------------------------------*
       4200-AGE-LOAN.
           MOVE ZERO TO WS-DAYS-PAST-DUE
           MOVE 'N'  TO WS-SCHD-EOF-SW
           MOVE ACCT-NUMBER TO LS-ACCT-NO
           MOVE ZERO        TO LS-PAY-NO
           START LOAN-SCHEDULE-FILE KEY IS NOT LESS THAN LS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCHD-EOF-SW
           END-START
           PERFORM 4210-CHECK-ONE-ROW THRU 4210-EXIT
               UNTIL WS-SCHD-EOF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4210-CHECK-ONE-ROW THRU 4210-EXIT
      *----------------------------------------------------------------*
       4210-CHECK-ONE-ROW.
           READ LOAN-SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCHD-EOF-SW
           END-READ
           IF WS-SCHD-EOF
               GO TO 4210-EXIT
           END-IF
           IF LS-ACCT-NO NOT = ACCT-NUMBER
               MOVE 'Y' TO WS-SCHD-EOF-SW
               GO TO 4210-EXIT
           END-IF
           IF LS-PAID-FLAG = 'Y'
               GO TO 4210-EXIT
           END-IF

           MOVE 'Y' TO WS-SCHD-EOF-SW
           IF LS-DUE-DATE < WS-TODAY
               MOVE LS-DUE-DATE TO WS-CONV-DATE
               PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
               COMPUTE WS-DAYS-PAST-DUE =
                   WS-TODAY-JULIAN - WS-CONV-JULIAN
           END-IF.
       4210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4300-AGE-OVERDRAFT THRU 4300-EXIT
      *   The same consecutive-negative-days walk ODAGING runs -
      *   today is day one, prior negative snapshots add days, and
      *   short snapshot gaps ride through.
      *----------------------------------------------------------------*
       4300-AGE-OVERDRAFT.
           MOVE 1 TO WS-NEG-DAYS
           MOVE ZERO TO WS-MISS-RUN
           MOVE ZERO TO WS-WALK-OFFSET
           MOVE 'N' TO WS-WALK-DONE-SW

           PERFORM 4310-WALK-ONE-DAY THRU 4310-EXIT
               UNTIL WS-WALK-DONE
                  OR WS-WALK-OFFSET >= WS-MAX-WALK-DAYS.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4310-WALK-ONE-DAY THRU 4310-EXIT
      *----------------------------------------------------------------*
       4310-WALK-ONE-DAY.
           ADD 1 TO WS-WALK-OFFSET
           COMPUTE WS-CONV-JULIAN = WS-TODAY-JULIAN - WS-WALK-OFFSET
           PERFORM 8100-CONVERT-JULIAN-TO-DATE THRU 8100-EXIT

           MOVE ACCT-NUMBER  TO BH-ACCT-NUMBER
           MOVE WS-CONV-DATE TO BH-AS-OF-DATE
           READ BALANCE-HISTORY-IN
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-HIST-OK
               MOVE ZERO TO WS-MISS-RUN
               IF BH-ENDING-BALANCE < ZERO
                   ADD 1 TO WS-NEG-DAYS
               ELSE
                   MOVE 'Y' TO WS-WALK-DONE-SW
               END-IF
           ELSE
               ADD 1 TO WS-MISS-RUN
               IF WS-MISS-RUN > WS-MAX-MISS-DAYS
                   MOVE 'Y' TO WS-WALK-DONE-SW
               END-IF
           END-IF.
       4310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4600-FIND-OR-ADD-PRODUCT THRU 4600-EXIT
      *   Leaves WS-PT-IDX on WS-PRODUCT's entry, adding it when
      *   new; WS-FOUND-SW stays 'N' only when the table is full.
      *----------------------------------------------------------------*
       4600-FIND-OR-ADD-PRODUCT.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 4650-SEARCH-PRODUCT THRU 4650-EXIT
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PROD-CNT
                  OR WS-FOUND

      *    THE PERFORM VARYING AUGMENT LEAVES THE INDEX ONE PAST THE
      *    MATCHED ENTRY, SO STEP IT BACK BEFORE SUBSCRIPTING.
           IF WS-FOUND
               SET WS-PT-IDX DOWN BY 1
               GO TO 4600-EXIT
           END-IF

           IF WS-PROD-CNT >= 20
               GO TO 4600-EXIT
           END-IF
           ADD 1 TO WS-PROD-CNT
           SET WS-PT-IDX TO WS-PROD-CNT
           MOVE WS-PRODUCT TO WS-PT-PRODUCT(WS-PT-IDX)
           MOVE ZERO       TO WS-PT-GROSS(WS-PT-IDX)
           MOVE ZERO       TO WS-PT-RECOVERED(WS-PT-IDX)
           MOVE ZERO       TO WS-PT-EXPOSURE(WS-PT-IDX)
           MOVE ZERO       TO WS-PT-RATE(WS-PT-IDX)
           MOVE 'Y' TO WS-FOUND-SW.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4650-SEARCH-PRODUCT THRU 4650-EXIT
      *----------------------------------------------------------------*
       4650-SEARCH-PRODUCT.
           IF WS-PT-PRODUCT(WS-PT-IDX) = WS-PRODUCT
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       4650-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4700-FIND-OR-ADD-HISTORY THRU 4700-EXIT
      *   The product / rating entry, the same way.
      *----------------------------------------------------------------*
       4700-FIND-OR-ADD-HISTORY.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 4750-SEARCH-HISTORY THRU 4750-EXIT
               VARYING WS-HT-IDX FROM 1 BY 1
               UNTIL WS-HT-IDX > WS-HIST-CNT
                  OR WS-FOUND

           IF WS-FOUND
               SET WS-HT-IDX DOWN BY 1
               GO TO 4700-EXIT
           END-IF

           IF WS-HIST-CNT >= 100
               GO TO 4700-EXIT
           END-IF
           ADD 1 TO WS-HIST-CNT
           SET WS-HT-IDX TO WS-HIST-CNT
           MOVE WS-PRODUCT TO WS-HT-PRODUCT(WS-HT-IDX)
           MOVE WS-RATING  TO WS-HT-RATING(WS-HT-IDX)
           MOVE ZERO       TO WS-HT-GROSS(WS-HT-IDX)
           MOVE ZERO       TO WS-HT-RECOVERED(WS-HT-IDX)
           MOVE ZERO       TO WS-HT-EXPOSURE(WS-HT-IDX)
           MOVE ZERO       TO WS-HT-RATE(WS-HT-IDX)
           MOVE 'Y' TO WS-FOUND-SW.
       4700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4750-SEARCH-HISTORY THRU 4750-EXIT
      *----------------------------------------------------------------*
       4750-SEARCH-HISTORY.
           IF WS-HT-PRODUCT(WS-HT-IDX) = WS-PRODUCT
               AND WS-HT-RATING(WS-HT-IDX) = WS-RATING
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       4750-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4800-FIND-OR-ADD-SEGMENT THRU 4800-EXIT
      *   The product / bucket / rating exposure segment.
      *----------------------------------------------------------------*
       4800-FIND-OR-ADD-SEGMENT.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 4850-SEARCH-SEGMENT THRU 4850-EXIT
               VARYING WS-SG-IDX FROM 1 BY 1
               UNTIL WS-SG-IDX > WS-SEG-CNT
                  OR WS-FOUND

           IF WS-FOUND
               SET WS-SG-IDX DOWN BY 1
               GO TO 4800-EXIT
           END-IF

           IF WS-SEG-CNT >= 500
               DISPLAY 'CECLPROV SEGMENT TABLE FULL - ACCOUNT '
                   ACCT-NUMBER ' LEFT OUT OF THE ALLOWANCE'
               GO TO 4800-EXIT
           END-IF
           ADD 1 TO WS-SEG-CNT
           SET WS-SG-IDX TO WS-SEG-CNT
           MOVE WS-PRODUCT TO WS-SG-PRODUCT(WS-SG-IDX)
           MOVE WS-BUCKET  TO WS-SG-BUCKET(WS-SG-IDX)
           MOVE WS-RATING  TO WS-SG-RATING(WS-SG-IDX)
           MOVE ZERO       TO WS-SG-COUNT(WS-SG-IDX)
           MOVE ZERO       TO WS-SG-EXPOSURE(WS-SG-IDX)
           MOVE 'Y' TO WS-FOUND-SW.
       4800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4850-SEARCH-SEGMENT THRU 4850-EXIT
      *----------------------------------------------------------------*
       4850-SEARCH-SEGMENT.
           IF WS-SG-PRODUCT(WS-SG-IDX) = WS-PRODUCT
               AND WS-SG-BUCKET(WS-SG-IDX) = WS-BUCKET
               AND WS-SG-RATING(WS-SG-IDX) = WS-RATING
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       4850-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-COMPUTE-LOSS-RATES THRU 5000-EXIT
      *   Net losses over the pool they came out of - tonight's
      *   exposure plus what was written off.  Recoveries beyond
      *   the write-offs leave a rate of zero, not a negative one.
      *----------------------------------------------------------------*
       5000-COMPUTE-LOSS-RATES.
           PERFORM 5100-RATE-ONE-PRODUCT THRU 5100-EXIT
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PROD-CNT
           PERFORM 5200-RATE-ONE-HISTORY THRU 5200-EXIT
               VARYING WS-HT-IDX FROM 1 BY 1
               UNTIL WS-HT-IDX > WS-HIST-CNT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-RATE-ONE-PRODUCT THRU 5100-EXIT
      *----------------------------------------------------------------*
       5100-RATE-ONE-PRODUCT.
           COMPUTE WS-NET-LOSS =
               WS-PT-GROSS(WS-PT-IDX) - WS-PT-RECOVERED(WS-PT-IDX)
           COMPUTE WS-POOL =
               WS-PT-EXPOSURE(WS-PT-IDX) + WS-PT-GROSS(WS-PT-IDX)
           MOVE ZERO TO WS-PT-RATE(WS-PT-IDX)
           IF WS-NET-LOSS > ZERO AND WS-POOL > ZERO
               COMPUTE WS-PT-RATE(WS-PT-IDX) ROUNDED =
                   WS-NET-LOSS / WS-POOL
           END-IF.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5200-RATE-ONE-HISTORY THRU 5200-EXIT
      *   A rating with no charge-offs of its own in the window
      *   takes its product's rate rather than reserving nothing.
      *----------------------------------------------------------------*
       5200-RATE-ONE-HISTORY.
           IF WS-HT-GROSS(WS-HT-IDX) = ZERO
               MOVE WS-HT-PRODUCT(WS-HT-IDX) TO WS-PRODUCT
               PERFORM 4600-FIND-OR-ADD-PRODUCT THRU 4600-EXIT
               IF WS-FOUND
                   MOVE WS-PT-RATE(WS-PT-IDX) TO
                       WS-HT-RATE(WS-HT-IDX)
               END-IF
           ELSE
               COMPUTE WS-NET-LOSS = WS-HT-GROSS(WS-HT-IDX)
                   - WS-HT-RECOVERED(WS-HT-IDX)
               COMPUTE WS-POOL = WS-HT-EXPOSURE(WS-HT-IDX)
                   + WS-HT-GROSS(WS-HT-IDX)
               MOVE ZERO TO WS-HT-RATE(WS-HT-IDX)
               IF WS-NET-LOSS > ZERO AND WS-POOL > ZERO
                   COMPUTE WS-HT-RATE(WS-HT-IDX) ROUNDED =
                       WS-NET-LOSS / WS-POOL
               END-IF
           END-IF

           MOVE WS-HT-PRODUCT(WS-HT-IDX)   TO WS-HY-PRODUCT
           MOVE WS-HT-RATING(WS-HT-IDX)    TO WS-HY-RATING
           MOVE WS-HT-GROSS(WS-HT-IDX)     TO WS-HY-GROSS
           MOVE WS-HT-RECOVERED(WS-HT-IDX) TO WS-HY-RECOVERED
           COMPUTE WS-HY-RATE = WS-HT-RATE(WS-HT-IDX) * 100
           MOVE WS-HISTORY-LINE TO RPT-LINE
           WRITE RPT-LINE.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-COMPUTE-ALLOWANCE THRU 6000-EXIT
      *----------------------------------------------------------------*
       6000-COMPUTE-ALLOWANCE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE ZERO TO WS-REQUIRED-ALLOWANCE
           PERFORM 6100-ALLOW-ONE-SEGMENT THRU 6100-EXIT
               VARYING WS-SG-IDX FROM 1 BY 1
               UNTIL WS-SG-IDX > WS-SEG-CNT.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6100-ALLOW-ONE-SEGMENT THRU 6100-EXIT
      *   The product / rating rate scaled by the bucket factor -
      *   never more than the whole balance.
      *----------------------------------------------------------------*
       6100-ALLOW-ONE-SEGMENT.
           MOVE WS-SG-PRODUCT(WS-SG-IDX) TO WS-PRODUCT
           MOVE WS-SG-RATING(WS-SG-IDX)  TO WS-RATING
           MOVE ZERO TO WS-BASE-RATE
           PERFORM 4700-FIND-OR-ADD-HISTORY THRU 4700-EXIT
           IF WS-FOUND
               MOVE WS-HT-RATE(WS-HT-IDX) TO WS-BASE-RATE
           END-IF

           COMPUTE WS-SEG-RATE =
               WS-BASE-RATE * WS-BUCKET-FACTOR(WS-SG-BUCKET(WS-SG-IDX))
           IF WS-SEG-RATE > 1
               MOVE 1 TO WS-SEG-RATE
           END-IF
           COMPUTE WS-SEG-ALLOWANCE ROUNDED =
               WS-SG-EXPOSURE(WS-SG-IDX) * WS-SEG-RATE
           ADD WS-SEG-ALLOWANCE TO WS-REQUIRED-ALLOWANCE

           MOVE WS-SG-PRODUCT(WS-SG-IDX)  TO WS-SL-PRODUCT
           MOVE WS-BUCKET-NAME(WS-SG-BUCKET(WS-SG-IDX))
                                          TO WS-SL-BUCKET
           MOVE WS-SG-RATING(WS-SG-IDX)   TO WS-SL-RATING
           MOVE WS-SG-COUNT(WS-SG-IDX)    TO WS-SL-COUNT
           MOVE WS-SG-EXPOSURE(WS-SG-IDX) TO WS-SL-EXPOSURE
           COMPUTE WS-SL-RATE = WS-SEG-RATE * 100
           MOVE WS-SEG-ALLOWANCE          TO WS-SL-ALLOWANCE
           MOVE WS-SEGMENT-LINE TO RPT-LINE
           WRITE RPT-LINE.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-FEED-PROVISION THRU 7000-EXIT
      *   The allowance on the ledger is GL 100500's balance, carried
      *   credit-negative.  The difference to the required figure
      *   goes on the feed as one balanced pair dated tonight.
      *----------------------------------------------------------------*
       7000-FEED-PROVISION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-TL-NOTE
           MOVE 'REQUIRED ALLOWANCE' TO WS-TL-LABEL
           MOVE WS-REQUIRED-ALLOWANCE TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-ALLOWANCE-GL-ACCT TO GL-ACCT-NO
           READ GL-MASTER
               INVALID KEY
                   DISPLAY 'CECLPROV ERROR - ALLOWANCE GL ACCOUNT '
                       WS-ALLOWANCE-GL-ACCT ' NOT ON GL MASTER, '
                       'NOTHING FED'
                   MOVE 8 TO RETURN-CODE
                   GO TO 7000-EXIT
           END-READ
           COMPUTE WS-CURRENT-ALLOWANCE = ZERO - GL-BALANCE
           MOVE 'ALLOWANCE ON LEDGER (GL 100500)' TO WS-TL-LABEL
           MOVE WS-CURRENT-ALLOWANCE TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE

           COMPUTE WS-PROVISION =
               WS-REQUIRED-ALLOWANCE - WS-CURRENT-ALLOWANCE
           IF WS-PROVISION = ZERO
               MOVE 'NO PROVISION NEEDED' TO WS-TL-LABEL
               MOVE ZERO TO WS-TL-AMOUNT
               MOVE WS-TOTAL-LINE TO RPT-LINE
               WRITE RPT-LINE
               GO TO 7000-EXIT
           END-IF

           IF WS-PROVISION > ZERO
               MOVE WS-PROVISION TO WS-FEED-AMOUNT
               MOVE 'PROVISION FOR CREDIT LOSSES' TO WS-TL-LABEL
               MOVE 'DR 400400 / CR 100500' TO WS-TL-NOTE
               MOVE WS-PROVISION-GL-ACCT TO GE-GL-ACCT-NO
               MOVE 'D' TO GE-DR-CR
               PERFORM 7100-WRITE-FEED-ENTRY THRU 7100-EXIT
               MOVE WS-ALLOWANCE-GL-ACCT TO GE-GL-ACCT-NO
               MOVE 'C' TO GE-DR-CR
               PERFORM 7100-WRITE-FEED-ENTRY THRU 7100-EXIT
           ELSE
               COMPUTE WS-FEED-AMOUNT = ZERO - WS-PROVISION
               MOVE 'RELEASE OF ALLOWANCE' TO WS-TL-LABEL
               MOVE 'DR 100500 / CR 400400' TO WS-TL-NOTE
               MOVE WS-ALLOWANCE-GL-ACCT TO GE-GL-ACCT-NO
               MOVE 'D' TO GE-DR-CR
               PERFORM 7100-WRITE-FEED-ENTRY THRU 7100-EXIT
               MOVE WS-PROVISION-GL-ACCT TO GE-GL-ACCT-NO
               MOVE 'C' TO GE-DR-CR
               PERFORM 7100-WRITE-FEED-ENTRY THRU 7100-EXIT
           END-IF

           MOVE WS-PROVISION TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7100-WRITE-FEED-ENTRY THRU 7100-EXIT
      *   A fed entry carries no transaction - GE-TXN-ID is zero and
      *   GE-SOURCE-TYPE 'AL' names the allowance as its source.
      *----------------------------------------------------------------*
       7100-WRITE-FEED-ENTRY.
           MOVE WS-TODAY       TO GE-POST-DATE
           MOVE ZERO           TO GE-TXN-ID
           MOVE WS-FEED-AMOUNT TO GE-AMOUNT
           MOVE 'AL'           TO GE-SOURCE-TYPE
           WRITE GL-ENTRY-RECORD.
       7100-EXIT.
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
           MOVE 'CECLPROV' TO RL-PROGRAM
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
