      * annual rate): gross = ANNUAL / 24, with flat-rate federal
      * withholding and FICA deducted to arrive at net pay.  Detail
      * and totals are written to the payroll register.
      *
      * OFF-CYCLE MODE - when the job supplies an OFFCYC request file
      * the run pays only the employees it lists, one check or
      * single-entry ACH credit per request, and does not touch the
      * regular cycle (no period pay, accrual, prenote or reissue):
      *   'F' = final pay for a terminated employee - wages for the
      *         workdays since the last regular check through the
      *         last day worked, plus any leave payout due
      *   'M' = manual replacement for a lost check - the original
      *         check's net, off PAYHIST, paid again
      *   'R' = retroactive pay - each salary increase EMPMAINT
      *         keyed late (EMPHIST) owes the difference for every
      *         regular check cut between its effective date and
      *         the date it was keyed
      * Final and retro pay are supplemental wages, withheld at the
      * supplemental rate, and post to EMPYTD, EMPDEDUC and PAYHIST
      * like any other check.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL.
      *                    DEDUCTION ITEMIZES UNDER THE REGISTER
      *                    DETAIL LINE.  NO EMPDEDUC DD MEANS NO
      *                    DEDUCTIONS, THE PRIOR BEHAVIOR.
      *   2026-10-15  DS   RETURNED DIRECT DEPOSIT - AN INSTRUCTION
      *                    PAYRTN FLAGGED RETURNED ('R') PAYS BY
      *                    CHECK LIKE A CANCELLED ONE, AND EACH PAY
      *                    CREDIT PAYRTN REVERSED TO PAYRVSL IS
      *                    REISSUED BY CHECK, LISTED AFTER THE
      *                    REGISTER TOTALS.  NO PAYRVSL DD MEANS
      *                    NOTHING TO REISSUE.
      *   2026-10-15  DS   PAID TIME OFF - EACH PERIOD POSTS THE
      *                    ACCRUAL FROM THE NEW LVPLAN LEAVE PLAN
      *                    TABLE (HOURS BY TITLE AND YEARS OF
      *                    SERVICE) TO THE EMPLOYEE'S LVBAL BALANCE,
      *                    CAPPING THE CARRYOVER WHEN THE PLAN YEAR
      *                    ROLLS, AND DOCKS UNPAID LEAVE QUEUED BY
      *                    LVRMNT FROM GROSS AT THE HOURLY RATE.  A
      *                    TERMINATED EMPLOYEE WITH A LEAVE PAYOUT
      *                    FLAGGED BY EMPMAINT GETS A FINAL CHECK
      *                    FOR IT, WITHHELD AT THE FLAT SUPPLEMENTAL
      *                    RATE.  NO LVBAL DD MEANS NO LEAVE
      *                    PROCESSING, THE PRIOR BEHAVIOR.
      *   2026-10-15  DS   FICA NOW WITHHOLDS AS ITS TWO HALVES -
      *                    SOCIAL SECURITY STOPS AT THE ANNUAL WAGE
      *                    BASE, MEDICARE HAS NO BASE (THE COMBINED
      *                    RATE USED TO STOP AT THE BASE WHOLE).
      *                    EVERY CHECK CUT NOW ALSO WRITES A PAYHIST
      *                    PAY HISTORY RECORD FOR QTRTAX'S QUARTERLY
      *                    TAX REPORTING.  NO PAYHIST DD MEANS NO
      *                    HISTORY IS KEPT.
      *   2026-10-15  DS   OFF-CYCLE MODE - AN OFFCYC REQUEST FILE
      *                    PAYS FINAL PAY, LOST-CHECK REPLACEMENTS
      *                    AND RETRO PAY FOR LATE SALARY INCREASES
      *                    (FROM EMPHIST) TO THE LISTED EMPLOYEES
      *                    ONLY.  FINAL AND RETRO PAY WITHHOLD AT THE
      *                    SUPPLEMENTAL RATE, AS THE CYCLE'S LEAVE
      *                    PAYOUT FINAL CHECK NOW DOES TOO.  PAYHIST
      *                    NOW CARRIES THE PAY METHOD, AND THE PAY
      *                    TYPE IS PART OF ITS KEY.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

               RECORD KEY IS ED-KEY
               FILE STATUS IS WS-DEDUC-STATUS.

           SELECT LEAVE-PLAN-FILE ASSIGN TO LVPLAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LVPLAN-STATUS.

           SELECT LEAVE-BALANCE-FILE ASSIGN TO LVBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-EMP-ID
               FILE STATUS IS WS-LVBAL-STATUS.

           SELECT PAY-REVERSAL-FILE ASSIGN TO PAYRVSL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVSL-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT OFF-CYCLE-FILE ASSIGN TO OFFCYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFFC-STATUS.

           SELECT EMPLOYEE-HISTORY ASSIGN TO EMPHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PROC-DATE-CTL ASSIGN TO PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
       FD  EMP-DEDUCTION-FILE.
           COPY "empdeduc.cpy".

       FD  LEAVE-PLAN-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  LEAVE-PLAN-RECORD.
           05  LP-TITLE                   PIC X(04).
           05  LP-MIN-YEARS               PIC 9(02).
           05  LP-ACCRUAL-HOURS           PIC 9(02)V99.
           05  LP-CARRYOVER-CAP           PIC 9(04)V99.
           05  FILLER                     PIC X(04).

       FD  LEAVE-BALANCE-FILE.
           COPY "lvbal.cpy".

       FD  PAY-REVERSAL-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY "payrvsl.cpy".

       FD  PAY-HISTORY-FILE.
           COPY "payhist.cpy".

       FD  OFF-CYCLE-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  OFF-CYCLE-RECORD.
           05  OC-EMP-ID                  PIC 9(08).
           05  OC-PAY-TYPE                PIC X(01).
               88  OC-FINAL-PAY             VALUE 'F'.
               88  OC-MANUAL-CHECK          VALUE 'M'.
               88  OC-RETRO-PAY             VALUE 'R'.
           05  OC-DATE                    PIC 9(08).
           05  OC-ORIG-TYPE               PIC X(01).
           05  OC-REFERENCE               PIC X(15).
           05  FILLER                     PIC X(07).

       FD  EMPLOYEE-HISTORY.
           COPY "emphist.cpy".

       FD  PROC-DATE-CTL
           RECORD CONTAINS 8 CHARACTERS.
       01  PROC-DATE-RECORD               PIC 9(08).
           88  WS-EOF                      VALUE 'Y'.

       01  WS-FED-WITHHOLD-RATE           PIC V9999 VALUE .1800.
       01  WS-SS-RATE                     PIC V9999 VALUE .0620.
       01  WS-MEDICARE-RATE               PIC V9999 VALUE .0145.
       01  WS-FICA-WAGE-BASE              PIC 9(09)V99 VALUE 168600.00.

      *----------------------------------------------------------------*
      * SUPPLEMENTAL WAGES (FINAL AND RETRO PAY, LEAVE PAYOUTS) -
      * FLAT FEDERAL RATE, THE MANDATORY HIGHER RATE ON ANY PART
      * OF THE YEAR'S WAGES OVER THE MILLION-DOLLAR MARK.
      *----------------------------------------------------------------*
       01  WS-SUPP-RATE                   PIC V9999 VALUE .2200.
       01  WS-SUPP-HIGH-RATE              PIC V9999 VALUE .3700.
       01  WS-SUPP-HIGH-BASE              PIC 9(09)V99 VALUE 1000000.00.
       01  WS-SUPP-ROOM                   PIC S9(11)V99 VALUE ZERO.
       01  WS-SUPPLEMENTAL-SW             PIC X(01)   VALUE 'N'.
           88  WS-SUPPLEMENTAL             VALUE 'Y'.

      *----------------------------------------------------------------*
      * GRADUATED WITHHOLDING - ANNUAL BRACKET TABLE LOADED FROM
      * TAXBRKT (ASCENDING FLOORS).  AN EMPTY OR MISSING FILE LEAVES
           05  WS-GROSS-PAY               PIC S9(07)V99 VALUE ZERO.
           05  WS-FED-WITHHOLDING         PIC S9(07)V99 VALUE ZERO.
           05  WS-FICA-WITHHOLDING        PIC S9(07)V99 VALUE ZERO.
           05  WS-SS-WITHHOLDING          PIC S9(07)V99 VALUE ZERO.
           05  WS-MEDICARE-WITHHOLDING    PIC S9(07)V99 VALUE ZERO.
           05  WS-NET-PAY                 PIC S9(07)V99 VALUE ZERO.

      *----------------------------------------------------------------*
       01  WS-DEDUCT-AMOUNT               PIC S9(07)V99 VALUE ZERO.
       01  WS-DEDUCT-TOTAL                PIC S9(07)V99 VALUE ZERO.
       01  WS-GOAL-ROOM                   PIC S9(09)V99 VALUE ZERO.
       01  WS-DEDUCT-SCOPE-SW             PIC X(01)   VALUE 'A'.
           88  WS-DEDUCT-ALL               VALUE 'A'.
           88  WS-DEDUCT-PCT-ONLY          VALUE 'P'.
           88  WS-DEDUCT-NONE              VALUE 'N'.
       01  WS-ITEM-CNT                    PIC 9(02)   VALUE ZERO.
       01  WS-ITEM-TABLE.
           05  WS-IT-ENTRY OCCURS 10 TIMES INDEXED BY WS-IT-IDX.
               10  WS-IT-CODE             PIC X(03).
               10  WS-IT-AMOUNT           PIC S9(07)V99.

      *----------------------------------------------------------------*
      * PAID TIME OFF - LEAVE PLAN TABLE LOADED FROM LVPLAN (GROUPED
      * BY TITLE, ASCENDING MINIMUM YEARS OF SERVICE WITHIN A TITLE;
      * TITLE '****' IS THE PLAN FOR ANY TITLE NOT LISTED) AND THE
      * LVBAL BALANCES.  A MISSING LVBAL DD LEAVES THE AVAILABILITY
      * SWITCH OFF AND NOTHING ACCRUES, DOCKS OR PAYS OUT.  THE
      * HOURLY RATE IS THE ANNUAL SALARY OVER 2080 HOURS.
      *----------------------------------------------------------------*
       01  WS-LVPLAN-STATUS               PIC X(02).
       01  WS-LVBAL-STATUS                PIC X(02).
       01  WS-LVBAL-AVAIL-SW              PIC X(01)   VALUE 'N'.
           88  WS-LVBAL-AVAIL              VALUE 'Y'.
       01  WS-PLAN-EOF-SW                 PIC X(01)   VALUE 'N'.
           88  WS-PLAN-EOF                 VALUE 'Y'.
       01  WS-PLAN-FOUND-SW               PIC X(01)   VALUE 'N'.
           88  WS-PLAN-FOUND               VALUE 'Y'.
       01  WS-FINAL-CHECK-SW              PIC X(01)   VALUE 'N'.
           88  WS-FINAL-CHECK              VALUE 'Y'.
       01  WS-PLAN-CNT                    PIC 9(03)   VALUE ZERO.
       01  WS-PLAN-TABLE.
           05  WS-PL-ENTRY OCCURS 100 TIMES INDEXED BY WS-PL-IDX.
               10  WS-PL-TITLE            PIC X(04).
               10  WS-PL-MIN-YEARS        PIC 9(02).
               10  WS-PL-ACCRUAL-HOURS    PIC 9(02)V99.
               10  WS-PL-CARRYOVER-CAP    PIC 9(04)V99.
       01  WS-LEAVE-WORK.
           05  WS-PLAN-TITLE              PIC X(04)   VALUE SPACES.
           05  WS-SERVICE-YEARS           PIC S9(03)  VALUE ZERO.
           05  WS-PERIOD-ACCRUAL          PIC S9(03)V99 VALUE ZERO.
           05  WS-CARRYOVER-CAP           PIC S9(05)V99 VALUE ZERO.
           05  WS-HOURLY-RATE             PIC S9(05)V9999 VALUE ZERO.
           05  WS-HOURS-PER-YEAR          PIC 9(04)   VALUE 2080.
           05  WS-UNPAID-HOURS            PIC S9(05)V99 VALUE ZERO.
           05  WS-UNPAID-DOCK             PIC S9(07)V99 VALUE ZERO.
           05  WS-LEAVE-PAYOUT            PIC S9(07)V99 VALUE ZERO.
       01  WS-SVC-DATE                    PIC 9(08)   VALUE ZERO.
       01  WS-SVC-DATE-R REDEFINES WS-SVC-DATE.
           05  WS-SVC-YYYY                PIC 9(04).
           05  WS-SVC-MMDD                PIC 9(04).
       01  WS-HIRE-DATE                   PIC 9(08)   VALUE ZERO.
       01  WS-HIRE-DATE-R REDEFINES WS-HIRE-DATE.
           05  WS-HIRE-YYYY               PIC 9(04).
           05  WS-HIRE-MMDD               PIC 9(04).
       01  WS-FINAL-CNT                   PIC 9(07)   VALUE ZERO.
       01  WS-TOTAL-DOCK                  PIC S9(09)V99 VALUE ZERO.
       01  WS-TOTAL-PAYOUT                PIC S9(09)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      * RETURNED DIRECT DEPOSITS REISSUED BY CHECK - PAYRTN'S
      * PAYRVSL REVERSALS SINCE THE LAST RUN.
      *----------------------------------------------------------------*
       01  WS-RVSL-STATUS                 PIC X(02).
       01  WS-RVSL-EOF-SW                 PIC X(01)   VALUE 'N'.
           88  WS-RVSL-EOF                 VALUE 'Y'.
       01  WS-REISSUE-CNT                 PIC 9(07)   VALUE ZERO.
       01  WS-REISSUE-TOTAL               PIC S9(09)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      * PAY HISTORY - ONE PAYHIST RECORD PER CHECK FOR QTRTAX.  A
      * MISSING PAYHIST DD LEAVES THE AVAILABILITY SWITCH OFF.
      *----------------------------------------------------------------*
       01  WS-PAYHIST-STATUS              PIC X(02).
       01  WS-PAYHIST-AVAIL-SW            PIC X(01)   VALUE 'N'.
           88  WS-PAYHIST-AVAIL            VALUE 'Y'.
       01  WS-PH-TYPE                     PIC X(01)   VALUE 'R'.

      *----------------------------------------------------------------*
      * OFF-CYCLE MODE - SET WHEN THE OFFCYC REQUEST FILE OPENS.
      * FINAL WAGES ARE EIGHT HOURS A WEEKDAY AT THE HOURLY RATE.
      *----------------------------------------------------------------*
       01  WS-OFFC-STATUS                 PIC X(02).
       01  WS-HIST-STATUS                 PIC X(02).
       01  WS-OFFCYCLE-SW                 PIC X(01)   VALUE 'N'.
           88  WS-OFFCYCLE                 VALUE 'Y'.
       01  WS-OC-EOF-SW                   PIC X(01)   VALUE 'N'.
           88  WS-OC-EOF                   VALUE 'Y'.
       01  WS-OC-VALID-SW                 PIC X(01)   VALUE 'Y'.
           88  WS-OC-VALID                 VALUE 'Y'.
       01  WS-HIST-EOF-SW                 PIC X(01)   VALUE 'N'.
           88  WS-HIST-EOF                 VALUE 'Y'.
       01  WS-PH-EOF-SW                   PIC X(01)   VALUE 'N'.
           88  WS-PH-EOF                   VALUE 'Y'.
       01  WS-FINAL-PAID-SW               PIC X(01)   VALUE 'N'.
           88  WS-FINAL-PAID               VALUE 'Y'.
       01  WS-OC-REASON                   PIC X(40)   VALUE SPACES.
       01  WS-OC-WORK.
           05  WS-OC-GROSS                PIC S9(07)V99 VALUE ZERO.
           05  WS-OC-WAGES                PIC S9(07)V99 VALUE ZERO.
           05  WS-OC-RETRO                PIC S9(07)V99 VALUE ZERO.
           05  WS-OC-COUNT                PIC 9(04)   VALUE ZERO.
           05  WS-OC-SHOW-DATE            PIC 9(08)   VALUE ZERO.
           05  WS-RETRO-DIFF              PIC S9(07)V99 VALUE ZERO.
           05  WS-RETRO-PERIODS           PIC 9(04)   VALUE ZERO.
           05  WS-HOURS-PER-DAY           PIC 9(02)   VALUE 08.
       01  WS-LAST-REG-DATE               PIC 9(08)   VALUE ZERO.
       01  WS-LAST-RETRO-DATE             PIC 9(08)   VALUE ZERO.
       01  WS-PERIOD-START                PIC 9(08)   VALUE ZERO.
       01  WS-PERIOD-START-R REDEFINES WS-PERIOD-START.
           05  WS-PS-YYYYMM               PIC 9(06).
           05  WS-PS-DD                   PIC 9(02).
       01  WS-START-JULIAN                PIC S9(09)  VALUE ZERO.
       01  WS-END-JULIAN                  PIC S9(09)  VALUE ZERO.
       01  WS-DAY-JULIAN                  PIC S9(09)  VALUE ZERO.
       01  WS-WEEK-QUOTIENT               PIC S9(09)  VALUE ZERO.
       01  WS-WEEKDAY                     PIC 9(01)   VALUE ZERO.
       01  WS-OC-COUNTERS.
           05  WS-OC-READ-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-OC-PAID-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-OC-REJECT-CNT           PIC 9(07)   VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-EMP-CNT                 PIC 9(07)   VALUE ZERO.
           05  WS-PAID-CNT                PIC 9(07)   VALUE ZERO.
           05  FILLER                     PIC X(20)   VALUE SPACES.
           05  WS-BH-COMPANY-ID           PIC X(10).
           05  FILLER                     PIC X(03)   VALUE 'PPD'.
           05  WS-BH-ENTRY-DESC           PIC X(10)   VALUE 'PAYROLL'.
           05  WS-BH-DESC-DATE            PIC X(06).
           05  WS-BH-EFF-DATE             PIC 9(06).
           05  FILLER                     PIC X(03)   VALUE SPACES.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-XL-AMOUNT               PIC -(06)9.99.

       01  WS-LEAVE-LINE.
           05  FILLER PIC X(12) VALUE SPACES.
           05  FILLER PIC X(17) VALUE 'LEAVE    ACCRUED '.
           05  WS-LL-ACCRUED              PIC -(04)9.99.
           05  FILLER PIC X(10) VALUE ' BALANCE  '.
           05  WS-LL-BALANCE              PIC -(05)9.99.
           05  FILLER PIC X(13) VALUE ' UNPAID HRS  '.
           05  WS-LL-UNPAID-HOURS         PIC -(04)9.99.
           05  FILLER PIC X(09) VALUE ' DOCKED  '.
           05  WS-LL-DOCKED               PIC -(06)9.99.

       01  WS-PAYOUT-LINE.
           05  FILLER PIC X(12) VALUE SPACES.
           05  FILLER PIC X(30)
                   VALUE 'FINAL CHECK - LEAVE PAYOUT    '.
           05  WS-PO-HOURS                PIC -(05)9.99.
           05  FILLER PIC X(07) VALUE ' HOURS '.
           05  WS-PO-AMOUNT               PIC -(06)9.99.

       01  WS-OFFCYCLE-LINE.
           05  FILLER PIC X(12) VALUE SPACES.
           05  FILLER PIC X(10) VALUE 'OFF-CYCLE '.
           05  WS-OL-DESC                 PIC X(24).
           05  WS-OL-COUNT                PIC ZZZ9
                                          BLANK WHEN ZERO.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-OL-AMOUNT               PIC -(06)9.99.
           05  FILLER PIC X(06) VALUE ' DATE '.
           05  WS-OL-DATE                 PIC 9(08).
           05  FILLER PIC X(06) VALUE ' REF  '.
           05  WS-OL-REF                  PIC X(15).

       01  WS-OC-REJECT-LINE.
           05  WS-OJ-EMP-ID               PIC 9(08).
           05  FILLER PIC X(11) VALUE ' OFF-CYCLE '.
           05  WS-OJ-PAY-TYPE             PIC X(01).
           05  FILLER PIC X(12) VALUE ' REJECTED - '.
           05  WS-OJ-REASON               PIC X(40).
           05  FILLER PIC X(06) VALUE ' REF  '.
           05  WS-OJ-REF                  PIC X(15).

       01  WS-OC-TOTAL-LINE.
           05  FILLER PIC X(18) VALUE 'OFF-CYCLE TOTALS -'.
           05  FILLER PIC X(10) VALUE ' REQUESTS '.
           05  WS-OT-READ                 PIC Z(06)9.
           05  FILLER PIC X(06) VALUE ' PAID '.
           05  WS-OT-PAID                 PIC Z(06)9.
           05  FILLER PIC X(10) VALUE ' REJECTED '.
           05  WS-OT-REJECT               PIC Z(06)9.

       01  WS-TOTAL-LINE.
           05  FILLER PIC X(18) VALUE 'PAYROLL TOTALS -  '.
           05  FILLER PIC X(07) VALUE 'GROSS  '.
           05  FILLER PIC X(09) VALUE ' DEDUCT  '.
           05  WS-TL-DEDUCT               PIC -(08)9.99.

       01  WS-LEAVE-TOTAL-LINE.
           05  FILLER PIC X(18) VALUE 'LEAVE TOTALS   -  '.
           05  FILLER PIC X(14) VALUE 'UNPAID DOCKED '.
           05  WS-LT-DOCKED               PIC -(08)9.99.
           05  FILLER PIC X(17) VALUE ' FINAL PAYOUTS   '.
           05  WS-LT-PAYOUT-CNT           PIC Z(06)9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-LT-PAYOUT               PIC -(08)9.99.

       01  WS-REISSUE-LINE.
           05  WS-RL-EMP-ID               PIC 9(08).
           05  FILLER PIC X(20) VALUE ' REISSUED BY CHECK  '.
           05  FILLER PIC X(06) VALUE 'TRACE '.
           05  WS-RL-TRACE                PIC X(15).
           05  FILLER PIC X(09) VALUE ' RETURN  '.
           05  WS-RL-RETURN-CODE          PIC X(03).
           05  FILLER PIC X(06) VALUE ' NET  '.
           05  WS-RL-AMOUNT               PIC -(06)9.99.

       01  WS-REISSUE-TOTAL-LINE.
           05  FILLER PIC X(28) VALUE 'REISSUED RETURNED DEPOSITS -'.
           05  FILLER PIC X(07) VALUE ' COUNT '.
           05  WS-RT-COUNT                PIC Z(06)9.
           05  FILLER PIC X(06) VALUE ' NET  '.
           05  WS-RT-AMOUNT               PIC -(08)9.99.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-OFFCYCLE
               PERFORM 5000-PROCESS-OFF-CYCLE THRU 5000-EXIT
                   UNTIL WS-OC-EOF
           ELSE
               PERFORM 2000-PROCESS-EMPLOYEE THRU 2000-EXIT
                   UNTIL WS-EOF
           END-IF
           PERFORM 3000-TERMINATE
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE
      *   An OFFCYC request file puts the run in off-cycle mode.  The
      *   mode cannot work without PAYHIST - the last regular check,
      *   the original of a lost check and the checks owed retro pay
      *   all come from it - so then nothing is paid and the step
      *   ends RC 16.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT  EMPLOYEE-MASTER
           IF WS-DEDUC-STATUS = '00'
               MOVE 'Y' TO WS-DEDUC-AVAIL-SW
           END-IF
           OPEN I-O    LEAVE-BALANCE-FILE
           IF WS-LVBAL-STATUS = '00'
               MOVE 'Y' TO WS-LVBAL-AVAIL-SW
           END-IF
           OPEN I-O    PAY-HISTORY-FILE
           IF WS-PAYHIST-STATUS = '00'
               MOVE 'Y' TO WS-PAYHIST-AVAIL-SW
           END-IF
           OPEN INPUT  OFF-CYCLE-FILE
           IF WS-OFFC-STATUS = '00'
               MOVE 'Y' TO WS-OFFCYCLE-SW
               MOVE 'OFFCYCLE' TO WS-BH-ENTRY-DESC
           END-IF
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           MOVE WS-TODAY(1:4) TO WS-CURRENT-YEAR
           PERFORM 1200-LOAD-BRACKET-TABLE THRU 1200-EXIT
           IF WS-LVBAL-AVAIL
               PERFORM 1300-LOAD-LEAVE-PLAN THRU 1300-EXIT
           END-IF
           MOVE WS-TODAY TO WS-CONV-DATE
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           MOVE WS-CONV-JULIAN TO WS-TODAY-JULIAN
           PERFORM 7000-WRITE-ACH-FILE-HEADER THRU 7000-EXIT
           IF NOT WS-OFFCYCLE
               PERFORM 2100-READ-EMPLOYEE
           ELSE
               IF WS-PAYHIST-AVAIL
                   PERFORM 5050-READ-OFF-CYCLE
               ELSE
                   DISPLAY 'PAYROLL - NO PAYHIST, OFF-CYCLE NOT RUN'
                   MOVE 'Y' TO WS-OC-EOF-SW
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 1200-LOAD-BRACKET-TABLE THRU 1200-EXIT
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1300-LOAD-LEAVE-PLAN THRU 1300-EXIT
      *   Loads the leave plan bands - per-period accrual hours and
      *   the year-end carryover cap by title and minimum years of
      *   service.  Without the table balances still carry, dock
      *   and pay out, but nothing new accrues.
      *----------------------------------------------------------------*
       1300-LOAD-LEAVE-PLAN.
           OPEN INPUT LEAVE-PLAN-FILE
           IF WS-LVPLAN-STATUS NOT = '00'
               DISPLAY 'PAYROLL - NO LEAVE PLAN TABLE, NO ACCRUALS'
               GO TO 1300-EXIT
           END-IF
           PERFORM 1310-LOAD-ONE-PLAN THRU 1310-EXIT
               UNTIL WS-PLAN-EOF OR WS-PLAN-CNT >= 100
           CLOSE LEAVE-PLAN-FILE.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1310-LOAD-ONE-PLAN THRU 1310-EXIT
      *----------------------------------------------------------------*
       1310-LOAD-ONE-PLAN.
           READ LEAVE-PLAN-FILE
               AT END
                   MOVE 'Y' TO WS-PLAN-EOF-SW
           END-READ
           IF WS-PLAN-EOF
               GO TO 1310-EXIT
           END-IF
           ADD 1 TO WS-PLAN-CNT
           SET WS-PL-IDX TO WS-PLAN-CNT
           MOVE LP-TITLE         TO WS-PL-TITLE(WS-PL-IDX)
           MOVE LP-MIN-YEARS     TO WS-PL-MIN-YEARS(WS-PL-IDX)
           MOVE LP-ACCRUAL-HOURS TO WS-PL-ACCRUAL-HOURS(WS-PL-IDX)
           MOVE LP-CARRYOVER-CAP TO WS-PL-CARRYOVER-CAP(WS-PL-IDX).
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESS-EMPLOYEE THRU 2000-EXIT
      *----------------------------------------------------------------*
       2000-PROCESS-EMPLOYEE.
           ADD 1 TO WS-EMP-CNT
           MOVE 'N' TO WS-FINAL-CHECK-SW
           IF EMP-STATUS = 'T'
               PERFORM 2300-CHECK-LEAVE-PAYOUT THRU 2300-EXIT
           END-IF
           IF EMP-STATUS = 'A' OR WS-FINAL-CHECK
               MOVE 'R' TO WS-PH-TYPE
               IF WS-FINAL-CHECK
                   MOVE 'F' TO WS-PH-TYPE
               END-IF
               MOVE WS-FINAL-CHECK-SW TO WS-SUPPLEMENTAL-SW
               MOVE 'A' TO WS-DEDUCT-SCOPE-SW
               PERFORM 4000-COMPUTE-PAY THRU 4000-EXIT
               PERFORM 4600-DETERMINE-PAY-METHOD THRU 4600-EXIT
               PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT
               PERFORM 4800-WRITE-PAY-HISTORY THRU 4800-EXIT
               ADD 1 TO WS-PAID-CNT
           END-IF
           PERFORM 2100-READ-EMPLOYEE.
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 2300-CHECK-LEAVE-PAYOUT THRU 2300-EXIT
      *   A terminated employee whose leave balance EMPMAINT flagged
      *   for payout is paid it on a final check this run - the
      *   hours at the hourly rate of the salary on file.  The
      *   balance record is marked paid first so a rerun cannot
      *   pay it twice.
      *----------------------------------------------------------------*
       2300-CHECK-LEAVE-PAYOUT.
           IF NOT WS-LVBAL-AVAIL
               GO TO 2300-EXIT
           END-IF
           MOVE EMP-ID TO LB-EMP-ID
           READ LEAVE-BALANCE-FILE
               INVALID KEY
                   GO TO 2300-EXIT
           END-READ
           IF NOT LB-PAYOUT-PENDING
               GO TO 2300-EXIT
           END-IF

           COMPUTE WS-HOURLY-RATE ROUNDED =
               EMP-SALARY / WS-HOURS-PER-YEAR
           COMPUTE WS-LEAVE-PAYOUT ROUNDED =
               LB-PAYOUT-HOURS * WS-HOURLY-RATE
           IF WS-LEAVE-PAYOUT < ZERO
               MOVE ZERO TO WS-LEAVE-PAYOUT
           END-IF
           MOVE WS-LEAVE-PAYOUT TO LB-PAYOUT-AMOUNT
           MOVE WS-TODAY        TO LB-PAYOUT-DATE
           MOVE 'D'             TO LB-PAYOUT-SW
           REWRITE LEAVE-BALANCE-RECORD

           IF WS-LEAVE-PAYOUT > ZERO
               MOVE 'Y' TO WS-FINAL-CHECK-SW
               ADD 1 TO WS-FINAL-CNT
               ADD WS-LEAVE-PAYOUT TO WS-TOTAL-PAYOUT
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
           MOVE WS-TOTAL-DEDUCT TO WS-TL-DEDUCT
           MOVE WS-TOTAL-LINE TO REG-LINE
           WRITE REG-LINE
           IF WS-LVBAL-AVAIL
               MOVE WS-TOTAL-DOCK   TO WS-LT-DOCKED
               MOVE WS-FINAL-CNT    TO WS-LT-PAYOUT-CNT
               MOVE WS-TOTAL-PAYOUT TO WS-LT-PAYOUT
               MOVE WS-LEAVE-TOTAL-LINE TO REG-LINE
               WRITE REG-LINE
           END-IF

           IF WS-OFFCYCLE
               MOVE WS-OC-READ-CNT   TO WS-OT-READ
               MOVE WS-OC-PAID-CNT   TO WS-OT-PAID
               MOVE WS-OC-REJECT-CNT TO WS-OT-REJECT
               MOVE WS-OC-TOTAL-LINE TO REG-LINE
               WRITE REG-LINE
           ELSE
               PERFORM 3500-REISSUE-RETURNED THRU 3500-EXIT
           END-IF

           PERFORM 7500-WRITE-ACH-TRAILERS THRU 7500-EXIT

           IF WS-DEDUC-AVAIL
               CLOSE EMP-DEDUCTION-FILE
           END-IF
           IF WS-LVBAL-AVAIL
               CLOSE LEAVE-BALANCE-FILE
           END-IF
           IF WS-PAYHIST-AVAIL
               CLOSE PAY-HISTORY-FILE
           END-IF
           IF WS-OFFCYCLE
               CLOSE OFF-CYCLE-FILE
               DISPLAY 'PAYROLL OFF-CYCLE READ = ' WS-OC-READ-CNT
               DISPLAY 'PAYROLL OFF-CYCLE PAID = ' WS-OC-PAID-CNT
               DISPLAY 'PAYROLL OFF-CYCLE REJ  = ' WS-OC-REJECT-CNT
           END-IF
           DISPLAY 'PAYROLL EMPLOYEES READ = ' WS-EMP-CNT
           DISPLAY 'PAYROLL EMPLOYEES PAID = ' WS-PAID-CNT
           DISPLAY 'PAYROLL PAID BY ACH    = ' WS-ACH-CNT
           DISPLAY 'PAYROLL PRENOTES SENT  = ' WS-PRENOTE-CNT
           DISPLAY 'PAYROLL PAID BY CHECK  = ' WS-CHECK-CNT
           DISPLAY 'PAYROLL REISSUED       = ' WS-REISSUE-CNT
           DISPLAY 'PAYROLL FINAL PAYOUTS  = ' WS-FINAL-CNT
           DISPLAY 'PAYROLL TOTAL GROSS    = ' WS-TOTAL-GROSS
           DISPLAY 'PAYROLL TOTAL NET      = ' WS-TOTAL-NET
           DISPLAY 'PAYROLL TOTAL DEDUCT   = ' WS-TOTAL-DEDUCT
           DISPLAY 'PAYROLL UNPAID DOCKED  = ' WS-TOTAL-DOCK
           DISPLAY 'PAYROLL LEAVE PAYOUT   = ' WS-TOTAL-PAYOUT.

      *----------------------------------------------------------------*
      * 3500-REISSUE-RETURNED THRU 3500-EXIT
      *   Each pay credit a receiving bank returned since the last
      *   run (PAYRTN reversed it to PAYRVSL) is reissued as a
      *   printed check and listed under the register totals.  The
      *   job step after this run clears the file.
      *----------------------------------------------------------------*
       3500-REISSUE-RETURNED.
           OPEN INPUT PAY-REVERSAL-FILE
           IF WS-RVSL-STATUS NOT = '00'
               GO TO 3500-EXIT
           END-IF
           PERFORM 3510-REISSUE-ONE THRU 3510-EXIT
               UNTIL WS-RVSL-EOF
           CLOSE PAY-REVERSAL-FILE
           IF WS-REISSUE-CNT > ZERO
               MOVE WS-REISSUE-CNT   TO WS-RT-COUNT
               MOVE WS-REISSUE-TOTAL TO WS-RT-AMOUNT
               MOVE WS-REISSUE-TOTAL-LINE TO REG-LINE
               WRITE REG-LINE
           END-IF.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3510-REISSUE-ONE THRU 3510-EXIT
      *----------------------------------------------------------------*
       3510-REISSUE-ONE.
           READ PAY-REVERSAL-FILE
               AT END
                   MOVE 'Y' TO WS-RVSL-EOF-SW
           END-READ
           IF WS-RVSL-EOF
               GO TO 3510-EXIT
           END-IF
           MOVE PV-EMP-ID      TO WS-RL-EMP-ID
           MOVE PV-ORIG-TRACE  TO WS-RL-TRACE
           MOVE PV-RETURN-CODE TO WS-RL-RETURN-CODE
           MOVE PV-AMOUNT      TO WS-RL-AMOUNT
           MOVE WS-REISSUE-LINE TO REG-LINE
           WRITE REG-LINE
           ADD 1 TO WS-REISSUE-CNT
           ADD PV-AMOUNT TO WS-REISSUE-TOTAL.
       3510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-COMPUTE-PAY THRU 4000-EXIT
      *   EMP-SALARY is an annual rate; one semi-monthly pay period
      *   is ANNUAL / 24.  Federal withholding comes off the bracket
      *   table by the annualized-wages method (flat rate only when
      *   no table is loaded).  FICA is withheld as its two halves:
      *   Social Security stops once the year-to-date gross reaches
      *   the annual wage base, Medicare runs on every dollar.
      *   Leave posts before the taxes so unpaid leave comes off the
      *   taxable gross.  A final check's gross is the leave payout
      *   alone, and an off-cycle check's is what the request
      *   computed - supplemental wages, withheld at the
      *   supplemental rate rather than annualized.
      *----------------------------------------------------------------*
       4000-COMPUTE-PAY.
           EVALUATE TRUE
               WHEN WS-OFFCYCLE
                   MOVE WS-OC-GROSS TO WS-GROSS-PAY
               WHEN WS-FINAL-CHECK
                   MOVE WS-LEAVE-PAYOUT TO WS-GROSS-PAY
               WHEN OTHER
                   COMPUTE WS-GROSS-PAY ROUNDED = EMP-SALARY / 24
                   PERFORM 4050-POST-LEAVE THRU 4050-EXIT
           END-EVALUATE

           PERFORM 4200-GET-YTD-RECORD THRU 4200-EXIT

           EVALUATE TRUE
               WHEN WS-SUPPLEMENTAL
                   PERFORM 4350-COMPUTE-SUPPLEMENTAL-FED THRU 4350-EXIT
               WHEN WS-BRACKET-CNT > ZERO
                   PERFORM 4300-COMPUTE-GRADUATED-FED THRU 4300-EXIT
               WHEN OTHER
                   COMPUTE WS-FED-WITHHOLDING ROUNDED =
                       WS-GROSS-PAY * WS-FED-WITHHOLD-RATE
           END-EVALUATE

           COMPUTE WS-FICA-ROOM = WS-FICA-WAGE-BASE - EY-GROSS
           IF WS-FICA-ROOM < ZERO
           ELSE
               MOVE WS-FICA-ROOM TO WS-FICA-TAXABLE
           END-IF
           COMPUTE WS-SS-WITHHOLDING ROUNDED =
               WS-FICA-TAXABLE * WS-SS-RATE
           COMPUTE WS-MEDICARE-WITHHOLDING ROUNDED =
               WS-GROSS-PAY * WS-MEDICARE-RATE
           COMPUTE WS-FICA-WITHHOLDING =
               WS-SS-WITHHOLDING + WS-MEDICARE-WITHHOLDING

           COMPUTE WS-NET-PAY ROUNDED =
               WS-GROSS-PAY - WS-FED-WITHHOLDING - WS-FICA-WITHHOLDING
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4050-POST-LEAVE THRU 4050-EXIT
      *   Reads (or opens) the employee's leave balance, rolls it
      *   into the new plan year the first time the year touches it,
      *   posts this period's accrual - once per business date, so
      *   a rerun does not accrue twice - and docks any unpaid leave
      *   LVRMNT queued since the last run from the period gross.
      *   The dock never takes the gross below zero.
      *----------------------------------------------------------------*
       4050-POST-LEAVE.
           MOVE ZERO TO WS-PERIOD-ACCRUAL
           MOVE ZERO TO WS-UNPAID-HOURS
           MOVE ZERO TO WS-UNPAID-DOCK
           IF NOT WS-LVBAL-AVAIL
               GO TO 4050-EXIT
           END-IF

           PERFORM 4060-GET-LEAVE-BALANCE THRU 4060-EXIT
           PERFORM 4070-FIND-LEAVE-PLAN THRU 4070-EXIT

           IF LB-PLAN-YEAR NOT = WS-CURRENT-YEAR
               PERFORM 4080-ROLL-LEAVE-YEAR THRU 4080-EXIT
           END-IF

           IF LB-LAST-ACCRUAL-DATE = WS-TODAY
               MOVE ZERO TO WS-PERIOD-ACCRUAL
           ELSE
               ADD WS-PERIOD-ACCRUAL TO LB-ACCRUED-HOURS
               ADD WS-PERIOD-ACCRUAL TO LB-BALANCE-HOURS
               MOVE WS-TODAY TO LB-LAST-ACCRUAL-DATE
           END-IF

           IF LB-UNPAID-PENDING > ZERO
               MOVE LB-UNPAID-PENDING TO WS-UNPAID-HOURS
               COMPUTE WS-HOURLY-RATE ROUNDED =
                   EMP-SALARY / WS-HOURS-PER-YEAR
               COMPUTE WS-UNPAID-DOCK ROUNDED =
                   WS-UNPAID-HOURS * WS-HOURLY-RATE
               IF WS-UNPAID-DOCK > WS-GROSS-PAY
                   MOVE WS-GROSS-PAY TO WS-UNPAID-DOCK
               END-IF
               SUBTRACT WS-UNPAID-DOCK FROM WS-GROSS-PAY
               ADD WS-UNPAID-HOURS TO LB-UNPAID-YTD
               MOVE ZERO TO LB-UNPAID-PENDING
               ADD WS-UNPAID-DOCK TO WS-TOTAL-DOCK
           END-IF

           REWRITE LEAVE-BALANCE-RECORD.
       4050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4060-GET-LEAVE-BALANCE THRU 4060-EXIT
      *----------------------------------------------------------------*
       4060-GET-LEAVE-BALANCE.
           MOVE EMP-ID TO LB-EMP-ID
           READ LEAVE-BALANCE-FILE
               INVALID KEY
                   MOVE EMP-ID          TO LB-EMP-ID
                   MOVE WS-CURRENT-YEAR TO LB-PLAN-YEAR
                   MOVE ZERO TO LB-CARRYOVER-HOURS LB-ACCRUED-HOURS
                   MOVE ZERO TO LB-TAKEN-HOURS LB-BALANCE-HOURS
                   MOVE ZERO TO LB-FORFEIT-HOURS LB-UNPAID-PENDING
                   MOVE ZERO TO LB-UNPAID-YTD LB-LAST-ACCRUAL-DATE
                   MOVE SPACE TO LB-PAYOUT-SW
                   MOVE ZERO TO LB-PAYOUT-HOURS LB-PAYOUT-AMOUNT
                   MOVE ZERO TO LB-PAYOUT-DATE
                   WRITE LEAVE-BALANCE-RECORD
           END-READ.
       4060-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4070-FIND-LEAVE-PLAN THRU 4070-EXIT
      *   Completed years of service from EMP-HIRE-DATE to the
      *   business date pick the band: the last entry for the
      *   employee's title whose minimum years have been reached,
      *   or failing any entry for the title, the same from the
      *   '****' default plan.
      *----------------------------------------------------------------*
       4070-FIND-LEAVE-PLAN.
           MOVE 'N' TO WS-PLAN-FOUND-SW
           MOVE ZERO TO WS-PERIOD-ACCRUAL
           MOVE ZERO TO WS-CARRYOVER-CAP
           MOVE ZERO TO WS-SERVICE-YEARS
           IF EMP-HIRE-DATE NOT = ZERO
               MOVE WS-TODAY      TO WS-SVC-DATE
               MOVE EMP-HIRE-DATE TO WS-HIRE-DATE
               COMPUTE WS-SERVICE-YEARS = WS-SVC-YYYY - WS-HIRE-YYYY
               IF WS-SVC-MMDD < WS-HIRE-MMDD
                   SUBTRACT 1 FROM WS-SERVICE-YEARS
               END-IF
               IF WS-SERVICE-YEARS < ZERO
                   MOVE ZERO TO WS-SERVICE-YEARS
               END-IF
           END-IF

           MOVE EMP-TITLE TO WS-PLAN-TITLE
           PERFORM 4075-MATCH-ONE-PLAN THRU 4075-EXIT
               VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PLAN-CNT
           IF NOT WS-PLAN-FOUND
               MOVE '****' TO WS-PLAN-TITLE
               PERFORM 4075-MATCH-ONE-PLAN THRU 4075-EXIT
                   VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PLAN-CNT
           END-IF.
       4070-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4075-MATCH-ONE-PLAN THRU 4075-EXIT
      *----------------------------------------------------------------*
       4075-MATCH-ONE-PLAN.
           IF WS-PL-TITLE(WS-PL-IDX) NOT = WS-PLAN-TITLE
               GO TO 4075-EXIT
           END-IF
           IF WS-PL-MIN-YEARS(WS-PL-IDX) > WS-SERVICE-YEARS
               GO TO 4075-EXIT
           END-IF
           MOVE 'Y' TO WS-PLAN-FOUND-SW
           MOVE WS-PL-ACCRUAL-HOURS(WS-PL-IDX) TO WS-PERIOD-ACCRUAL
           MOVE WS-PL-CARRYOVER-CAP(WS-PL-IDX) TO WS-CARRYOVER-CAP.
       4075-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4080-ROLL-LEAVE-YEAR THRU 4080-EXIT
      *   The prior year's remaining balance carries forward up to
      *   the plan's cap; anything over it is forfeited (and kept on
      *   the record for the year).  An employee with no plan band
      *   carries the whole balance.
      *----------------------------------------------------------------*
       4080-ROLL-LEAVE-YEAR.
           MOVE LB-BALANCE-HOURS TO LB-CARRYOVER-HOURS
           MOVE ZERO TO LB-FORFEIT-HOURS
           IF WS-PLAN-FOUND
               AND LB-CARRYOVER-HOURS > WS-CARRYOVER-CAP
               COMPUTE LB-FORFEIT-HOURS =
                   LB-CARRYOVER-HOURS - WS-CARRYOVER-CAP
               MOVE WS-CARRYOVER-CAP TO LB-CARRYOVER-HOURS
           END-IF
           MOVE ZERO TO LB-ACCRUED-HOURS
           MOVE ZERO TO LB-TAKEN-HOURS
           MOVE ZERO TO LB-UNPAID-YTD
           MOVE LB-CARRYOVER-HOURS TO LB-BALANCE-HOURS
           MOVE WS-CURRENT-YEAR TO LB-PLAN-YEAR.
       4080-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4200-GET-YTD-RECORD THRU 4200-EXIT
      *   Reads (or initializes) the employee's accumulator record.
       4310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4350-COMPUTE-SUPPLEMENTAL-FED THRU 4350-EXIT
      *   Supplemental wages withhold at the flat supplemental rate,
      *   except that any part of them carrying the year's wages
      *   past WS-SUPP-HIGH-BASE withholds at the higher rate.
      *----------------------------------------------------------------*
       4350-COMPUTE-SUPPLEMENTAL-FED.
           COMPUTE WS-SUPP-ROOM = WS-SUPP-HIGH-BASE - EY-GROSS
           IF WS-SUPP-ROOM < ZERO
               MOVE ZERO TO WS-SUPP-ROOM
           END-IF
           IF WS-GROSS-PAY <= WS-SUPP-ROOM
               COMPUTE WS-FED-WITHHOLDING ROUNDED =
                   WS-GROSS-PAY * WS-SUPP-RATE
           ELSE
               COMPUTE WS-FED-WITHHOLDING ROUNDED =
                   (WS-SUPP-ROOM * WS-SUPP-RATE)
                   + ((WS-GROSS-PAY - WS-SUPP-ROOM)
                       * WS-SUPP-HIGH-RATE)
           END-IF.
       4350-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4400-UPDATE-YTD-RECORD THRU 4400-EXIT
      *----------------------------------------------------------------*
      *   the net.  Each active instruction computes its amount,
      *   caps at what net pay can bear and at any garnishment
      *   goal, comes off the net, rolls its lifetime taken-to-date
      *   forward, and itemizes for the register.  A retro check
      *   takes only the percent-of-gross instructions - the flat
      *   per-period amounts were taken on the checks it tops up.
      *----------------------------------------------------------------*
       4450-APPLY-DEDUCTIONS.
           MOVE ZERO TO WS-DEDUCT-TOTAL
           MOVE ZERO TO WS-ITEM-CNT
           IF NOT WS-DEDUC-AVAIL OR WS-DEDUCT-NONE
               GO TO 4450-EXIT
           END-IF

           IF ED-STATUS NOT = 'A'
               GO TO 4460-EXIT
           END-IF
           IF WS-DEDUCT-PCT-ONLY AND ED-METHOD NOT = 'P'
               GO TO 4460-EXIT
           END-IF

           IF ED-METHOD = 'P'
               COMPUTE WS-DEDUCT-AMOUNT ROUNDED =
           MOVE WS-PAY-METHOD   TO WS-DL-METHOD
           MOVE WS-DETAIL-LINE TO REG-LINE
           WRITE REG-LINE
           IF WS-OFFCYCLE
               MOVE WS-OC-COUNT     TO WS-OL-COUNT
               MOVE WS-OC-SHOW-DATE TO WS-OL-DATE
               MOVE OC-REFERENCE    TO WS-OL-REF
               MOVE WS-OFFCYCLE-LINE TO REG-LINE
               WRITE REG-LINE
           END-IF
           IF WS-FINAL-CHECK
               MOVE LB-PAYOUT-HOURS TO WS-PO-HOURS
               MOVE WS-LEAVE-PAYOUT TO WS-PO-AMOUNT
               MOVE WS-PAYOUT-LINE TO REG-LINE
               WRITE REG-LINE
           ELSE
               IF WS-LVBAL-AVAIL AND NOT WS-OFFCYCLE
                   MOVE WS-PERIOD-ACCRUAL TO WS-LL-ACCRUED
                   MOVE LB-BALANCE-HOURS  TO WS-LL-BALANCE
                   MOVE WS-UNPAID-HOURS   TO WS-LL-UNPAID-HOURS
                   MOVE WS-UNPAID-DOCK    TO WS-LL-DOCKED
                   MOVE WS-LEAVE-LINE TO REG-LINE
                   WRITE REG-LINE
               END-IF
           END-IF
           PERFORM 4550-WRITE-ONE-ITEM THRU 4550-EXIT
               VARYING WS-IT-IDX FROM 1 BY 1
               UNTIL WS-IT-IDX > WS-ITEM-CNT.

      *----------------------------------------------------------------*
      * 4600-DETERMINE-PAY-METHOD THRU 4600-EXIT
      *   No instruction, a cancelled or returned one, or one still
      *   inside its prenote window pays by printed check.  A
      *   prenote-pending instruction gets its zero-dollar prenote
      *   on the first run it is seen and activates once
      *   WS-PRENOTE-DAYS have passed with no return; an active
      *   instruction pays net by ACH credit.  An off-cycle check
      *   leaves prenotes to the regular cycle - it goes ACH only to
      *   an instruction already active.
      *----------------------------------------------------------------*
       4600-DETERMINE-PAY-METHOD.
           MOVE 'CHK' TO WS-PAY-METHOD
                   GO TO 4600-EXIT
           END-READ

           IF EB-STATUS = 'X' OR EB-STATUS = 'R'
               ADD 1 TO WS-CHECK-CNT
               GO TO 4600-EXIT
           END-IF

           IF WS-OFFCYCLE AND EB-STATUS NOT = 'A'
               ADD 1 TO WS-CHECK-CNT
               GO TO 4600-EXIT
           END-IF
       4700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4800-WRITE-PAY-HISTORY THRU 4800-EXIT
      *   Records the check just cut.  A rerun for the same business
      *   date replaces the record rather than adding a second one.
      *----------------------------------------------------------------*
       4800-WRITE-PAY-HISTORY.
           IF NOT WS-PAYHIST-AVAIL
               GO TO 4800-EXIT
           END-IF
           MOVE EMP-ID               TO PH-EMP-ID
           MOVE WS-TODAY             TO PH-PAY-DATE
           MOVE WS-PH-TYPE           TO PH-PAY-TYPE
           MOVE WS-GROSS-PAY         TO PH-GROSS
           MOVE WS-FED-WITHHOLDING   TO PH-FED
           MOVE WS-SS-WITHHOLDING    TO PH-SS
           MOVE WS-MEDICARE-WITHHOLDING TO PH-MEDICARE
           MOVE WS-DEDUCT-TOTAL      TO PH-DEDUCT
           MOVE WS-NET-PAY           TO PH-NET
           MOVE WS-PAY-METHOD        TO PH-PAY-METHOD
           MOVE ZERO                 TO PH-REPLACE-DATE
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   REWRITE PAY-HISTORY-RECORD
           END-WRITE.
       4800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-PROCESS-OFF-CYCLE THRU 5000-EXIT
      *   One off-cycle request: the pay type's own paragraph edits
      *   it and sets the gross (or, for a replacement, the net);
      *   the check then goes through the same withholding, pay
      *   method, register and history paths as the regular cycle.
      *   A request that fails its edit lists on the register with
      *   the reason and pays nothing.
      *----------------------------------------------------------------*
       5000-PROCESS-OFF-CYCLE.
           ADD 1 TO WS-OC-READ-CNT
           MOVE 'Y'    TO WS-OC-VALID-SW
           MOVE SPACES TO WS-OC-REASON
           MOVE 'N'    TO WS-FINAL-CHECK-SW
           MOVE 'Y'    TO WS-SUPPLEMENTAL-SW
           MOVE 'A'    TO WS-DEDUCT-SCOPE-SW
           MOVE ZERO TO WS-LEAVE-PAYOUT
           MOVE ZERO TO WS-OC-GROSS WS-OC-WAGES WS-OC-RETRO
           MOVE ZERO TO WS-OC-COUNT WS-OC-SHOW-DATE
           MOVE ZERO TO WS-ITEM-CNT WS-DEDUCT-TOTAL

           MOVE OC-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-OC-VALID-SW
                   MOVE 'EMP-ID NOT ON FILE' TO WS-OC-REASON
           END-READ
           IF NOT WS-OC-VALID
               GO TO 5000-REJECT
           END-IF
           ADD 1 TO WS-EMP-CNT

           EVALUATE TRUE
               WHEN OC-FINAL-PAY
                   PERFORM 5100-FINAL-PAY THRU 5100-EXIT
               WHEN OC-RETRO-PAY
                   PERFORM 5200-RETRO-PAY THRU 5200-EXIT
               WHEN OC-MANUAL-CHECK
                   PERFORM 5300-REPLACE-CHECK THRU 5300-EXIT
               WHEN OTHER
                   MOVE 'N' TO WS-OC-VALID-SW
                   MOVE 'INVALID OFF-CYCLE PAY TYPE' TO WS-OC-REASON
           END-EVALUATE
           IF NOT WS-OC-VALID
               GO TO 5000-REJECT
           END-IF

           IF OC-MANUAL-CHECK
               ADD WS-NET-PAY TO WS-TOTAL-NET
           ELSE
               PERFORM 4000-COMPUTE-PAY THRU 4000-EXIT
           END-IF
           PERFORM 4600-DETERMINE-PAY-METHOD THRU 4600-EXIT
           PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT
           IF NOT OC-MANUAL-CHECK
               PERFORM 4800-WRITE-PAY-HISTORY THRU 4800-EXIT
           END-IF
           ADD 1 TO WS-PAID-CNT
           ADD 1 TO WS-OC-PAID-CNT
           GO TO 5000-NEXT.
       5000-REJECT.
           PERFORM 5900-WRITE-OC-REJECT THRU 5900-EXIT.
       5000-NEXT.
           PERFORM 5050-READ-OFF-CYCLE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5050-READ-OFF-CYCLE
      *----------------------------------------------------------------*
       5050-READ-OFF-CYCLE.
           READ OFF-CYCLE-FILE
               AT END
                   MOVE 'Y' TO WS-OC-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 5100-FINAL-PAY THRU 5100-EXIT
      *   A terminated employee's final pay: the weekdays from the
      *   day after the last regular check through the last day
      *   worked (OC-DATE) at eight hours a day, plus the leave
      *   payout EMPMAINT flagged if the regular cycle has not
      *   already paid it.  With no regular check on file the
      *   wages start from the first day of the pay period the
      *   last day worked falls in.  Only one final pay is cut.
      *----------------------------------------------------------------*
       5100-FINAL-PAY.
           IF EMP-STATUS NOT = 'T'
               MOVE 'N' TO WS-OC-VALID-SW
               MOVE 'EMPLOYEE IS NOT TERMINATED' TO WS-OC-REASON
               GO TO 5100-EXIT
           END-IF
           IF OC-DATE IS NOT NUMERIC
               OR OC-DATE = ZERO
               OR OC-DATE > WS-TODAY
               MOVE 'N' TO WS-OC-VALID-SW
               MOVE 'LAST DAY WORKED MISSING OR IN FUTURE' TO
                   WS-OC-REASON
               GO TO 5100-EXIT
           END-IF
           PERFORM 5500-SCAN-PAY-HISTORY THRU 5500-EXIT
           IF WS-FINAL-PAID
               MOVE 'N' TO WS-OC-VALID-SW
               MOVE 'FINAL PAY ALREADY ISSUED' TO WS-OC-REASON
               GO TO 5100-EXIT
           END-IF

           IF WS-LAST-REG-DATE NOT = ZERO
               MOVE WS-LAST-REG-DATE TO WS-CONV-DATE
               PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
               COMPUTE WS-START-JULIAN = WS-CONV-JULIAN + 1
           ELSE
               MOVE OC-DATE TO WS-PERIOD-START
               IF WS-PS-DD > 15
                   MOVE 16 TO WS-PS-DD
               ELSE
                   MOVE 01 TO WS-PS-DD
               END-IF
               MOVE WS-PERIOD-START TO WS-CONV-DATE
               PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
               MOVE WS-CONV-JULIAN TO WS-START-JULIAN
           END-IF
           MOVE OC-DATE TO WS-CONV-DATE
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           MOVE WS-CONV-JULIAN TO WS-END-JULIAN

           PERFORM 5150-COUNT-ONE-DAY THRU 5150-EXIT
               VARYING WS-DAY-JULIAN FROM WS-START-JULIAN BY 1
               UNTIL WS-DAY-JULIAN > WS-END-JULIAN
           COMPUTE WS-OC-WAGES ROUNDED =
               EMP-SALARY * WS-OC-COUNT * WS-HOURS-PER-DAY
               / WS-HOURS-PER-YEAR

           PERFORM 2300-CHECK-LEAVE-PAYOUT THRU 2300-EXIT
           COMPUTE WS-OC-GROSS = WS-OC-WAGES + WS-LEAVE-PAYOUT
           IF WS-OC-GROSS NOT > ZERO
               MOVE 'N' TO WS-OC-VALID-SW
               MOVE 'NOTHING OWED ON FINAL PAY' TO WS-OC-REASON
               GO TO 5100-EXIT
           END-IF

           MOVE 'O'                      TO WS-PH-TYPE
           MOVE 'FINAL WAGES - WORKDAYS' TO WS-OL-DESC
           MOVE WS-OC-WAGES              TO WS-OL-AMOUNT
           MOVE OC-DATE                  TO WS-OC-SHOW-DATE.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5150-COUNT-ONE-DAY THRU 5150-EXIT
      *   Julian day numbers run Monday = 0 through Sunday = 6 when
      *   taken modulo 7, so remainders 0 - 4 are the weekdays.
      *----------------------------------------------------------------*
       5150-COUNT-ONE-DAY.
           DIVIDE WS-DAY-JULIAN BY 7
               GIVING WS-WEEK-QUOTIENT
               REMAINDER WS-WEEKDAY
           IF WS-WEEKDAY < 5
               ADD 1 TO WS-OC-COUNT
           END-IF.
       5150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5200-RETRO-PAY THRU 5200-EXIT
      *   Retroactive pay for every salary increase on EMPHIST that
      *   was keyed after its effective date and not yet settled by
      *   an earlier retro check: one twenty-fourth of the annual
      *   increase for each regular check cut from the effective
      *   date up to the day it was keyed.
      *----------------------------------------------------------------*
       5200-RETRO-PAY.
           PERFORM 5500-SCAN-PAY-HISTORY THRU 5500-EXIT
           OPEN INPUT EMPLOYEE-HISTORY
           IF WS-HIST-STATUS NOT = '00'
               MOVE 'N' TO WS-OC-VALID-SW
               MOVE 'EMPLOYEE HISTORY NOT AVAILABLE' TO WS-OC-REASON
               GO TO 5200-EXIT
           END-IF
           MOVE 'N' TO WS-HIST-EOF-SW
           PERFORM 5210-RETRO-ONE-CHANGE THRU 5210-EXIT
               UNTIL WS-HIST-EOF
           CLOSE EMPLOYEE-HISTORY

           IF WS-OC-RETRO NOT > ZERO
               MOVE 'N' TO WS-OC-VALID-SW
               MOVE 'NO RETRO PAY OWED' TO WS-OC-REASON
               GO TO 5200-EXIT
           END-IF

           MOVE WS-OC-RETRO               TO WS-OC-GROSS
           MOVE 'A'                       TO WS-PH-TYPE
           MOVE 'P'                       TO WS-DEDUCT-SCOPE-SW
           MOVE 'RETRO INCREASE - CHECKS' TO WS-OL-DESC
           MOVE WS-OC-RETRO               TO WS-OL-AMOUNT.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5210-RETRO-ONE-CHANGE THRU 5210-EXIT
      *   A change keyed on time, a decrease, or one keyed on or
      *   before the employee's last retro check owes nothing.  The
      *   register shows the earliest effective date paid.
      *----------------------------------------------------------------*
       5210-RETRO-ONE-CHANGE.
           READ EMPLOYEE-HISTORY
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SW
           END-READ
           IF WS-HIST-EOF
               GO TO 5210-EXIT
           END-IF
           IF EH-EMP-ID NOT = EMP-ID
               OR EH-FIELD-CHANGED NOT = 'SALRY'
               GO TO 5210-EXIT
           END-IF
           IF EH-ENTER-DATE <= WS-LAST-RETRO-DATE
               OR EH-EFFECTIVE-DATE >= EH-ENTER-DATE
               OR EH-NEW-SALARY <= EH-OLD-SALARY
               GO TO 5210-EXIT
           END-IF

           PERFORM 5250-COUNT-PAID-CHECKS THRU 5250-EXIT
           IF WS-RETRO-PERIODS = ZERO
               GO TO 5210-EXIT
           END-IF
           COMPUTE WS-RETRO-DIFF ROUNDED =
               (EH-NEW-SALARY - EH-OLD-SALARY) / 24
           COMPUTE WS-OC-RETRO =
               WS-OC-RETRO + (WS-RETRO-DIFF * WS-RETRO-PERIODS)
           ADD WS-RETRO-PERIODS TO WS-OC-COUNT
           IF WS-OC-SHOW-DATE = ZERO
               OR EH-EFFECTIVE-DATE < WS-OC-SHOW-DATE
               MOVE EH-EFFECTIVE-DATE TO WS-OC-SHOW-DATE
           END-IF.
       5210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5250-COUNT-PAID-CHECKS THRU 5250-EXIT
      *   Regular checks dated from the change's effective date up
      *   to (not including) the day it was keyed - paid at the old
      *   rate.
      *----------------------------------------------------------------*
       5250-COUNT-PAID-CHECKS.
           MOVE ZERO TO WS-RETRO-PERIODS
           MOVE 'N' TO WS-PH-EOF-SW
           MOVE EMP-ID            TO PH-EMP-ID
           MOVE EH-EFFECTIVE-DATE TO PH-PAY-DATE
           MOVE LOW-VALUES        TO PH-PAY-TYPE
           START PAY-HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PH-EOF-SW
           END-START
           PERFORM 5260-COUNT-ONE-CHECK THRU 5260-EXIT
               UNTIL WS-PH-EOF.
       5250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5260-COUNT-ONE-CHECK THRU 5260-EXIT
      *----------------------------------------------------------------*
       5260-COUNT-ONE-CHECK.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PH-EOF-SW
           END-READ
           IF WS-PH-EOF
               GO TO 5260-EXIT
           END-IF
           IF PH-EMP-ID NOT = EMP-ID
               OR PH-PAY-DATE >= EH-ENTER-DATE
               MOVE 'Y' TO WS-PH-EOF-SW
               GO TO 5260-EXIT
           END-IF
           IF PH-PAY-TYPE = 'R'
               ADD 1 TO WS-RETRO-PERIODS
           END-IF.
       5260-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5300-REPLACE-CHECK THRU 5300-EXIT
      *   Replaces a lost printed check: the original (OC-DATE and
      *   OC-ORIG-TYPE, regular when blank) is found on PAYHIST and
      *   its net paid again.  The original's withholding, EMPYTD
      *   and deductions already posted, so nothing posts again;
      *   the original is marked replaced so it cannot be replaced
      *   twice.  A direct deposit is not a lost check - PAYRTN
      *   handles a returned one.
      *----------------------------------------------------------------*
       5300-REPLACE-CHECK.
           IF OC-DATE IS NOT NUMERIC OR OC-DATE = ZERO
               MOVE 'N' TO WS-OC-VALID-SW
               MOVE 'ORIGINAL PAY DATE REQUIRED' TO WS-OC-REASON
               GO TO 5300-EXIT
           END-IF
           MOVE EMP-ID  TO PH-EMP-ID
           MOVE OC-DATE TO PH-PAY-DATE
           MOVE 'R'     TO PH-PAY-TYPE
           IF OC-ORIG-TYPE NOT = SPACE
               MOVE OC-ORIG-TYPE TO PH-PAY-TYPE
           END-IF
           READ PAY-HISTORY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-OC-VALID-SW
                   MOVE 'ORIGINAL CHECK NOT ON PAY HISTORY' TO
                       WS-OC-REASON
                   GO TO 5300-EXIT
           END-READ
           IF PH-PAY-METHOD = 'ACH'
               MOVE 'N' TO WS-OC-VALID-SW
               MOVE 'ORIGINAL WAS PAID BY ACH, NOT CHECK' TO
                   WS-OC-REASON
               GO TO 5300-EXIT
           END-IF
           IF PH-REPLACE-DATE NOT = ZERO
               MOVE 'N' TO WS-OC-VALID-SW
               MOVE 'CHECK ALREADY REPLACED' TO WS-OC-REASON
               GO TO 5300-EXIT
           END-IF
           IF PH-NET NOT > ZERO
               MOVE 'N' TO WS-OC-VALID-SW
               MOVE 'ORIGINAL CHECK HAS NO NET PAY' TO WS-OC-REASON
               GO TO 5300-EXIT
           END-IF

           MOVE WS-TODAY TO PH-REPLACE-DATE
           REWRITE PAY-HISTORY-RECORD

           MOVE ZERO TO WS-GROSS-PAY WS-FED-WITHHOLDING
           MOVE ZERO TO WS-FICA-WITHHOLDING WS-SS-WITHHOLDING
           MOVE ZERO TO WS-MEDICARE-WITHHOLDING
           MOVE PH-NET                TO WS-NET-PAY
           MOVE 'REPLACES LOST CHECK' TO WS-OL-DESC
           MOVE PH-NET                TO WS-OL-AMOUNT
           MOVE PH-PAY-DATE           TO WS-OC-SHOW-DATE.
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5500-SCAN-PAY-HISTORY THRU 5500-EXIT
      *   Browses all the employee's PAYHIST checks for the latest
      *   regular check, the latest retro check and any off-cycle
      *   final pay already cut.
      *----------------------------------------------------------------*
       5500-SCAN-PAY-HISTORY.
           MOVE ZERO TO WS-LAST-REG-DATE
           MOVE ZERO TO WS-LAST-RETRO-DATE
           MOVE 'N' TO WS-FINAL-PAID-SW
           MOVE 'N' TO WS-PH-EOF-SW
           MOVE EMP-ID     TO PH-EMP-ID
           MOVE ZERO       TO PH-PAY-DATE
           MOVE LOW-VALUES TO PH-PAY-TYPE
           START PAY-HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PH-EOF-SW
           END-START
           PERFORM 5510-SCAN-ONE-CHECK THRU 5510-EXIT
               UNTIL WS-PH-EOF.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5510-SCAN-ONE-CHECK THRU 5510-EXIT
      *----------------------------------------------------------------*
       5510-SCAN-ONE-CHECK.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PH-EOF-SW
           END-READ
           IF WS-PH-EOF
               GO TO 5510-EXIT
           END-IF
           IF PH-EMP-ID NOT = EMP-ID
               MOVE 'Y' TO WS-PH-EOF-SW
               GO TO 5510-EXIT
           END-IF
           EVALUATE PH-PAY-TYPE
               WHEN 'R'
                   MOVE PH-PAY-DATE TO WS-LAST-REG-DATE
               WHEN 'A'
                   MOVE PH-PAY-DATE TO WS-LAST-RETRO-DATE
               WHEN 'O'
                   MOVE 'Y' TO WS-FINAL-PAID-SW
           END-EVALUATE.
       5510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5900-WRITE-OC-REJECT THRU 5900-EXIT
      *----------------------------------------------------------------*
       5900-WRITE-OC-REJECT.
           MOVE OC-EMP-ID    TO WS-OJ-EMP-ID
           MOVE OC-PAY-TYPE  TO WS-OJ-PAY-TYPE
           MOVE WS-OC-REASON TO WS-OJ-REASON
           MOVE OC-REFERENCE TO WS-OJ-REF
           MOVE WS-OC-REJECT-LINE TO REG-LINE
           WRITE REG-LINE
           ADD 1 TO WS-OC-REJECT-CNT.
       5900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-WRITE-ACH-FILE-HEADER THRU 7000-EXIT
      *----------------------------------------------------------------*
