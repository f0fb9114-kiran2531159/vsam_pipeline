      *================================================================*
      * GAPRPT - INTEREST RATE REPRICING AND LIQUIDITY GAP REPORT
      *
      * Month end, for ALCO.  Places every rate-sensitive balance
      * on the books into time bands from the business date and
      * reports, by product and in total, the assets against the
      * liabilities in each band, the periodic gap and the
      * cumulative gap - once on a repricing basis and once on a
      * liquidity (cash flow) basis.
      *
      *   Loans          - each unpaid LOANSCHD row's principal in
      *                    the band of its LS-DUE-DATE (a row past
      *                    due falls in the first band).  Any
      *                    difference between the rows and the
      *                    balance on ACCOUNT-MASTER rides with the
      *                    last unpaid row, so the loans foot to the
      *                    book.  An adjustable-rate loan (an active
      *                    ARMTERM record) reprices in full on
      *                    AR-NEXT-REPRICE-DATE: on the repricing
      *                    basis its principal falling due after
      *                    that date goes in the repricing date's
      *                    band; its cash flow is still the
      *                    schedule.
      *   Overdrafts     - overdrawn deposit balances, first band.
      *   Time deposits  - CD balances in the band of the CDMAST
      *                    CD-MATURITY-DATE (no term record, or
      *                    matured - the first band).
      *   Non-maturity   - transaction, savings and money market
      *   deposits         balances have no contractual date; each
      *                    product's total is spread over the bands
      *                    by the assumed decay percentages on
      *                    GAPPARM, the last band taking the
      *                    rounding.  Same spread on both bases.
      *
      * The ACCT-TYPE to product mapping is CALLRPT's deposit
      * schedule classification.  Closed and charged-off accounts
      * are left out.
      *
      * GAPPARM - one record per non-maturity product (TRN, SAV,
      * MMA) giving the percentage of the balance assumed to run
      * off in each of the seven bands.  A product with no record
      * keeps the decay in WS-DECAY-LIST; a record naming an unknown
      * product, or whose percentages do not add to 100, is
      * rejected with return code 4 and the default kept.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAPRPT.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL REPRICING AND LIQUIDITY GAP
      *                    REPORT.
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

           SELECT LOAN-SCHEDULE-FILE ASSIGN TO LOANSCHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY
               FILE STATUS IS WS-SCHD-STATUS.

           SELECT ARM-TERMS-FILE ASSIGN TO ARMTERM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-ACCT-NO
               FILE STATUS IS WS-ARM-STATUS.

           SELECT GAP-PARM ASSIGN TO GAPPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT GAP-REPORT ASSIGN TO GAPRPT
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

       FD  LOAN-SCHEDULE-FILE.
           COPY "loanschd.cpy".

       FD  ARM-TERMS-FILE.
           COPY "armterm.cpy".

       FD  GAP-PARM
           RECORD CONTAINS 38 CHARACTERS.
       01  GAP-PARM-RECORD.
           05  GP-PRODUCT                 PIC X(03).
           05  GP-DECAY-GROUP.
               10  GP-DECAY-PCT OCCURS 7 TIMES
                                          PIC 9(03)V99.

       FD  GAP-REPORT
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
       01  WS-SCHD-STATUS                 PIC X(02).
       01  WS-ARM-STATUS                  PIC X(02).
       01  WS-PARM-STATUS                 PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-ACCT-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-ACCT-EOF             VALUE 'Y'.
           05  WS-SCHD-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-SCHD-EOF             VALUE 'Y'.
           05  WS-PARM-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-PARM-EOF             VALUE 'Y'.
           05  WS-FOUND-SW                PIC X(01)   VALUE 'N'.
               88  WS-FOUND                VALUE 'Y'.
           05  WS-ARM-SW                  PIC X(01)   VALUE 'N'.
               88  WS-ARM-LOAN             VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-TODAY-JULIAN                PIC S9(09)  VALUE ZERO.

      *----------------------------------------------------------------*
      * TIME BANDS - UPPER LIMIT IN DAYS FROM THE BUSINESS DATE
      *----------------------------------------------------------------*
       01  WS-BAND-CNT                    PIC 9(02)   VALUE 07.
       01  WS-BAND-LIST.
           05  FILLER PIC X(15) VALUE '00030  0-30 DYS'.
           05  FILLER PIC X(15) VALUE '00091 31-91 DYS'.
           05  FILLER PIC X(15) VALUE '00182   3-6 MOS'.
           05  FILLER PIC X(15) VALUE '00365  6-12 MOS'.
           05  FILLER PIC X(15) VALUE '01095   1-3 YRS'.
           05  FILLER PIC X(15) VALUE '01826   3-5 YRS'.
           05  FILLER PIC X(15) VALUE '99999 OVER 5 YR'.
       01  WS-BAND-TABLE REDEFINES WS-BAND-LIST.
           05  WS-BD-ENTRY OCCURS 7 TIMES.
               10  WS-BD-LIMIT-DAYS        PIC 9(05).
               10  WS-BD-LABEL             PIC X(10).

      *----------------------------------------------------------------*
      * PRODUCTS - 1-3 ASSETS, 4-7 LIABILITIES
      *----------------------------------------------------------------*
       01  WS-PRODUCT-CNT                 PIC 9(02)   VALUE 07.
       01  WS-LAST-ASSET                  PIC 9(02)   VALUE 03.
       01  WS-FIRST-LIAB                  PIC 9(02)   VALUE 04.
       01  WS-PRODUCT-LIST.
           05  FILLER PIC X(22) VALUE 'FIXED-RATE LOANS'.
           05  FILLER PIC X(22) VALUE 'ADJUSTABLE-RATE LOANS'.
           05  FILLER PIC X(22) VALUE 'OVERDRAWN DEPOSITS'.
           05  FILLER PIC X(22) VALUE 'TIME DEPOSITS'.
           05  FILLER PIC X(22) VALUE 'TRANSACTION ACCOUNTS'.
           05  FILLER PIC X(22) VALUE 'SAVINGS'.
           05  FILLER PIC X(22) VALUE 'MONEY MARKET'.
       01  WS-PRODUCT-TABLE REDEFINES WS-PRODUCT-LIST.
           05  WS-PR-NAME OCCURS 7 TIMES  PIC X(22).

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
      * NON-MATURITY DEPOSIT DECAY - PERCENT OF THE BALANCE IN EACH
      * BAND, OVERLAID BY GAPPARM.  ENTRY N IS PRODUCT N + 4.
      *----------------------------------------------------------------*
       01  WS-DECAY-CNT                   PIC 9(02)   VALUE 03.
       01  WS-DECAY-LIST.
           05  FILLER PIC X(38)
               VALUE 'TRN00500010000100001500025000200001500'.
           05  FILLER PIC X(38)
               VALUE 'SAV00500005000100001000025000250002000'.
           05  FILLER PIC X(38)
               VALUE 'MMA01000015000200002000020000100000500'.
       01  WS-DECAY-TABLE REDEFINES WS-DECAY-LIST.
           05  WS-DC-ENTRY OCCURS 3 TIMES INDEXED BY WS-DC-IDX.
               10  WS-DC-PRODUCT           PIC X(03).
               10  WS-DC-PCT-GROUP.
                   15  WS-DC-PCT OCCURS 7 TIMES
                                          PIC 9(03)V99.

       01  WS-NMD-TOTALS.
           05  WS-NMD-TOTAL OCCURS 3 TIMES PIC S9(13)V99.

      *----------------------------------------------------------------*
      * THE GAP MATRIX - VIEW 1 REPRICING, VIEW 2 LIQUIDITY; BY
      * PRODUCT; BANDS 1-7 AND THE PRODUCT TOTAL IN 8.
      *----------------------------------------------------------------*
       01  WS-GAP-TABLE.
           05  WS-GV-VIEW OCCURS 2 TIMES.
               10  WS-GP-PRODUCT OCCURS 7 TIMES.
                   15  WS-GB-AMOUNT OCCURS 8 TIMES
                                          PIC S9(13)V99.

       01  WS-SUBSCRIPTS.
           05  WS-VIEW-SUB                PIC 9(02)   VALUE ZERO.
           05  WS-PROD-SUB                PIC 9(02)   VALUE ZERO.
           05  WS-BAND-SUB                PIC 9(02)   VALUE ZERO.

      *----------------------------------------------------------------*
      * ONE ACCOUNT'S WORK
      *----------------------------------------------------------------*
       01  WS-ACCOUNT-WORK.
           05  WS-CLASS                   PIC X(01)   VALUE SPACE.
           05  WS-AMOUNT                  PIC S9(13)V99 VALUE ZERO.
           05  WS-OUTSTANDING             PIC S9(13)V99 VALUE ZERO.
           05  WS-SCHED-PRINCIPAL         PIC S9(13)V99 VALUE ZERO.
           05  WS-UNPAID-ROWS             PIC 9(03)   VALUE ZERO.
           05  WS-REPR-BAND               PIC 9(02)   VALUE ZERO.
           05  WS-LIQ-BAND                PIC 9(02)   VALUE ZERO.
           05  WS-ARM-BAND                PIC 9(02)   VALUE ZERO.
           05  WS-BAND-DATE               PIC 9(08)   VALUE ZERO.
           05  WS-BAND-FOUND              PIC 9(02)   VALUE ZERO.
           05  WS-BAND-DAYS               PIC S9(07)  VALUE ZERO.
           05  WS-PCT-TOTAL               PIC 9(05)V99 VALUE ZERO.
           05  WS-ALLOCATED               PIC S9(13)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      * PRINT WORK - ONE ROW OF EIGHT COLUMNS AND THE RUNNING TOTALS
      *----------------------------------------------------------------*
       01  WS-PRINT-WORK.
           05  WS-ROW OCCURS 8 TIMES      PIC S9(13)V99.
           05  WS-ASSET-TOT OCCURS 8 TIMES
                                          PIC S9(13)V99.
           05  WS-LIAB-TOT OCCURS 8 TIMES PIC S9(13)V99.
           05  WS-CUM-GAP                 PIC S9(13)V99.
           05  WS-ROW-LABEL               PIC X(22).

       01  WS-COUNTERS.
           05  WS-ACCT-CNT                PIC 9(09)   VALUE ZERO.
           05  WS-LOAN-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-ARM-CNT                 PIC 9(07)   VALUE ZERO.
           05  WS-CD-CNT                  PIC 9(07)   VALUE ZERO.
           05  WS-NMD-CNT                 PIC 9(07)   VALUE ZERO.
           05  WS-PARM-CNT                PIC 9(03)   VALUE ZERO.
           05  WS-PARM-REJECT-CNT         PIC 9(03)   VALUE ZERO.

       01  WS-CONV-DATE                   PIC 9(08).
       01  WS-CONV-DATE-R REDEFINES WS-CONV-DATE.
           05  WS-CONV-YYYY                PIC 9(04).
           05  WS-CONV-MM                  PIC 9(02).
           05  WS-CONV-DD                  PIC 9(02).
       01  WS-CONV-A                      PIC S9(04).
       01  WS-CONV-Y                      PIC S9(06).
       01  WS-CONV-M                      PIC S9(04).
       01  WS-CONV-JULIAN                 PIC S9(09).

      *----------------------------------------------------------------*
      * REPORT LINES - WHOLE DOLLARS
      *----------------------------------------------------------------*
       01  WS-HEADING-LINE.
           05  FILLER PIC X(09) VALUE 'GAPRPT - '.
           05  WS-HL-TITLE                 PIC X(44).
           05  FILLER PIC X(10) VALUE 'AS OF:    '.
           05  WS-HL-DATE                  PIC 9(08).

       01  WS-COLUMN-LINE.
           05  WS-CL-PRODUCT               PIC X(22).
           05  WS-CL-BAND OCCURS 7 TIMES.
               10  FILLER                  PIC X(02).
               10  WS-CL-LABEL             PIC X(10).
           05  WS-CL-TOTAL                 PIC X(12).

       01  WS-AMOUNT-LINE.
           05  WS-AL-LABEL                 PIC X(22).
           05  WS-AL-AMOUNT OCCURS 8 TIMES PIC -(11)9.

       01  WS-PCT-LINE.
           05  WS-PL-LABEL                 PIC X(22).
           05  WS-PL-PCT OCCURS 7 TIMES    PIC -(8)9.99.

       01  WS-PARM-REJECT-LINE.
           05  FILLER PIC X(25) VALUE 'GAPPARM RECORD REJECTED: '.
           05  WS-PR-RECORD                PIC X(38).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-PR-REASON                PIC X(40).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'S' TO WS-RL-PHASE
           MOVE ZERO TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PLACE-ACCOUNTS THRU 2000-EXIT
           PERFORM 3000-APPLY-DECAY THRU 3000-EXIT
               VARYING WS-DC-IDX FROM 1 BY 1
               UNTIL WS-DC-IDX > WS-DECAY-CNT
           MOVE 1 TO WS-VIEW-SUB
           MOVE 'INTEREST RATE REPRICING GAP' TO WS-HL-TITLE
           PERFORM 5000-PRINT-VIEW THRU 5000-EXIT
           MOVE 2 TO WS-VIEW-SUB
           MOVE 'LIQUIDITY POSITION (CONTRACTUAL CASH FLOW)'
               TO WS-HL-TITLE
           PERFORM 5000-PRINT-VIEW THRU 5000-EXIT
           PERFORM 7000-TERMINATE
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-ACCT-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE THRU 1000-EXIT
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT CD-TERM-FILE
           OPEN INPUT LOAN-SCHEDULE-FILE
           OPEN INPUT ARM-TERMS-FILE
           OPEN OUTPUT GAP-REPORT
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           MOVE WS-TODAY TO WS-CONV-DATE
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           MOVE WS-CONV-JULIAN TO WS-TODAY-JULIAN

           INITIALIZE WS-GAP-TABLE
           INITIALIZE WS-NMD-TOTALS
           PERFORM 1100-LOAD-DECAY-PARM THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-LOAD-DECAY-PARM THRU 1100-EXIT
      *   No GAPPARM at all runs on the default decay.
      *----------------------------------------------------------------*
       1100-LOAD-DECAY-PARM.
           OPEN INPUT GAP-PARM
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'GAPRPT - NO GAPPARM, DEFAULT DECAY USED'
               GO TO 1100-EXIT
           END-IF
           MOVE 'N' TO WS-PARM-EOF-SW
           PERFORM 1150-LOAD-ONE-PARM THRU 1150-EXIT
               UNTIL WS-PARM-EOF
           CLOSE GAP-PARM.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1150-LOAD-ONE-PARM THRU 1150-EXIT
      *----------------------------------------------------------------*
       1150-LOAD-ONE-PARM.
           READ GAP-PARM
               AT END
                   MOVE 'Y' TO WS-PARM-EOF-SW
           END-READ
           IF WS-PARM-EOF
               GO TO 1150-EXIT
           END-IF
           ADD 1 TO WS-PARM-CNT

           MOVE 'N' TO WS-FOUND-SW
           PERFORM 1160-SEARCH-DECAY THRU 1160-EXIT
               VARYING WS-DC-IDX FROM 1 BY 1
               UNTIL WS-DC-IDX > WS-DECAY-CNT OR WS-FOUND
           IF NOT WS-FOUND
               MOVE 'UNKNOWN PRODUCT - USE TRN, SAV OR MMA' TO
                   WS-PR-REASON
               PERFORM 1190-REJECT-PARM THRU 1190-EXIT
               GO TO 1150-EXIT
           END-IF
      *    THE PERFORM VARYING AUGMENT LEAVES THE INDEX ONE PAST THE
      *    MATCHED ENTRY, SO STEP IT BACK BEFORE SUBSCRIPTING.
           SET WS-DC-IDX DOWN BY 1

           IF GP-DECAY-GROUP NOT NUMERIC
               MOVE 'DECAY PERCENTAGES MUST BE NUMERIC' TO
                   WS-PR-REASON
               PERFORM 1190-REJECT-PARM THRU 1190-EXIT
               GO TO 1150-EXIT
           END-IF
           MOVE ZERO TO WS-PCT-TOTAL
           PERFORM 1170-ADD-ONE-PCT THRU 1170-EXIT
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > WS-BAND-CNT
           IF WS-PCT-TOTAL NOT = 100
               MOVE 'DECAY PERCENTAGES DO NOT ADD TO 100' TO
                   WS-PR-REASON
               PERFORM 1190-REJECT-PARM THRU 1190-EXIT
               GO TO 1150-EXIT
           END-IF
           MOVE GP-DECAY-GROUP TO WS-DC-PCT-GROUP(WS-DC-IDX).
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1160-SEARCH-DECAY THRU 1160-EXIT
      *----------------------------------------------------------------*
       1160-SEARCH-DECAY.
           IF WS-DC-PRODUCT(WS-DC-IDX) = GP-PRODUCT
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       1160-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1170-ADD-ONE-PCT THRU 1170-EXIT
      *----------------------------------------------------------------*
       1170-ADD-ONE-PCT.
           ADD GP-DECAY-PCT(WS-BAND-SUB) TO WS-PCT-TOTAL.
       1170-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1190-REJECT-PARM THRU 1190-EXIT
      *----------------------------------------------------------------*
       1190-REJECT-PARM.
           ADD 1 TO WS-PARM-REJECT-CNT
           MOVE 4 TO RETURN-CODE
           MOVE GAP-PARM-RECORD TO WS-PR-RECORD
           MOVE WS-PARM-REJECT-LINE TO RPT-LINE
           WRITE RPT-LINE.
       1190-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PLACE-ACCOUNTS THRU 2000-EXIT
      *----------------------------------------------------------------*
       2000-PLACE-ACCOUNTS.
           MOVE 'N' TO WS-ACCT-EOF-SW
           PERFORM 2100-PLACE-ONE-ACCOUNT THRU 2100-EXIT
               UNTIL WS-ACCT-EOF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-PLACE-ONE-ACCOUNT THRU 2100-EXIT
      *----------------------------------------------------------------*
       2100-PLACE-ONE-ACCOUNT.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ACCT-EOF-SW
           END-READ
           IF WS-ACCT-EOF
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-ACCT-CNT
           IF ACCT-STATUS = 'C' OR ACCT-STATUS = 'O'
               GO TO 2100-EXIT
           END-IF

           IF ACCT-TYPE = 'LN'
               IF ACCT-BALANCE < ZERO
                   PERFORM 2200-PLACE-LOAN THRU 2200-EXIT
               END-IF
               GO TO 2100-EXIT
           END-IF

           IF ACCT-BALANCE < ZERO
               COMPUTE WS-AMOUNT = ZERO - ACCT-BALANCE
               MOVE 3 TO WS-PROD-SUB
               MOVE 1 TO WS-REPR-BAND
               MOVE 1 TO WS-LIQ-BAND
               PERFORM 2900-ADD-TO-MATRIX THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF
           IF ACCT-BALANCE = ZERO
               GO TO 2100-EXIT
           END-IF

           MOVE SPACE TO WS-CLASS
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 2150-SEARCH-DEPOSIT-TYPE THRU 2150-EXIT
               VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > WS-DEP-TYPE-CNT OR WS-FOUND
           EVALUATE WS-CLASS
               WHEN 'T'
                   PERFORM 2300-PLACE-TIME-DEPOSIT THRU 2300-EXIT
               WHEN 'S'
                   ADD 1 TO WS-NMD-CNT
                   ADD ACCT-BALANCE TO WS-NMD-TOTAL(2)
               WHEN 'M'
                   ADD 1 TO WS-NMD-CNT
                   ADD ACCT-BALANCE TO WS-NMD-TOTAL(3)
               WHEN OTHER
                   ADD 1 TO WS-NMD-CNT
                   ADD ACCT-BALANCE TO WS-NMD-TOTAL(1)
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2150-SEARCH-DEPOSIT-TYPE THRU 2150-EXIT
      *----------------------------------------------------------------*
       2150-SEARCH-DEPOSIT-TYPE.
           IF WS-DT-ACCT-TYPE(WS-DT-IDX) = ACCT-TYPE
               MOVE WS-DT-CLASS(WS-DT-IDX) TO WS-CLASS
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-PLACE-LOAN THRU 2200-EXIT
      *   The unpaid schedule rows, then whatever of the balance
      *   they do not account for.
      *----------------------------------------------------------------*
       2200-PLACE-LOAN.
           ADD 1 TO WS-LOAN-CNT
           COMPUTE WS-OUTSTANDING = ZERO - ACCT-BALANCE
           MOVE ZERO TO WS-SCHED-PRINCIPAL
           MOVE ZERO TO WS-UNPAID-ROWS
           MOVE 1 TO WS-REPR-BAND
           MOVE 1 TO WS-LIQ-BAND

           MOVE 'N' TO WS-ARM-SW
           MOVE 1 TO WS-PROD-SUB
           MOVE ACCT-NUMBER TO AR-ACCT-NO
           READ ARM-TERMS-FILE
               INVALID KEY
                   MOVE SPACE TO AR-STATUS
           END-READ
           IF AR-STATUS = 'A'
               MOVE 'Y' TO WS-ARM-SW
               MOVE 2 TO WS-PROD-SUB
               ADD 1 TO WS-ARM-CNT
               MOVE AR-NEXT-REPRICE-DATE TO WS-BAND-DATE
               PERFORM 8200-FIND-BAND THRU 8200-EXIT
               MOVE WS-BAND-FOUND TO WS-ARM-BAND
           END-IF

           MOVE 'N' TO WS-SCHD-EOF-SW
           MOVE ACCT-NUMBER TO LS-ACCT-NO
           MOVE ZERO        TO LS-PAY-NO
           START LOAN-SCHEDULE-FILE KEY IS NOT LESS THAN LS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCHD-EOF-SW
           END-START
           PERFORM 2250-PLACE-ONE-ROW THRU 2250-EXIT
               UNTIL WS-SCHD-EOF

           COMPUTE WS-AMOUNT = WS-OUTSTANDING - WS-SCHED-PRINCIPAL
           IF WS-AMOUNT NOT = ZERO
               PERFORM 2900-ADD-TO-MATRIX THRU 2900-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2250-PLACE-ONE-ROW THRU 2250-EXIT
      *   An adjustable-rate row reprices by the earlier of its due
      *   date and the loan's repricing date.
      *----------------------------------------------------------------*
       2250-PLACE-ONE-ROW.
           READ LOAN-SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCHD-EOF-SW
           END-READ
           IF WS-SCHD-EOF
               GO TO 2250-EXIT
           END-IF
           IF LS-ACCT-NO NOT = ACCT-NUMBER
               MOVE 'Y' TO WS-SCHD-EOF-SW
               GO TO 2250-EXIT
           END-IF
           IF LS-PAID-FLAG = 'Y'
               GO TO 2250-EXIT
           END-IF

           ADD 1 TO WS-UNPAID-ROWS
           MOVE LS-DUE-DATE TO WS-BAND-DATE
           PERFORM 8200-FIND-BAND THRU 8200-EXIT
           MOVE WS-BAND-FOUND TO WS-LIQ-BAND
           MOVE WS-BAND-FOUND TO WS-REPR-BAND
           IF WS-ARM-LOAN AND WS-ARM-BAND < WS-REPR-BAND
               MOVE WS-ARM-BAND TO WS-REPR-BAND
           END-IF
           MOVE LS-PRINCIPAL TO WS-AMOUNT
           ADD LS-PRINCIPAL TO WS-SCHED-PRINCIPAL
           PERFORM 2900-ADD-TO-MATRIX THRU 2900-EXIT.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-PLACE-TIME-DEPOSIT THRU 2300-EXIT
      *----------------------------------------------------------------*
       2300-PLACE-TIME-DEPOSIT.
           ADD 1 TO WS-CD-CNT
           MOVE ACCT-BALANCE TO WS-AMOUNT
           MOVE 4 TO WS-PROD-SUB
           MOVE ACCT-NUMBER TO CD-ACCT-NO
           READ CD-TERM-FILE
               INVALID KEY
                   MOVE ZERO TO CD-MATURITY-DATE
           END-READ
           MOVE CD-MATURITY-DATE TO WS-BAND-DATE
           PERFORM 8200-FIND-BAND THRU 8200-EXIT
           MOVE WS-BAND-FOUND TO WS-REPR-BAND
           MOVE WS-BAND-FOUND TO WS-LIQ-BAND
           PERFORM 2900-ADD-TO-MATRIX THRU 2900-EXIT.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2900-ADD-TO-MATRIX THRU 2900-EXIT
      *   WS-AMOUNT into product WS-PROD-SUB - repricing view at
      *   WS-REPR-BAND, liquidity view at WS-LIQ-BAND.
      *----------------------------------------------------------------*
       2900-ADD-TO-MATRIX.
           ADD WS-AMOUNT TO WS-GB-AMOUNT(1, WS-PROD-SUB, WS-REPR-BAND)
           ADD WS-AMOUNT TO WS-GB-AMOUNT(1, WS-PROD-SUB, 8)
           ADD WS-AMOUNT TO WS-GB-AMOUNT(2, WS-PROD-SUB, WS-LIQ-BAND)
           ADD WS-AMOUNT TO WS-GB-AMOUNT(2, WS-PROD-SUB, 8).
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-APPLY-DECAY THRU 3000-EXIT
      *   One non-maturity product's total over the bands.
      *----------------------------------------------------------------*
       3000-APPLY-DECAY.
           SET WS-PROD-SUB TO WS-DC-IDX
           ADD 4 TO WS-PROD-SUB
           MOVE ZERO TO WS-ALLOCATED
           PERFORM 3100-DECAY-ONE-BAND THRU 3100-EXIT
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > WS-BAND-CNT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-DECAY-ONE-BAND THRU 3100-EXIT
      *----------------------------------------------------------------*
       3100-DECAY-ONE-BAND.
           IF WS-BAND-SUB = WS-BAND-CNT
               COMPUTE WS-AMOUNT =
                   WS-NMD-TOTAL(WS-DC-IDX) - WS-ALLOCATED
           ELSE
               COMPUTE WS-AMOUNT ROUNDED =
                   WS-NMD-TOTAL(WS-DC-IDX)
                       * WS-DC-PCT(WS-DC-IDX, WS-BAND-SUB) / 100
           END-IF
           ADD WS-AMOUNT TO WS-ALLOCATED
           MOVE WS-BAND-SUB TO WS-REPR-BAND
           MOVE WS-BAND-SUB TO WS-LIQ-BAND
           PERFORM 2900-ADD-TO-MATRIX THRU 2900-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-PRINT-VIEW THRU 5000-EXIT
      *   One basis (WS-VIEW-SUB): assets, liabilities, the periodic
      *   gap in each band and the gap cumulated from the first.
      *----------------------------------------------------------------*
       5000-PRINT-VIEW.
           MOVE WS-TODAY TO WS-HL-DATE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-COLUMN-LINE
           MOVE 'PRODUCT' TO WS-CL-PRODUCT
           MOVE '       TOTAL' TO WS-CL-TOTAL
           PERFORM 5050-SET-COLUMN-LABEL THRU 5050-EXIT
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > WS-BAND-CNT
           MOVE WS-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE
           INITIALIZE WS-PRINT-WORK

           MOVE 'ASSETS' TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 5100-PRINT-PRODUCT THRU 5100-EXIT
               VARYING WS-PROD-SUB FROM 1 BY 1
               UNTIL WS-PROD-SUB > WS-LAST-ASSET
           MOVE 'TOTAL ASSETS' TO WS-ROW-LABEL
           PERFORM 5300-COPY-ASSET-TOTAL THRU 5300-EXIT
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 8
           PERFORM 5900-PRINT-ROW THRU 5900-EXIT

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'LIABILITIES' TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 5100-PRINT-PRODUCT THRU 5100-EXIT
               VARYING WS-PROD-SUB FROM WS-FIRST-LIAB BY 1
               UNTIL WS-PROD-SUB > WS-PRODUCT-CNT
           MOVE 'TOTAL LIABILITIES' TO WS-ROW-LABEL
           PERFORM 5350-COPY-LIAB-TOTAL THRU 5350-EXIT
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 8
           PERFORM 5900-PRINT-ROW THRU 5900-EXIT

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'PERIODIC GAP' TO WS-ROW-LABEL
           PERFORM 5400-SET-PERIODIC-GAP THRU 5400-EXIT
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 8
           PERFORM 5900-PRINT-ROW THRU 5900-EXIT

           MOVE 'CUMULATIVE GAP' TO WS-ROW-LABEL
           MOVE ZERO TO WS-CUM-GAP
           PERFORM 5450-SET-CUMULATIVE-GAP THRU 5450-EXIT
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > WS-BAND-CNT
           MOVE ZERO TO WS-ROW(8)
           PERFORM 5900-PRINT-ROW THRU 5900-EXIT

           MOVE 'CUM GAP % OF ASSETS' TO WS-PL-LABEL
           MOVE ZERO TO WS-CUM-GAP
           PERFORM 5500-SET-CUMULATIVE-PCT THRU 5500-EXIT
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > WS-BAND-CNT
           MOVE WS-PCT-LINE TO RPT-LINE
           WRITE RPT-LINE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5050-SET-COLUMN-LABEL THRU 5050-EXIT
      *----------------------------------------------------------------*
       5050-SET-COLUMN-LABEL.
           MOVE WS-BD-LABEL(WS-BAND-SUB) TO WS-CL-LABEL(WS-BAND-SUB).
       5050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-PRINT-PRODUCT THRU 5100-EXIT
      *   Prints one product's row and adds it to its side's total.
      *----------------------------------------------------------------*
       5100-PRINT-PRODUCT.
           MOVE WS-PR-NAME(WS-PROD-SUB) TO WS-ROW-LABEL
           PERFORM 5150-COPY-PRODUCT-BAND THRU 5150-EXIT
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 8
           PERFORM 5900-PRINT-ROW THRU 5900-EXIT.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5150-COPY-PRODUCT-BAND THRU 5150-EXIT
      *----------------------------------------------------------------*
       5150-COPY-PRODUCT-BAND.
           MOVE WS-GB-AMOUNT(WS-VIEW-SUB, WS-PROD-SUB, WS-BAND-SUB)
               TO WS-ROW(WS-BAND-SUB)
           IF WS-PROD-SUB > WS-LAST-ASSET
               ADD WS-ROW(WS-BAND-SUB) TO WS-LIAB-TOT(WS-BAND-SUB)
           ELSE
               ADD WS-ROW(WS-BAND-SUB) TO WS-ASSET-TOT(WS-BAND-SUB)
           END-IF.
       5150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5300-COPY-ASSET-TOTAL THRU 5300-EXIT
      *----------------------------------------------------------------*
       5300-COPY-ASSET-TOTAL.
           MOVE WS-ASSET-TOT(WS-BAND-SUB) TO WS-ROW(WS-BAND-SUB).
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5350-COPY-LIAB-TOTAL THRU 5350-EXIT
      *----------------------------------------------------------------*
       5350-COPY-LIAB-TOTAL.
           MOVE WS-LIAB-TOT(WS-BAND-SUB) TO WS-ROW(WS-BAND-SUB).
       5350-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5400-SET-PERIODIC-GAP THRU 5400-EXIT
      *----------------------------------------------------------------*
       5400-SET-PERIODIC-GAP.
           COMPUTE WS-ROW(WS-BAND-SUB) =
               WS-ASSET-TOT(WS-BAND-SUB) - WS-LIAB-TOT(WS-BAND-SUB).
       5400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5450-SET-CUMULATIVE-GAP THRU 5450-EXIT
      *----------------------------------------------------------------*
       5450-SET-CUMULATIVE-GAP.
           COMPUTE WS-CUM-GAP = WS-CUM-GAP
               + WS-ASSET-TOT(WS-BAND-SUB) - WS-LIAB-TOT(WS-BAND-SUB)
           MOVE WS-CUM-GAP TO WS-ROW(WS-BAND-SUB).
       5450-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5500-SET-CUMULATIVE-PCT THRU 5500-EXIT
      *----------------------------------------------------------------*
       5500-SET-CUMULATIVE-PCT.
           COMPUTE WS-CUM-GAP = WS-CUM-GAP
               + WS-ASSET-TOT(WS-BAND-SUB) - WS-LIAB-TOT(WS-BAND-SUB)
           IF WS-ASSET-TOT(8) = ZERO
               MOVE ZERO TO WS-PL-PCT(WS-BAND-SUB)
           ELSE
               COMPUTE WS-PL-PCT(WS-BAND-SUB) ROUNDED =
                   WS-CUM-GAP * 100 / WS-ASSET-TOT(8)
           END-IF.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5900-PRINT-ROW THRU 5900-EXIT
      *   WS-ROW-LABEL and WS-ROW(1-8) to the report, whole dollars.
      *----------------------------------------------------------------*
       5900-PRINT-ROW.
           MOVE WS-ROW-LABEL TO WS-AL-LABEL
           PERFORM 5950-EDIT-ONE-AMOUNT THRU 5950-EXIT
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 8
           MOVE WS-AMOUNT-LINE TO RPT-LINE
           WRITE RPT-LINE.
       5900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5950-EDIT-ONE-AMOUNT THRU 5950-EXIT
      *----------------------------------------------------------------*
       5950-EDIT-ONE-AMOUNT.
           COMPUTE WS-AL-AMOUNT(WS-BAND-SUB) ROUNDED =
               WS-ROW(WS-BAND-SUB).
       5950-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-TERMINATE
      *----------------------------------------------------------------*
       7000-TERMINATE.
           CLOSE ACCOUNT-MASTER
           CLOSE CD-TERM-FILE
           CLOSE LOAN-SCHEDULE-FILE
           CLOSE ARM-TERMS-FILE
           CLOSE GAP-REPORT
           DISPLAY 'GAPRPT ACCOUNTS READ         = ' WS-ACCT-CNT
           DISPLAY 'GAPRPT LOANS PLACED          = ' WS-LOAN-CNT
           DISPLAY 'GAPRPT   ADJUSTABLE-RATE     = ' WS-ARM-CNT
           DISPLAY 'GAPRPT TIME DEPOSITS PLACED  = ' WS-CD-CNT
           DISPLAY 'GAPRPT NON-MATURITY DEPOSITS = ' WS-NMD-CNT
           DISPLAY 'GAPRPT DECAY PARMS READ      = ' WS-PARM-CNT
           DISPLAY 'GAPRPT DECAY PARMS REJECTED  = '
               WS-PARM-REJECT-CNT.

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
      * 8200-FIND-BAND THRU 8200-EXIT
      *   WS-BAND-DATE to its band in WS-BAND-FOUND.  A date that is
      *   missing, or not after the business date, is the first
      *   band.
      *----------------------------------------------------------------*
       8200-FIND-BAND.
           MOVE 1 TO WS-BAND-FOUND
           IF WS-BAND-DATE NOT NUMERIC OR WS-BAND-DATE = ZERO
               GO TO 8200-EXIT
           END-IF
           MOVE WS-BAND-DATE TO WS-CONV-DATE
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           COMPUTE WS-BAND-DAYS = WS-CONV-JULIAN - WS-TODAY-JULIAN
           MOVE ZERO TO WS-BAND-FOUND
           PERFORM 8250-TEST-ONE-BAND THRU 8250-EXIT
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > WS-BAND-CNT
                   OR WS-BAND-FOUND > ZERO
           IF WS-BAND-FOUND = ZERO
               MOVE WS-BAND-CNT TO WS-BAND-FOUND
           END-IF.
       8200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8250-TEST-ONE-BAND THRU 8250-EXIT
      *----------------------------------------------------------------*
       8250-TEST-ONE-BAND.
           IF WS-BAND-DAYS NOT > WS-BD-LIMIT-DAYS(WS-BAND-SUB)
               MOVE WS-BAND-SUB TO WS-BAND-FOUND
           END-IF.
       8250-EXIT.
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
           MOVE 'GAPRPT' TO RL-PROGRAM
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
