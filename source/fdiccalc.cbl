      *================================================================*
      * FDICCALC - FDIC DEPOSIT INSURANCE COVERAGE CALCULATION
      *
      * Month end.  Works out every depositor's insured and
      * uninsured amounts the way the FDIC recordkeeping rule
      * (12 CFR 370) expects the bank to be able to at any close.
      *
      * Ownership category - every open deposit account (any
      * ACCT-TYPE but 'LN', status not closed or charged off, with
      * a positive balance - CDs included) takes a right-and-
      * capacity code.  ACCT-TYPEs opened as retirement, trust or
      * business products map to CRA / REV / BUS through
      * WS-CATEGORY-TYPE-TABLE and are owned by the account's
      * reporting owner alone (an active 'P' row on ACCTOWNR, else
      * ACCT-CUST-ID - the same owner TAX1099 reports).  Every
      * other account is JNT when ACCTOWNR gives it more than one
      * active owner and SGL otherwise; a joint balance splits
      * equally across its owners, the odd cents to the lowest
      * customer number so the shares add back to the balance.
      *
      * Coverage - CUSTOMER-MASTER is walked in customer order and
      * each depositor's shares are gathered through the
      * ACCT-CUST-ID and AO-CUST-ID alternate indexes (the CUST360
      * browses), aggregated per ownership category, and held to
      * WS-COVERAGE-LIMIT per category.  One record per depositor
      * per category goes to FDICDEP in the pipe-delimited Part
      * 370 layout, header row first.
      *
      * Branch summary - a depositor's uninsured amount in a
      * category is spread back over the accounts behind it in
      * proportion to their shares (the last share takes the
      * rounding), and rolled up by ACCT-BRANCH-CODE onto FDICRPT.
      * The report closes with a proof of the deposits allocated
      * against the qualifying balances on file - a difference is
      * deposit money whose owner is not on CUSTOMER-MASTER
      * (REFSWEEP's orphans), reported rather than guessed at.
      *
      * Return codes: 4 when a work table fills (the overflow is
      * listed and left out of the calculation) or the proof does
      * not balance.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FDICCALC.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL DEPOSIT INSURANCE COVERAGE
      *                    CALCULATION AND UNINSURED BRANCH SUMMARY.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               ALTERNATE RECORD KEY IS ACCT-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT OWNER-XREF ASSIGN TO OWNXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-KEY
               ALTERNATE RECORD KEY IS AO-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-XREF-STATUS.

           SELECT BRANCH-MASTER ASSIGN TO BRANMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRANCH-ID
               FILE STATUS IS WS-BRAN-STATUS.

           SELECT DEPOSITOR-FILE ASSIGN TO FDICDEP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEP-STATUS.

           SELECT FDIC-REPORT ASSIGN TO FDICRPT
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
       FD  CUSTOMER-MASTER.
           COPY "customer.cpy".

       FD  ACCOUNT-MASTER.
           COPY "account.cpy".

       FD  OWNER-XREF.
           COPY "acctownr.cpy".

       FD  BRANCH-MASTER.
           COPY "branch.cpy".

       FD  DEPOSITOR-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  DEPOSITOR-LINE                 PIC X(200).

       FD  FDIC-REPORT
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

       01  WS-CUST-STATUS                 PIC X(02).
       01  WS-ACCT-STATUS                 PIC X(02).
           88  WS-ACCT-OK                  VALUE '00'.
       01  WS-XREF-STATUS                 PIC X(02).
       01  WS-BRAN-STATUS                 PIC X(02).
       01  WS-DEP-STATUS                  PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-CUST-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-CUST-EOF             VALUE 'Y'.
           05  WS-ACCT-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-ACCT-EOF             VALUE 'Y'.
           05  WS-XREF-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-XREF-EOF             VALUE 'Y'.
           05  WS-FOUND-SW                PIC X(01)   VALUE 'N'.
               88  WS-FOUND                VALUE 'Y'.
           05  WS-QUALIFIES-SW            PIC X(01)   VALUE 'N'.
               88  WS-QUALIFIES            VALUE 'Y'.
           05  WS-HOLDER-IN-SW            PIC X(01)   VALUE 'N'.
               88  WS-HOLDER-IN            VALUE 'Y'.
           05  WS-HOLDER-ROW-SW           PIC X(01)   VALUE 'N'.
               88  WS-HOLDER-ROW           VALUE 'Y'.
           05  WS-SELF-ROW-SW             PIC X(01)   VALUE 'N'.
               88  WS-SELF-ROW             VALUE 'Y'.
           05  WS-IS-OWNER-SW             PIC X(01)   VALUE 'N'.
               88  WS-IS-OWNER             VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.

      *----------------------------------------------------------------*
      * STANDARD MAXIMUM DEPOSIT INSURANCE AMOUNT - PER DEPOSITOR,
      * PER OWNERSHIP CATEGORY.
      *----------------------------------------------------------------*
       01  WS-COVERAGE-LIMIT              PIC 9(07)V99 VALUE 250000.00.

      *----------------------------------------------------------------*
      * OWNERSHIP CATEGORIES (PART 370 RIGHT-AND-CAPACITY CODES)
      *   1 SGL single        2 JNT joint         3 CRA retirement
      *   4 REV trust         5 BUS business
      *----------------------------------------------------------------*
       01  WS-CATEGORY-CODE-LIST.
           05  FILLER PIC X(03) VALUE 'SGL'.
           05  FILLER PIC X(03) VALUE 'JNT'.
           05  FILLER PIC X(03) VALUE 'CRA'.
           05  FILLER PIC X(03) VALUE 'REV'.
           05  FILLER PIC X(03) VALUE 'BUS'.
       01  WS-CATEGORY-CODE-TABLE REDEFINES WS-CATEGORY-CODE-LIST.
           05  WS-CATEGORY-CODE OCCURS 5 TIMES PIC X(03).

      *----------------------------------------------------------------*
      * ACCT-TYPE TO OWNERSHIP CATEGORY - THE PRODUCTS OPENED AS
      * RETIREMENT, TRUST OR BUSINESS ACCOUNTS.  A TYPE NOT LISTED
      * IS A PERSONAL ACCOUNT, SINGLE OR JOINT BY ITS OWNERS.
      *----------------------------------------------------------------*
       01  WS-CAT-TYPE-CNT                PIC 9(02)   VALUE 07.
       01  WS-CATEGORY-TYPE-LIST.
           05  FILLER PIC X(04) VALUE 'IRA3'.
           05  FILLER PIC X(04) VALUE 'RTH3'.
           05  FILLER PIC X(04) VALUE 'KEO3'.
           05  FILLER PIC X(04) VALUE 'TRS4'.
           05  FILLER PIC X(04) VALUE 'RVT4'.
           05  FILLER PIC X(04) VALUE 'BUS5'.
           05  FILLER PIC X(04) VALUE 'COM5'.
       01  WS-CATEGORY-TYPE-TABLE REDEFINES WS-CATEGORY-TYPE-LIST.
           05  WS-CY-ENTRY OCCURS 7 TIMES INDEXED BY WS-CY-IDX.
               10  WS-CY-ACCT-TYPE         PIC X(03).
               10  WS-CY-CATEGORY          PIC 9(01).

      *----------------------------------------------------------------*
      * ONE CUSTOMER'S WORK - THE ACCOUNTS GATHERED FOR THEM, THEIR
      * SHARE OF EACH, AND THE PER-CATEGORY TOTALS.
      *----------------------------------------------------------------*
       01  WS-CUR-CUST-ID                 PIC 9(10)   VALUE ZERO.

       01  WS-CA-CNT                      PIC 9(03)   VALUE ZERO.
       01  WS-CUST-ACCT-TABLE.
           05  WS-CA-ACCT-NO OCCURS 200 TIMES INDEXED BY WS-CA-IDX
                                          PIC 9(12).

       01  WS-SH-CNT                      PIC 9(03)   VALUE ZERO.
       01  WS-SHARE-TABLE.
           05  WS-SH-ENTRY OCCURS 200 TIMES INDEXED BY WS-SH-IDX.
               10  WS-SH-CATEGORY          PIC 9(01).
               10  WS-SH-BRANCH            PIC X(05).
               10  WS-SH-AMOUNT            PIC S9(11)V99.

       01  WS-CUST-CAT-TABLE.
           05  WS-CC-ENTRY OCCURS 5 TIMES INDEXED BY WS-CC-IDX.
               10  WS-CC-ACCT-CNT          PIC 9(05).
               10  WS-CC-SHARE-CNT         PIC 9(05).
               10  WS-CC-BALANCE           PIC S9(13)V99.

      *----------------------------------------------------------------*
      * ONE ACCOUNT'S OWNERSHIP, OFF ITS ACCTOWNR ROWS
      *----------------------------------------------------------------*
       01  WS-OWNER-FIELDS.
           05  WS-OW-ROW-CNT              PIC 9(03)   VALUE ZERO.
           05  WS-OW-P-CUST               PIC 9(10)   VALUE ZERO.
           05  WS-OW-LOW-CUST             PIC 9(10)   VALUE ZERO.
           05  WS-OW-REPORT-CUST          PIC 9(10)   VALUE ZERO.
           05  WS-OW-OWNER-CNT            PIC 9(03)   VALUE ZERO.
           05  WS-OW-CATEGORY             PIC 9(01)   VALUE ZERO.

       01  WS-WORK-FIELDS.
           05  WS-SHARE                   PIC S9(11)V99 VALUE ZERO.
           05  WS-ODD-CENTS               PIC S9(11)V99 VALUE ZERO.
           05  WS-INSURED                 PIC S9(13)V99 VALUE ZERO.
           05  WS-UNINSURED               PIC S9(13)V99 VALUE ZERO.
           05  WS-ALLOCATED               PIC S9(13)V99 VALUE ZERO.
           05  WS-SHARE-UNINS             PIC S9(13)V99 VALUE ZERO.
           05  WS-SHARE-SEQ               PIC 9(05)   VALUE ZERO.
           05  WS-BRANCH                  PIC X(05)   VALUE SPACES.
           05  WS-PCT                     PIC 9(03)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      * UNINSURED DEPOSITS BY BRANCH - BUILT FIND-OR-ADD AS THE
      * SHARES ARE ALLOCATED.
      *----------------------------------------------------------------*
       01  WS-BR-CNT                      PIC 9(03)   VALUE ZERO.
       01  WS-BRANCH-TABLE.
           05  WS-BR-ENTRY OCCURS 500 TIMES INDEXED BY WS-BR-IDX.
               10  WS-BR-CODE              PIC X(05).
               10  WS-BR-DEPOSITS          PIC S9(13)V99.
               10  WS-BR-INSURED           PIC S9(13)V99.
               10  WS-BR-UNINSURED         PIC S9(13)V99.

       01  WS-TOTALS.
           05  WS-ON-FILE-TOTAL           PIC S9(13)V99 VALUE ZERO.
           05  WS-ALLOCATED-TOTAL         PIC S9(13)V99 VALUE ZERO.
           05  WS-INSURED-TOTAL           PIC S9(13)V99 VALUE ZERO.
           05  WS-UNINSURED-TOTAL         PIC S9(13)V99 VALUE ZERO.
           05  WS-PROOF-DIFF              PIC S9(13)V99 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-CUST-CNT                PIC 9(09)   VALUE ZERO.
           05  WS-ACCT-CNT                PIC 9(09)   VALUE ZERO.
           05  WS-QUALIFY-CNT             PIC 9(09)   VALUE ZERO.
           05  WS-DEPOSITOR-CNT           PIC 9(07)   VALUE ZERO.
           05  WS-UNINS-DEPOSITOR-CNT     PIC 9(07)   VALUE ZERO.
           05  WS-OVERFLOW-CNT            PIC 9(07)   VALUE ZERO.

      *----------------------------------------------------------------*
      * DEPOSITOR FILE - PART 370 PIPE-DELIMITED LAYOUT
      *----------------------------------------------------------------*
       01  WS-DEP-HEADER.
           05  FILLER PIC X(40)
               VALUE 'CS_Unique_ID|CS_Govt_ID|CS_Govt_ID_Type|'.
           05  FILLER PIC X(40)
               VALUE 'CS_Last_Name|CS_First_Name|DP_Right_Capa'.
           05  FILLER PIC X(40)
               VALUE 'city|DP_Acct_Count|DP_Cur_Bal|DP_Insured'.
           05  FILLER PIC X(40)
               VALUE '_Amt|DP_Uninsured_Amt|DP_As_Of_Date     '.

       01  WS-DEP-DETAIL.
           05  WS-DD-CUST-ID               PIC 9(10).
           05  FILLER PIC X(01) VALUE '|'.
           05  WS-DD-GOVT-ID               PIC 9(09).
           05  FILLER PIC X(01) VALUE '|'.
           05  WS-DD-GOVT-ID-TYPE          PIC X(03).
           05  FILLER PIC X(01) VALUE '|'.
           05  WS-DD-LAST-NAME             PIC X(30).
           05  FILLER PIC X(01) VALUE '|'.
           05  WS-DD-FIRST-NAME            PIC X(25).
           05  FILLER PIC X(01) VALUE '|'.
           05  WS-DD-RIGHT-CAPACITY        PIC X(03).
           05  FILLER PIC X(01) VALUE '|'.
           05  WS-DD-ACCT-CNT              PIC 9(05).
           05  FILLER PIC X(01) VALUE '|'.
           05  WS-DD-BALANCE               PIC 9(13).99.
           05  FILLER PIC X(01) VALUE '|'.
           05  WS-DD-INSURED               PIC 9(13).99.
           05  FILLER PIC X(01) VALUE '|'.
           05  WS-DD-UNINSURED             PIC 9(13).99.
           05  FILLER PIC X(01) VALUE '|'.
           05  WS-DD-AS-OF-DATE            PIC 9(08).

      *----------------------------------------------------------------*
      * REPORT LINES
      *----------------------------------------------------------------*
       01  WS-HEADING-LINE.
           05  FILLER PIC X(45)
               VALUE 'FDICCALC - UNINSURED DEPOSITS BY BRANCH      '.
           05  FILLER PIC X(06) VALUE 'DATE: '.
           05  WS-HL-DATE                  PIC 9(08).
           05  FILLER PIC X(20) VALUE '   COVERAGE LIMIT = '.
           05  WS-HL-LIMIT                 PIC Z,ZZZ,ZZ9.99.

       01  WS-COLUMN-LINE.
           05  FILLER PIC X(08) VALUE 'BRANCH'.
           05  FILLER PIC X(32) VALUE 'NAME'.
           05  FILLER PIC X(20) VALUE '      TOTAL DEPOSITS'.
           05  FILLER PIC X(20) VALUE '             INSURED'.
           05  FILLER PIC X(20) VALUE '           UNINSURED'.
           05  FILLER PIC X(12) VALUE '  % UNINSRD'.

       01  WS-BRANCH-LINE.
           05  WS-BL-CODE                  PIC X(05).
           05  FILLER PIC X(03) VALUE SPACES.
           05  WS-BL-NAME                  PIC X(30).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-BL-DEPOSITS              PIC -(15)9.99.
           05  WS-BL-INSURED               PIC -(15)9.99.
           05  WS-BL-UNINSURED             PIC -(15)9.99.
           05  FILLER PIC X(04) VALUE SPACES.
           05  WS-BL-PCT                   PIC ZZ9.99.
           05  FILLER PIC X(01) VALUE '%'.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(40).
           05  WS-TL-AMOUNT                PIC -(15)9.99.

       01  WS-OVERFLOW-LINE.
           05  FILLER PIC X(22) VALUE 'LEFT OUT - CUSTOMER = '.
           05  WS-OL-CUST-ID               PIC 9(10).
           05  FILLER PIC X(12) VALUE '  ACCOUNT = '.
           05  WS-OL-ACCT-NO               PIC 9(12).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-OL-REASON                PIC X(40).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'S' TO WS-RL-PHASE
           MOVE ZERO TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TOTAL-DEPOSITS-ON-FILE THRU 2000-EXIT
           PERFORM 4000-PROCESS-CUSTOMERS THRU 4000-EXIT
           PERFORM 6000-PRINT-BRANCH-SUMMARY THRU 6000-EXIT
           PERFORM 3000-TERMINATE
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-DEPOSITOR-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT OWNER-XREF
           OPEN INPUT BRANCH-MASTER
           OPEN OUTPUT DEPOSITOR-FILE
           OPEN OUTPUT FDIC-REPORT
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT

           MOVE WS-DEP-HEADER TO DEPOSITOR-LINE
           WRITE DEPOSITOR-LINE

           MOVE WS-TODAY          TO WS-HL-DATE
           MOVE WS-COVERAGE-LIMIT TO WS-HL-LIMIT
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------*
      * 2000-TOTAL-DEPOSITS-ON-FILE THRU 2000-EXIT
      *   The qualifying balances on file, for the closing proof.
      *----------------------------------------------------------------*
       2000-TOTAL-DEPOSITS-ON-FILE.
           MOVE 'N' TO WS-ACCT-EOF-SW
           MOVE ZERO TO ACCT-NUMBER
           START ACCOUNT-MASTER KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-ACCT-EOF-SW
           END-START
           PERFORM 2100-TOTAL-ONE-ACCOUNT THRU 2100-EXIT
               UNTIL WS-ACCT-EOF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-TOTAL-ONE-ACCOUNT THRU 2100-EXIT
      *----------------------------------------------------------------*
       2100-TOTAL-ONE-ACCOUNT.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ACCT-EOF-SW
           END-READ
           IF WS-ACCT-EOF
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-ACCT-CNT
           PERFORM 4050-CHECK-QUALIFYING THRU 4050-EXIT
           IF WS-QUALIFIES
               ADD 1 TO WS-QUALIFY-CNT
               ADD ACCT-BALANCE TO WS-ON-FILE-TOTAL
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           CLOSE CUSTOMER-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE OWNER-XREF
           CLOSE BRANCH-MASTER
           CLOSE DEPOSITOR-FILE
           CLOSE FDIC-REPORT
           DISPLAY 'FDICCALC CUSTOMERS READ      = ' WS-CUST-CNT
           DISPLAY 'FDICCALC ACCOUNTS READ       = ' WS-ACCT-CNT
           DISPLAY 'FDICCALC DEPOSIT ACCOUNTS    = ' WS-QUALIFY-CNT
           DISPLAY 'FDICCALC DEPOSITOR RECORDS   = ' WS-DEPOSITOR-CNT
           DISPLAY 'FDICCALC WITH UNINSURED      = '
               WS-UNINS-DEPOSITOR-CNT
           DISPLAY 'FDICCALC LEFT OUT (TABLES)   = ' WS-OVERFLOW-CNT
           DISPLAY 'FDICCALC UNINSURED TOTAL     = '
               WS-UNINSURED-TOTAL.

      *----------------------------------------------------------------*
      * 4000-PROCESS-CUSTOMERS THRU 4000-EXIT
      *----------------------------------------------------------------*
       4000-PROCESS-CUSTOMERS.
           MOVE 'N' TO WS-CUST-EOF-SW
           PERFORM 4100-PROCESS-ONE-CUSTOMER THRU 4100-EXIT
               UNTIL WS-CUST-EOF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4050-CHECK-QUALIFYING THRU 4050-EXIT
      *   An open deposit account with money in it.  An overdrawn
      *   account owes the bank - there is nothing to insure.
      *----------------------------------------------------------------*
       4050-CHECK-QUALIFYING.
           MOVE 'N' TO WS-QUALIFIES-SW
           IF ACCT-TYPE = 'LN'
               GO TO 4050-EXIT
           END-IF
           IF ACCT-STATUS = 'C' OR ACCT-STATUS = 'O'
               GO TO 4050-EXIT
           END-IF
           IF ACCT-BALANCE NOT > ZERO
               GO TO 4050-EXIT
           END-IF
           MOVE 'Y' TO WS-QUALIFIES-SW.
       4050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-PROCESS-ONE-CUSTOMER THRU 4100-EXIT
      *   Both alternate-index browses finish before any account is
      *   shared out, so the ownership browse in 4500 never moves a
      *   browse still in progress.
      *----------------------------------------------------------------*
       4100-PROCESS-ONE-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CUST-EOF-SW
           END-READ
           IF WS-CUST-EOF
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-CUST-CNT
           MOVE CUST-ID TO WS-CUR-CUST-ID

           MOVE ZERO TO WS-CA-CNT
           MOVE ZERO TO WS-SH-CNT
           PERFORM 4150-CLEAR-ONE-CATEGORY THRU 4150-EXIT
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > 5

           PERFORM 4200-COLLECT-OWNED-ACCOUNTS THRU 4200-EXIT
           PERFORM 4300-COLLECT-XREF-ACCOUNTS THRU 4300-EXIT
           PERFORM 4400-SHARE-ONE-ACCOUNT THRU 4400-EXIT
               VARYING WS-CA-IDX FROM 1 BY 1
               UNTIL WS-CA-IDX > WS-CA-CNT

           PERFORM 5100-INSURE-ONE-CATEGORY THRU 5100-EXIT
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > 5.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4150-CLEAR-ONE-CATEGORY THRU 4150-EXIT
      *----------------------------------------------------------------*
       4150-CLEAR-ONE-CATEGORY.
           MOVE ZERO TO WS-CC-ACCT-CNT(WS-CC-IDX)
           MOVE ZERO TO WS-CC-SHARE-CNT(WS-CC-IDX)
           MOVE ZERO TO WS-CC-BALANCE(WS-CC-IDX).
       4150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4200-COLLECT-OWNED-ACCOUNTS THRU 4200-EXIT
      *   The accounts carrying this customer as ACCT-CUST-ID.
      *----------------------------------------------------------------*
       4200-COLLECT-OWNED-ACCOUNTS.
           MOVE 'N' TO WS-ACCT-EOF-SW
           MOVE WS-CUR-CUST-ID TO ACCT-CUST-ID
           START ACCOUNT-MASTER KEY IS NOT LESS THAN ACCT-CUST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-ACCT-EOF-SW
           END-START
           PERFORM 4210-COLLECT-ONE-OWNED THRU 4210-EXIT
               UNTIL WS-ACCT-EOF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4210-COLLECT-ONE-OWNED THRU 4210-EXIT
      *----------------------------------------------------------------*
       4210-COLLECT-ONE-OWNED.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ACCT-EOF-SW
           END-READ
           IF WS-ACCT-EOF
               GO TO 4210-EXIT
           END-IF
           IF ACCT-CUST-ID NOT = WS-CUR-CUST-ID
               MOVE 'Y' TO WS-ACCT-EOF-SW
               GO TO 4210-EXIT
           END-IF
           PERFORM 4050-CHECK-QUALIFYING THRU 4050-EXIT
           IF NOT WS-QUALIFIES
               GO TO 4210-EXIT
           END-IF
           PERFORM 4350-ADD-CUST-ACCOUNT THRU 4350-EXIT.
       4210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4300-COLLECT-XREF-ACCOUNTS THRU 4300-EXIT
      *   The accounts this customer is an active owner of through
      *   ACCTOWNR.  One they already hold as ACCT-CUST-ID was
      *   gathered above and is passed over.
      *----------------------------------------------------------------*
       4300-COLLECT-XREF-ACCOUNTS.
           MOVE 'N' TO WS-XREF-EOF-SW
           MOVE WS-CUR-CUST-ID TO AO-CUST-ID
           START OWNER-XREF KEY IS NOT LESS THAN AO-CUST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-XREF-EOF-SW
           END-START
           PERFORM 4310-COLLECT-ONE-XREF THRU 4310-EXIT
               UNTIL WS-XREF-EOF.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4310-COLLECT-ONE-XREF THRU 4310-EXIT
      *----------------------------------------------------------------*
       4310-COLLECT-ONE-XREF.
           READ OWNER-XREF NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-XREF-EOF-SW
           END-READ
           IF WS-XREF-EOF
               GO TO 4310-EXIT
           END-IF
           IF AO-CUST-ID NOT = WS-CUR-CUST-ID
               MOVE 'Y' TO WS-XREF-EOF-SW
               GO TO 4310-EXIT
           END-IF
           IF AO-STATUS NOT = 'A'
               GO TO 4310-EXIT
           END-IF

           MOVE AO-ACCT-NO TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   GO TO 4310-EXIT
           END-READ
           IF ACCT-CUST-ID = WS-CUR-CUST-ID
               GO TO 4310-EXIT
           END-IF
           PERFORM 4050-CHECK-QUALIFYING THRU 4050-EXIT
           IF NOT WS-QUALIFIES
               GO TO 4310-EXIT
           END-IF
           PERFORM 4350-ADD-CUST-ACCOUNT THRU 4350-EXIT.
       4310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4350-ADD-CUST-ACCOUNT THRU 4350-EXIT
      *----------------------------------------------------------------*
       4350-ADD-CUST-ACCOUNT.
           IF WS-CA-CNT >= 200
               MOVE 'ACCOUNT TABLE FULL FOR THIS CUSTOMER' TO
                   WS-OL-REASON
               PERFORM 7000-WRITE-OVERFLOW THRU 7000-EXIT
               GO TO 4350-EXIT
           END-IF
           ADD 1 TO WS-CA-CNT
           SET WS-CA-IDX TO WS-CA-CNT
           MOVE ACCT-NUMBER TO WS-CA-ACCT-NO(WS-CA-IDX).
       4350-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4400-SHARE-ONE-ACCOUNT THRU 4400-EXIT
      *   This customer's share of one gathered account, added to
      *   its ownership category.
      *----------------------------------------------------------------*
       4400-SHARE-ONE-ACCOUNT.
           MOVE WS-CA-ACCT-NO(WS-CA-IDX) TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   GO TO 4400-EXIT
           END-READ

           PERFORM 4500-RESOLVE-OWNERS THRU 4500-EXIT
           IF NOT WS-IS-OWNER
               GO TO 4400-EXIT
           END-IF

           IF WS-SH-CNT >= 200
               MOVE 'SHARE TABLE FULL FOR THIS CUSTOMER' TO
                   WS-OL-REASON
               PERFORM 7000-WRITE-OVERFLOW THRU 7000-EXIT
               GO TO 4400-EXIT
           END-IF

      *    THE LOWEST-NUMBERED OWNER TAKES THE ODD CENTS AND CARRIES
      *    THE WHOLE BALANCE INTO THE CLOSING PROOF.
           COMPUTE WS-SHARE = ACCT-BALANCE / WS-OW-OWNER-CNT
           IF WS-OW-LOW-CUST = WS-CUR-CUST-ID
               COMPUTE WS-ODD-CENTS =
                   ACCT-BALANCE - (WS-SHARE * WS-OW-OWNER-CNT)
               ADD WS-ODD-CENTS TO WS-SHARE
               ADD ACCT-BALANCE TO WS-ALLOCATED-TOTAL
           END-IF
           ADD 1 TO WS-SH-CNT
           SET WS-SH-IDX TO WS-SH-CNT
           MOVE WS-OW-CATEGORY   TO WS-SH-CATEGORY(WS-SH-IDX)
           MOVE ACCT-BRANCH-CODE TO WS-SH-BRANCH(WS-SH-IDX)
           MOVE WS-SHARE         TO WS-SH-AMOUNT(WS-SH-IDX)

           SET WS-CC-IDX TO WS-OW-CATEGORY
           ADD 1        TO WS-CC-ACCT-CNT(WS-CC-IDX)
           ADD 1        TO WS-CC-SHARE-CNT(WS-CC-IDX)
           ADD WS-SHARE TO WS-CC-BALANCE(WS-CC-IDX).
       4400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4500-RESOLVE-OWNERS THRU 4500-EXIT
      *   The account's owners are its active ACCTOWNR rows plus the
      *   ACCT-CUST-ID holder - unless an active 'P' row names
      *   someone else, who then stands in the holder's place (the
      *   holder stays an owner only through a row of their own).
      *   A retirement, trust or business product belongs to the
      *   reporting owner alone.  WS-IS-OWNER-SW says whether the
      *   customer being worked is one of the owners.
      *----------------------------------------------------------------*
       4500-RESOLVE-OWNERS.
           MOVE ZERO TO WS-OW-ROW-CNT
           MOVE ZERO TO WS-OW-P-CUST
           MOVE 9999999999 TO WS-OW-LOW-CUST
           MOVE 'N' TO WS-HOLDER-ROW-SW
           MOVE 'N' TO WS-SELF-ROW-SW
           MOVE 'N' TO WS-IS-OWNER-SW

           MOVE 'N' TO WS-XREF-EOF-SW
           MOVE ACCT-NUMBER TO AO-ACCT-NO
           MOVE ZERO        TO AO-CUST-ID
           START OWNER-XREF KEY IS NOT LESS THAN AO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-XREF-EOF-SW
           END-START
           PERFORM 4510-CHECK-ONE-OWNER THRU 4510-EXIT
               UNTIL WS-XREF-EOF

           MOVE 'Y' TO WS-HOLDER-IN-SW
           IF WS-OW-P-CUST NOT = ZERO
               AND WS-OW-P-CUST NOT = ACCT-CUST-ID
               MOVE 'N' TO WS-HOLDER-IN-SW
               MOVE WS-OW-P-CUST TO WS-OW-REPORT-CUST
           ELSE
               MOVE ACCT-CUST-ID TO WS-OW-REPORT-CUST
           END-IF

           PERFORM 4600-CATEGORIZE THRU 4600-EXIT
           IF WS-OW-CATEGORY NOT = ZERO
               MOVE 1 TO WS-OW-OWNER-CNT
               MOVE WS-OW-REPORT-CUST TO WS-OW-LOW-CUST
               IF WS-OW-REPORT-CUST = WS-CUR-CUST-ID
                   MOVE 'Y' TO WS-IS-OWNER-SW
               END-IF
               GO TO 4500-EXIT
           END-IF

           MOVE WS-OW-ROW-CNT TO WS-OW-OWNER-CNT
           IF WS-HOLDER-IN AND NOT WS-HOLDER-ROW
               ADD 1 TO WS-OW-OWNER-CNT
               IF ACCT-CUST-ID < WS-OW-LOW-CUST
                   MOVE ACCT-CUST-ID TO WS-OW-LOW-CUST
               END-IF
           END-IF
           IF WS-SELF-ROW
               MOVE 'Y' TO WS-IS-OWNER-SW
           END-IF
           IF WS-HOLDER-IN AND ACCT-CUST-ID = WS-CUR-CUST-ID
               MOVE 'Y' TO WS-IS-OWNER-SW
           END-IF

           IF WS-OW-OWNER-CNT > 1
               MOVE 2 TO WS-OW-CATEGORY
           ELSE
               MOVE 1 TO WS-OW-CATEGORY
           END-IF.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4510-CHECK-ONE-OWNER THRU 4510-EXIT
      *----------------------------------------------------------------*
       4510-CHECK-ONE-OWNER.
           READ OWNER-XREF NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-XREF-EOF-SW
           END-READ
           IF WS-XREF-EOF
               GO TO 4510-EXIT
           END-IF
           IF AO-ACCT-NO NOT = ACCT-NUMBER
               MOVE 'Y' TO WS-XREF-EOF-SW
               GO TO 4510-EXIT
           END-IF
           IF AO-STATUS NOT = 'A'
               GO TO 4510-EXIT
           END-IF

           ADD 1 TO WS-OW-ROW-CNT
           IF AO-CUST-ID < WS-OW-LOW-CUST
               MOVE AO-CUST-ID TO WS-OW-LOW-CUST
           END-IF
           IF AO-ROLE = 'P'
               MOVE AO-CUST-ID TO WS-OW-P-CUST
           END-IF
           IF AO-CUST-ID = ACCT-CUST-ID
               MOVE 'Y' TO WS-HOLDER-ROW-SW
           END-IF
           IF AO-CUST-ID = WS-CUR-CUST-ID
               MOVE 'Y' TO WS-SELF-ROW-SW
           END-IF.
       4510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4600-CATEGORIZE THRU 4600-EXIT
      *   WS-OW-CATEGORY comes back zero for a personal account.
      *----------------------------------------------------------------*
       4600-CATEGORIZE.
           MOVE ZERO TO WS-OW-CATEGORY
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 4650-SEARCH-CATEGORY-TYPE THRU 4650-EXIT
               VARYING WS-CY-IDX FROM 1 BY 1
               UNTIL WS-CY-IDX > WS-CAT-TYPE-CNT
                  OR WS-FOUND

      *    THE PERFORM VARYING AUGMENT LEAVES THE INDEX ONE PAST THE
      *    MATCHED ENTRY, SO STEP IT BACK BEFORE SUBSCRIPTING.
           IF WS-FOUND
               SET WS-CY-IDX DOWN BY 1
               MOVE WS-CY-CATEGORY(WS-CY-IDX) TO WS-OW-CATEGORY
           END-IF.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4650-SEARCH-CATEGORY-TYPE THRU 4650-EXIT
      *----------------------------------------------------------------*
       4650-SEARCH-CATEGORY-TYPE.
           IF WS-CY-ACCT-TYPE(WS-CY-IDX) = ACCT-TYPE
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       4650-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-INSURE-ONE-CATEGORY THRU 5100-EXIT
      *   Holds the customer's category total to the coverage limit,
      *   writes the depositor record, and spreads any uninsured
      *   amount back over the shares behind it.
      *----------------------------------------------------------------*
       5100-INSURE-ONE-CATEGORY.
           IF WS-CC-BALANCE(WS-CC-IDX) NOT > ZERO
               GO TO 5100-EXIT
           END-IF

           IF WS-CC-BALANCE(WS-CC-IDX) > WS-COVERAGE-LIMIT
               MOVE WS-COVERAGE-LIMIT TO WS-INSURED
               ADD 1 TO WS-UNINS-DEPOSITOR-CNT
           ELSE
               MOVE WS-CC-BALANCE(WS-CC-IDX) TO WS-INSURED
           END-IF
           COMPUTE WS-UNINSURED = WS-CC-BALANCE(WS-CC-IDX) - WS-INSURED
           ADD WS-INSURED   TO WS-INSURED-TOTAL
           ADD WS-UNINSURED TO WS-UNINSURED-TOTAL

           MOVE CUST-ID                     TO WS-DD-CUST-ID
           MOVE CUST-SSN                    TO WS-DD-GOVT-ID
           MOVE 'SSN'                       TO WS-DD-GOVT-ID-TYPE
           MOVE CUST-LAST-NAME              TO WS-DD-LAST-NAME
           MOVE CUST-FIRST-NAME             TO WS-DD-FIRST-NAME
           MOVE WS-CATEGORY-CODE(WS-CC-IDX) TO WS-DD-RIGHT-CAPACITY
           MOVE WS-CC-ACCT-CNT(WS-CC-IDX)   TO WS-DD-ACCT-CNT
           MOVE WS-CC-BALANCE(WS-CC-IDX)    TO WS-DD-BALANCE
           MOVE WS-INSURED                  TO WS-DD-INSURED
           MOVE WS-UNINSURED                TO WS-DD-UNINSURED
           MOVE WS-TODAY                    TO WS-DD-AS-OF-DATE
           MOVE WS-DEP-DETAIL TO DEPOSITOR-LINE
           WRITE DEPOSITOR-LINE
           ADD 1 TO WS-DEPOSITOR-CNT

           MOVE ZERO TO WS-ALLOCATED
           MOVE ZERO TO WS-SHARE-SEQ
           PERFORM 5200-ALLOCATE-ONE-SHARE THRU 5200-EXIT
               VARYING WS-SH-IDX FROM 1 BY 1
               UNTIL WS-SH-IDX > WS-SH-CNT.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5200-ALLOCATE-ONE-SHARE THRU 5200-EXIT
      *   The category's last share takes whatever the rounding
      *   left, so the branch uninsured figures add back exactly.
      *----------------------------------------------------------------*
       5200-ALLOCATE-ONE-SHARE.
           IF WS-SH-CATEGORY(WS-SH-IDX) NOT = WS-CC-IDX
               GO TO 5200-EXIT
           END-IF
           ADD 1 TO WS-SHARE-SEQ

           IF WS-SHARE-SEQ = WS-CC-SHARE-CNT(WS-CC-IDX)
               COMPUTE WS-SHARE-UNINS = WS-UNINSURED - WS-ALLOCATED
           ELSE
               COMPUTE WS-SHARE-UNINS ROUNDED =
                   WS-UNINSURED * WS-SH-AMOUNT(WS-SH-IDX)
                       / WS-CC-BALANCE(WS-CC-IDX)
           END-IF
           ADD WS-SHARE-UNINS TO WS-ALLOCATED

           MOVE WS-SH-BRANCH(WS-SH-IDX) TO WS-BRANCH
           PERFORM 5300-FIND-OR-ADD-BRANCH THRU 5300-EXIT
           IF NOT WS-FOUND
               GO TO 5200-EXIT
           END-IF
           ADD WS-SH-AMOUNT(WS-SH-IDX) TO WS-BR-DEPOSITS(WS-BR-IDX)
           ADD WS-SHARE-UNINS          TO WS-BR-UNINSURED(WS-BR-IDX)
           COMPUTE WS-BR-INSURED(WS-BR-IDX) =
               WS-BR-INSURED(WS-BR-IDX) + WS-SH-AMOUNT(WS-SH-IDX)
                   - WS-SHARE-UNINS.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5300-FIND-OR-ADD-BRANCH THRU 5300-EXIT
      *----------------------------------------------------------------*
       5300-FIND-OR-ADD-BRANCH.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 5350-SEARCH-BRANCH THRU 5350-EXIT
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-CNT
                  OR WS-FOUND

           IF WS-FOUND
               SET WS-BR-IDX DOWN BY 1
               GO TO 5300-EXIT
           END-IF

           IF WS-BR-CNT >= 500
               MOVE 'BRANCH TABLE FULL' TO WS-OL-REASON
               PERFORM 7000-WRITE-OVERFLOW THRU 7000-EXIT
               GO TO 5300-EXIT
           END-IF
           ADD 1 TO WS-BR-CNT
           SET WS-BR-IDX TO WS-BR-CNT
           MOVE WS-BRANCH TO WS-BR-CODE(WS-BR-IDX)
           MOVE ZERO      TO WS-BR-DEPOSITS(WS-BR-IDX)
           MOVE ZERO      TO WS-BR-INSURED(WS-BR-IDX)
           MOVE ZERO      TO WS-BR-UNINSURED(WS-BR-IDX)
           MOVE 'Y' TO WS-FOUND-SW.
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5350-SEARCH-BRANCH THRU 5350-EXIT
      *----------------------------------------------------------------*
       5350-SEARCH-BRANCH.
           IF WS-BR-CODE(WS-BR-IDX) = WS-BRANCH
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       5350-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-PRINT-BRANCH-SUMMARY THRU 6000-EXIT
      *----------------------------------------------------------------*
       6000-PRINT-BRANCH-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 6100-PRINT-ONE-BRANCH THRU 6100-EXIT
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-CNT

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'TOTAL DEPOSITS ALLOCATED' TO WS-TL-LABEL
           MOVE WS-ALLOCATED-TOTAL TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'TOTAL INSURED' TO WS-TL-LABEL
           MOVE WS-INSURED-TOTAL TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'TOTAL UNINSURED' TO WS-TL-LABEL
           MOVE WS-UNINSURED-TOTAL TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'DEPOSIT BALANCES ON FILE' TO WS-TL-LABEL
           MOVE WS-ON-FILE-TOTAL TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE

           COMPUTE WS-PROOF-DIFF =
               WS-ON-FILE-TOTAL - WS-ALLOCATED-TOTAL
           IF WS-PROOF-DIFF NOT = ZERO
               MOVE 'NOT ALLOCATED - OWNER NOT ON FILE' TO
                   WS-TL-LABEL
               MOVE WS-PROOF-DIFF TO WS-TL-AMOUNT
               MOVE WS-TOTAL-LINE TO RPT-LINE
               WRITE RPT-LINE
               DISPLAY 'FDICCALC WARNING - ' WS-PROOF-DIFF
                   ' OF DEPOSITS HAS NO OWNER ON CUSTOMER MASTER'
               MOVE 4 TO RETURN-CODE
           END-IF.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6100-PRINT-ONE-BRANCH THRU 6100-EXIT
      *----------------------------------------------------------------*
       6100-PRINT-ONE-BRANCH.
           MOVE WS-BR-CODE(WS-BR-IDX) TO BRANCH-ID
           READ BRANCH-MASTER
               INVALID KEY
                   MOVE '** NOT ON BRANCH MASTER **' TO BRANCH-NAME
           END-READ

           MOVE WS-BR-CODE(WS-BR-IDX)      TO WS-BL-CODE
           MOVE BRANCH-NAME                TO WS-BL-NAME
           MOVE WS-BR-DEPOSITS(WS-BR-IDX)  TO WS-BL-DEPOSITS
           MOVE WS-BR-INSURED(WS-BR-IDX)   TO WS-BL-INSURED
           MOVE WS-BR-UNINSURED(WS-BR-IDX) TO WS-BL-UNINSURED
           MOVE ZERO TO WS-PCT
           IF WS-BR-DEPOSITS(WS-BR-IDX) > ZERO
               COMPUTE WS-PCT ROUNDED =
                   WS-BR-UNINSURED(WS-BR-IDX) * 100
                       / WS-BR-DEPOSITS(WS-BR-IDX)
           END-IF
           MOVE WS-PCT TO WS-BL-PCT
           MOVE WS-BRANCH-LINE TO RPT-LINE
           WRITE RPT-LINE.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-WRITE-OVERFLOW THRU 7000-EXIT
      *----------------------------------------------------------------*
       7000-WRITE-OVERFLOW.
           ADD 1 TO WS-OVERFLOW-CNT
           MOVE 4 TO RETURN-CODE
           MOVE WS-CUR-CUST-ID TO WS-OL-CUST-ID
           MOVE ACCT-NUMBER    TO WS-OL-ACCT-NO
           MOVE WS-OVERFLOW-LINE TO RPT-LINE
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
           MOVE 'FDICCALC' TO RL-PROGRAM
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
