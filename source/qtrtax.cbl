      *================================================================*
      * QTRTAX - QUARTERLY PAYROLL TAX REPORTING
      *
      * Quarter-end companion to PAYROLL.  Walks EMPLOYEE-MASTER and,
      * for each employee, splits the quarter's wages and
      * withholdings out of the PAYHIST pay history PAYROLL writes
      * with every check, and places the quarter against the year's
      * wage bases using the EMPYTD accumulators:
      *   - year-to-date gross at quarter end is EY-GROSS less any
      *     pay dated after the quarter (a payroll already run in
      *     the next quarter), and the quarter's starting
      *     year-to-date is that less the quarter's own wages.  An
      *     accumulator already rolled into a new year falls back to
      *     summing the year's earlier pay history;
      *   - Social Security taxable wages are the quarter's wages
      *     that fit under the annual Social Security wage base;
      *     Medicare wages are all of them;
      *   - state unemployment (SUI) taxable wages are the quarter's
      *     wages that fit under the annual taxable wage base of the
      *     employee's state (EMP-STATE) on the SUITBL state table.
      * It produces:
      *   - the federal quarterly return (Form 941) worksheet, line
      *     by line, on the QTRTAXR report, after a per-employee
      *     detail listing;
      *   - the SUIWAGE state unemployment wage file, grouped by
      *     state;
      *   - a deposit reconciliation - the 941 liability against the
      *     federal deposits made for the quarter, and each state's
      *     contribution due against its SUI deposits, from the
      *     TAXDEP deposit file.
      * The quarter comes from the QTRPARM control record (year and
      * quarter); with no parm the quarter most recently ended
      * before the business date is reported.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTRTAX.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL QUARTERLY 941 WORKSHEET, SUI
      *                    WAGE FILE AND DEPOSIT RECONCILIATION.
      *   2026-10-15  DS   PAYHIST KEY NOW ENDS IN THE PAY TYPE -
      *                    THE HISTORY BROWSE STARTS BELOW ANY TYPE.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

           SELECT EMPLOYEE-YTD-FILE ASSIGN TO EMPYTD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EY-EMP-ID
               FILE STATUS IS WS-YTD-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT SUI-RATE-FILE ASSIGN TO SUITBL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUITBL-STATUS.

           SELECT TAX-DEPOSIT-FILE ASSIGN TO TAXDEP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXDEP-STATUS.

           SELECT QTR-PARM ASSIGN TO QTRPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SUI-WAGE-FILE ASSIGN TO SUIWAGE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAGE-STATUS.

           SELECT QTR-REPORT ASSIGN TO QTRTAXR
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
       FD  EMPLOYEE-MASTER.
           COPY "employee.cpy".

       FD  EMPLOYEE-YTD-FILE.
           COPY "empytd.cpy".

       FD  PAY-HISTORY-FILE.
           COPY "payhist.cpy".

       FD  SUI-RATE-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  SUI-RATE-RECORD.
           05  SR-STATE                   PIC X(02).
           05  SR-WAGE-BASE               PIC 9(07)V99.
           05  SR-RATE                    PIC V9(05).
           05  FILLER                     PIC X(04).

       FD  TAX-DEPOSIT-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  TAX-DEPOSIT-RECORD.
           05  DP-TAX-TYPE                PIC X(03).
           05  DP-STATE                   PIC X(02).
           05  DP-YEAR                    PIC 9(04).
           05  DP-QUARTER                 PIC 9(01).
           05  DP-DEPOSIT-DATE            PIC 9(08).
           05  DP-AMOUNT                  PIC S9(09)V99.
           05  DP-REFERENCE               PIC X(15).
           05  FILLER                     PIC X(06).

       FD  QTR-PARM
           RECORD CONTAINS 5 CHARACTERS.
       01  QTR-PARM-RECORD.
           05  QP-YEAR                    PIC 9(04).
           05  QP-QUARTER                 PIC 9(01).

       FD  SUI-WAGE-FILE
           RECORD CONTAINS 113 CHARACTERS.
           COPY "suiwage.cpy".

       FD  QTR-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       FD  RUN-LOG.
           COPY "runlog.cpy".

       FD  PROC-DATE-CTL
           RECORD CONTAINS 8 CHARACTERS.
       01  PROC-DATE-RECORD               PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-RUNLOG-STATUS               PIC X(02).
       01  WS-RL-PHASE                    PIC X(01).
       01  WS-RL-COUNT                    PIC 9(09).
       01  WS-PDATE-STATUS                PIC X(02).

       01  WS-EMP-STATUS                  PIC X(02).
       01  WS-YTD-STATUS                  PIC X(02).
       01  WS-PAYHIST-STATUS              PIC X(02).
       01  WS-SUITBL-STATUS               PIC X(02).
       01  WS-TAXDEP-STATUS               PIC X(02).
       01  WS-PARM-STATUS                 PIC X(02).
       01  WS-WAGE-STATUS                 PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).

       01  WS-EOF-SW                      PIC X(01)   VALUE 'N'.
           88  WS-EOF                       VALUE 'Y'.
       01  WS-HIST-EOF-SW                 PIC X(01)   VALUE 'N'.
           88  WS-HIST-EOF                  VALUE 'Y'.
       01  WS-SUITBL-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-SUITBL-EOF                VALUE 'Y'.
       01  WS-TAXDEP-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-TAXDEP-EOF                VALUE 'Y'.
       01  WS-ABORT-SW                    PIC X(01)   VALUE 'N'.
           88  WS-ABORT                     VALUE 'Y'.
       01  WS-FOUND-SW                    PIC X(01)   VALUE 'N'.
           88  WS-FOUND                     VALUE 'Y'.
       01  WS-STATE-FULL-SW               PIC X(01)   VALUE 'N'.
           88  WS-STATE-FULL                VALUE 'Y'.
       01  WS-EMP-FULL-SW                 PIC X(01)   VALUE 'N'.
           88  WS-EMP-FULL                  VALUE 'Y'.
       01  WS-HIST-BASIS-SW               PIC X(01)   VALUE 'N'.
           88  WS-HIST-BASIS                VALUE 'Y'.

      *----------------------------------------------------------------*
      * THE QUARTER BEING REPORTED AND ITS DATE RANGE.
      *----------------------------------------------------------------*
       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-TODAY-R REDEFINES WS-TODAY.
           05  WS-TODAY-YYYY              PIC 9(04).
           05  WS-TODAY-MM                PIC 9(02).
           05  WS-TODAY-DD                PIC 9(02).
       01  WS-QTR-YEAR                    PIC 9(04)   VALUE ZERO.
       01  WS-QTR-NUM                     PIC 9(01)   VALUE ZERO.
       01  WS-QTR-FIRST                   PIC 9(08)   VALUE ZERO.
       01  WS-QTR-LAST                    PIC 9(08)   VALUE ZERO.
       01  WS-YEAR-FIRST                  PIC 9(08)   VALUE ZERO.
       01  WS-YEAR-LAST                   PIC 9(08)   VALUE ZERO.
       01  WS-WORK-MM                     PIC 9(02)   VALUE ZERO.

      *----------------------------------------------------------------*
      * FEDERAL RATES - THE EMPLOYER AND EMPLOYEE HALVES COMBINED,
      * AS THE 941 COMPUTES THEM.  THE WAGE BASE IS THE SAME ONE
      * PAYROLL STOPS SOCIAL SECURITY WITHHOLDING AT.
      *----------------------------------------------------------------*
       01  WS-SS-WAGE-BASE                PIC 9(09)V99 VALUE 168600.00.
       01  WS-SS-RATE                     PIC V9999   VALUE .1240.
       01  WS-MEDICARE-RATE               PIC V9999   VALUE .0290.

      *----------------------------------------------------------------*
      * STATE TABLE - LOADED FROM SUITBL, EXTENDED WITH ANY EMPLOYEE
      * OR DEPOSIT STATE THE TABLE DOES NOT CARRY (NO WAGE BASE OR
      * RATE - ALL WAGES TAXABLE, NOTHING COMPUTED DUE).
      *----------------------------------------------------------------*
       01  WS-STATE-CNT                   PIC 9(03)   VALUE ZERO.
       01  WS-STATE-TABLE.
           05  WS-ST-ENTRY OCCURS 60 TIMES INDEXED BY WS-ST-IDX.
               10  WS-ST-STATE            PIC X(02).
               10  WS-ST-ON-TABLE-SW      PIC X(01).
               10  WS-ST-WAGE-BASE        PIC 9(07)V99.
               10  WS-ST-RATE             PIC V9(05).
               10  WS-ST-EMP-CNT          PIC 9(07).
               10  WS-ST-GROSS            PIC S9(11)V99.
               10  WS-ST-EXCESS           PIC S9(11)V99.
               10  WS-ST-TAXABLE          PIC S9(11)V99.
               10  WS-ST-DEPOSITS         PIC S9(11)V99.
       01  WS-SEARCH-STATE                PIC X(02)   VALUE SPACES.

      *----------------------------------------------------------------*
      * EMPLOYEES PAID IN THE QUARTER - HELD FOR THE WAGE FILE,
      * WHICH IS WRITTEN STATE BY STATE ONCE THE SCAN IS DONE.
      *----------------------------------------------------------------*
       01  WS-EMP-TBL-CNT                 PIC 9(05)   VALUE ZERO.
       01  WS-EMP-TABLE.
           05  WS-ET-ENTRY OCCURS 5000 TIMES INDEXED BY WS-ET-IDX.
               10  WS-ET-EMP-ID           PIC 9(08).
               10  WS-ET-SSN              PIC 9(09).
               10  WS-ET-LAST-NAME        PIC X(25).
               10  WS-ET-FIRST-NAME       PIC X(20).
               10  WS-ET-MIDDLE-INIT      PIC X(01).
               10  WS-ET-STATE            PIC X(02).
               10  WS-ET-GROSS            PIC S9(09)V99.
               10  WS-ET-EXCESS           PIC S9(09)V99.
               10  WS-ET-TAXABLE          PIC S9(09)V99.

      *----------------------------------------------------------------*
      * ONE EMPLOYEE'S QUARTER.
      *----------------------------------------------------------------*
       01  WS-EMP-WORK.
           05  WS-CHECK-CNT               PIC 9(03)   VALUE ZERO.
           05  WS-QTD-GROSS               PIC S9(09)V99 VALUE ZERO.
           05  WS-QTD-FED                 PIC S9(09)V99 VALUE ZERO.
           05  WS-QTD-SS                  PIC S9(09)V99 VALUE ZERO.
           05  WS-QTD-MEDICARE            PIC S9(09)V99 VALUE ZERO.
           05  WS-BEFORE-GROSS            PIC S9(09)V99 VALUE ZERO.
           05  WS-AFTER-GROSS             PIC S9(09)V99 VALUE ZERO.
           05  WS-PRIOR-YTD               PIC S9(09)V99 VALUE ZERO.
           05  WS-THRU-YTD                PIC S9(09)V99 VALUE ZERO.
           05  WS-BASE-LIMIT              PIC S9(09)V99 VALUE ZERO.
           05  WS-CAP-THRU                PIC S9(09)V99 VALUE ZERO.
           05  WS-CAP-PRIOR               PIC S9(09)V99 VALUE ZERO.
           05  WS-SS-TAXABLE              PIC S9(09)V99 VALUE ZERO.
           05  WS-SUI-TAXABLE             PIC S9(09)V99 VALUE ZERO.
           05  WS-SUI-EXCESS              PIC S9(09)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      * QUARTER TOTALS AND THE 941 LINES BUILT FROM THEM.
      *----------------------------------------------------------------*
       01  WS-TOTALS.
           05  WS-TOT-WAGES               PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-FED                 PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-SS-WAGES            PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-MED-WAGES           PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-SS-WITHHELD         PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-MED-WITHHELD        PIC S9(11)V99 VALUE ZERO.
           05  WS-FED-DEPOSITS            PIC S9(11)V99 VALUE ZERO.
       01  WS-941-LINES.
           05  WS-941-SS-TAX              PIC S9(11)V99 VALUE ZERO.
           05  WS-941-MED-TAX             PIC S9(11)V99 VALUE ZERO.
           05  WS-941-FICA-TAX            PIC S9(11)V99 VALUE ZERO.
           05  WS-941-BEFORE-ADJ          PIC S9(11)V99 VALUE ZERO.
           05  WS-941-EE-SHARE            PIC S9(11)V99 VALUE ZERO.
           05  WS-941-CENTS-ADJ           PIC S9(11)V99 VALUE ZERO.
           05  WS-941-TOTAL-TAX           PIC S9(11)V99 VALUE ZERO.
           05  WS-941-BALANCE             PIC S9(11)V99 VALUE ZERO.
       01  WS-DIFFERENCE                  PIC S9(11)V99 VALUE ZERO.
       01  WS-SUI-DUE                     PIC S9(11)V99 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-EMP-CNT                 PIC 9(07)   VALUE ZERO.
           05  WS-PAID-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-HIST-BASIS-CNT          PIC 9(07)   VALUE ZERO.
           05  WS-NO-RATE-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-DEP-CNT                 PIC 9(07)   VALUE ZERO.
           05  WS-WAGE-REC-CNT            PIC 9(07)   VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER PIC X(36) VALUE
               'QUARTERLY PAYROLL TAX REPORT - YEAR '.
           05  WS-HL-YEAR                  PIC 9(04).
           05  FILLER PIC X(10) VALUE ' QUARTER '.
           05  WS-HL-QUARTER               PIC 9(01).
           05  FILLER PIC X(04) VALUE SPACES.
           05  FILLER PIC X(06) VALUE 'AS OF '.
           05  WS-HL-DATE                  PIC 9(08).
       01  WS-HEADING-LINE-2.
           05  FILLER PIC X(09) VALUE 'EMP-ID'.
           05  FILLER PIC X(21) VALUE 'LAST NAME'.
           05  FILLER PIC X(02) VALUE 'ST'.
           05  FILLER PIC X(13) VALUE '    QTR WAGES'.
           05  FILLER PIC X(14) VALUE '   FEDERAL W/H'.
           05  FILLER PIC X(14) VALUE '   SS TAX WAGE'.
           05  FILLER PIC X(14) VALUE '        SS W/H'.
           05  FILLER PIC X(14) VALUE '  MEDICARE W/H'.
           05  FILLER PIC X(14) VALUE '  SUI TAX WAGE'.
           05  FILLER PIC X(06) VALUE ' BASIS'.

       01  WS-DETAIL-LINE.
           05  WS-DL-EMP-ID                PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DL-LAST-NAME             PIC X(20).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DL-STATE                 PIC X(02).
           05  WS-DL-GROSS                 PIC -(09)9.99.
           05  WS-DL-FED                   PIC -(10)9.99.
           05  WS-DL-SS-WAGES              PIC -(10)9.99.
           05  WS-DL-SS                    PIC -(10)9.99.
           05  WS-DL-MEDICARE              PIC -(10)9.99.
           05  WS-DL-SUI-WAGES             PIC -(10)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DL-BASIS                 PIC X(04).

       01  WS-SECTION-LINE.
           05  WS-SL-TITLE                 PIC X(60).

       01  WS-941-LINE.
           05  WS-FL-LINE-NO               PIC X(05).
           05  WS-FL-LABEL                 PIC X(45).
           05  WS-FL-COL-1                 PIC -(12)9.99
                                           BLANK WHEN ZERO.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-FL-COL-2                 PIC -(12)9.99.

       01  WS-COUNT-LINE.
           05  WS-CL-LINE-NO               PIC X(05).
           05  WS-CL-LABEL                 PIC X(45).
           05  FILLER PIC X(09) VALUE SPACES.
           05  WS-CL-COUNT                 PIC Z(06)9.

       01  WS-STATE-HEADING.
           05  FILLER PIC X(04) VALUE 'ST'.
           05  FILLER PIC X(07) VALUE '   EMPS'.
           05  FILLER PIC X(15) VALUE '     QTR WAGES'.
           05  FILLER PIC X(15) VALUE '  EXCESS WAGES'.
           05  FILLER PIC X(15) VALUE ' TAXABLE WAGES'.
           05  FILLER PIC X(09) VALUE '     RATE'.
           05  FILLER PIC X(15) VALUE '   CONTRIB DUE'.
           05  FILLER PIC X(15) VALUE '      DEPOSITS'.
           05  FILLER PIC X(15) VALUE '    DIFFERENCE'.
           05  FILLER PIC X(08) VALUE '  NOTE'.

       01  WS-STATE-LINE.
           05  WS-SR-STATE                 PIC X(02).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-SR-EMP-CNT               PIC ZZZ,ZZ9.
           05  WS-SR-GROSS                 PIC -(11)9.99.
           05  WS-SR-EXCESS                PIC -(11)9.99.
           05  WS-SR-TAXABLE               PIC -(11)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-SR-RATE                  PIC 9.9(05).
           05  WS-SR-DUE                   PIC -(11)9.99.
           05  WS-SR-DEPOSITS              PIC -(11)9.99.
           05  WS-SR-DIFFERENCE            PIC -(11)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-SR-NOTE                  PIC X(14).

       01  WS-RECON-LINE.
           05  WS-RC-LABEL                 PIC X(50).
           05  WS-RC-AMOUNT                PIC -(12)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-RC-NOTE                  PIC X(20).

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
               PERFORM 2000-PROCESS-EMPLOYEE THRU 2000-EXIT
                   UNTIL WS-EOF
               PERFORM 5000-WRITE-WAGE-FILE THRU 5000-EXIT
               PERFORM 6000-PRINT-941-WORKSHEET THRU 6000-EXIT
               PERFORM 7000-PRINT-RECONCILIATION THRU 7000-EXIT
           END-IF
           PERFORM 3000-TERMINATE
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-PAID-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE THRU 1000-EXIT
      *   Without the pay history there is no quarter to split out
      *   of the year-to-date figures - the run ends RC 16 rather
      *   than report a zero quarter.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           PERFORM 1100-SET-QUARTER THRU 1100-EXIT

           OPEN INPUT PAY-HISTORY-FILE
           IF WS-PAYHIST-STATUS NOT = '00'
               DISPLAY 'QTRTAX - PAYHIST OPEN FAILED, STATUS '
                   WS-PAYHIST-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT EMPLOYEE-MASTER
           OPEN INPUT EMPLOYEE-YTD-FILE
           OPEN OUTPUT SUI-WAGE-FILE
           OPEN OUTPUT QTR-REPORT
           PERFORM 1200-LOAD-SUI-TABLE THRU 1200-EXIT
           PERFORM 1300-LOAD-DEPOSITS THRU 1300-EXIT

           MOVE WS-QTR-YEAR TO WS-HL-YEAR
           MOVE WS-QTR-NUM  TO WS-HL-QUARTER
           MOVE WS-TODAY    TO WS-HL-DATE
           MOVE WS-HEADING-LINE-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HEADING-LINE-2 TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 2100-READ-EMPLOYEE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-SET-QUARTER THRU 1100-EXIT
      *   The QTRPARM year and quarter, or by default the quarter
      *   before the one the business date falls in.  Month 31 is
      *   used as every quarter's closing day - the range is only
      *   ever compared against, never converted.
      *----------------------------------------------------------------*
       1100-SET-QUARTER.
           OPEN INPUT QTR-PARM
           IF WS-PARM-STATUS = '00'
               READ QTR-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF QP-YEAR NOT = ZERO
                           AND QP-QUARTER >= 1 AND QP-QUARTER <= 4
                           MOVE QP-YEAR    TO WS-QTR-YEAR
                           MOVE QP-QUARTER TO WS-QTR-NUM
                       END-IF
               END-READ
               CLOSE QTR-PARM
           END-IF

           IF WS-QTR-NUM = ZERO
               MOVE WS-TODAY-YYYY TO WS-QTR-YEAR
               COMPUTE WS-QTR-NUM = ((WS-TODAY-MM - 1) / 3)
               IF WS-QTR-NUM = ZERO
                   MOVE 4 TO WS-QTR-NUM
                   SUBTRACT 1 FROM WS-QTR-YEAR
               END-IF
           END-IF

           COMPUTE WS-WORK-MM = ((WS-QTR-NUM - 1) * 3) + 1
           COMPUTE WS-QTR-FIRST =
               (WS-QTR-YEAR * 10000) + (WS-WORK-MM * 100) + 1
           COMPUTE WS-WORK-MM = WS-QTR-NUM * 3
           COMPUTE WS-QTR-LAST =
               (WS-QTR-YEAR * 10000) + (WS-WORK-MM * 100) + 31
           COMPUTE WS-YEAR-FIRST = (WS-QTR-YEAR * 10000) + 0101
           COMPUTE WS-YEAR-LAST  = (WS-QTR-YEAR * 10000) + 1231
           DISPLAY 'QTRTAX REPORTING YEAR ' WS-QTR-YEAR
               ' QUARTER ' WS-QTR-NUM.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1200-LOAD-SUI-TABLE THRU 1200-EXIT
      *   Each state's annual taxable wage base and the bank's
      *   assigned contribution rate.
      *----------------------------------------------------------------*
       1200-LOAD-SUI-TABLE.
           OPEN INPUT SUI-RATE-FILE
           IF WS-SUITBL-STATUS NOT = '00'
               DISPLAY 'QTRTAX - NO SUI STATE TABLE, NO WAGE BASES'
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-LOAD-ONE-STATE THRU 1210-EXIT
               UNTIL WS-SUITBL-EOF OR WS-STATE-CNT >= 60
           CLOSE SUI-RATE-FILE.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1210-LOAD-ONE-STATE THRU 1210-EXIT
      *----------------------------------------------------------------*
       1210-LOAD-ONE-STATE.
           READ SUI-RATE-FILE
               AT END
                   MOVE 'Y' TO WS-SUITBL-EOF-SW
           END-READ
           IF WS-SUITBL-EOF
               GO TO 1210-EXIT
           END-IF
           MOVE SR-STATE TO WS-SEARCH-STATE
           PERFORM 8000-FIND-OR-ADD-STATE THRU 8000-EXIT
           IF WS-FOUND
               MOVE 'Y'          TO WS-ST-ON-TABLE-SW(WS-ST-IDX)
               MOVE SR-WAGE-BASE TO WS-ST-WAGE-BASE(WS-ST-IDX)
               MOVE SR-RATE      TO WS-ST-RATE(WS-ST-IDX)
           END-IF.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1300-LOAD-DEPOSITS THRU 1300-EXIT
      *   Totals the deposits made against the quarter's liability -
      *   '941' federal employment tax deposits, and 'SUI' state
      *   contributions by state.  The deposit carries the liability
      *   quarter because the last month's deposit is made in the
      *   following quarter.
      *----------------------------------------------------------------*
       1300-LOAD-DEPOSITS.
           OPEN INPUT TAX-DEPOSIT-FILE
           IF WS-TAXDEP-STATUS NOT = '00'
               DISPLAY 'QTRTAX - NO TAX DEPOSIT FILE, NO DEPOSITS'
               GO TO 1300-EXIT
           END-IF
           PERFORM 1310-LOAD-ONE-DEPOSIT THRU 1310-EXIT
               UNTIL WS-TAXDEP-EOF
           CLOSE TAX-DEPOSIT-FILE.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1310-LOAD-ONE-DEPOSIT THRU 1310-EXIT
      *----------------------------------------------------------------*
       1310-LOAD-ONE-DEPOSIT.
           READ TAX-DEPOSIT-FILE
               AT END
                   MOVE 'Y' TO WS-TAXDEP-EOF-SW
           END-READ
           IF WS-TAXDEP-EOF
               GO TO 1310-EXIT
           END-IF
           IF DP-YEAR NOT = WS-QTR-YEAR
               OR DP-QUARTER NOT = WS-QTR-NUM
               GO TO 1310-EXIT
           END-IF

           ADD 1 TO WS-DEP-CNT
           IF DP-TAX-TYPE = '941'
               ADD DP-AMOUNT TO WS-FED-DEPOSITS
               GO TO 1310-EXIT
           END-IF
           IF DP-TAX-TYPE = 'SUI'
               MOVE DP-STATE TO WS-SEARCH-STATE
               PERFORM 8000-FIND-OR-ADD-STATE THRU 8000-EXIT
               IF WS-FOUND
                   ADD DP-AMOUNT TO WS-ST-DEPOSITS(WS-ST-IDX)
               END-IF
           END-IF.
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESS-EMPLOYEE THRU 2000-EXIT
      *   An employee with no check dated in the quarter has nothing
      *   to report.
      *----------------------------------------------------------------*
       2000-PROCESS-EMPLOYEE.
           ADD 1 TO WS-EMP-CNT
           PERFORM 2200-SUM-PAY-HISTORY THRU 2200-EXIT
           IF WS-CHECK-CNT = ZERO
               GO TO 2000-NEXT
           END-IF

           ADD 1 TO WS-PAID-CNT
           PERFORM 2300-PLACE-IN-YEAR THRU 2300-EXIT
           PERFORM 2400-COMPUTE-TAXABLE THRU 2400-EXIT
           PERFORM 2500-HOLD-EMPLOYEE THRU 2500-EXIT
           PERFORM 2600-WRITE-DETAIL THRU 2600-EXIT.
       2000-NEXT.
           PERFORM 2100-READ-EMPLOYEE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-READ-EMPLOYEE
      *----------------------------------------------------------------*
       2100-READ-EMPLOYEE.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 2200-SUM-PAY-HISTORY THRU 2200-EXIT
      *   Browses the employee's checks for the quarter's year:
      *   the quarter's own wages and withholdings, plus the gross
      *   paid before and after it.
      *----------------------------------------------------------------*
       2200-SUM-PAY-HISTORY.
           MOVE ZERO TO WS-CHECK-CNT
           MOVE ZERO TO WS-QTD-GROSS WS-QTD-FED
           MOVE ZERO TO WS-QTD-SS WS-QTD-MEDICARE
           MOVE ZERO TO WS-BEFORE-GROSS WS-AFTER-GROSS

           MOVE 'N' TO WS-HIST-EOF-SW
           MOVE EMP-ID        TO PH-EMP-ID
           MOVE WS-YEAR-FIRST TO PH-PAY-DATE
           MOVE LOW-VALUES    TO PH-PAY-TYPE
           START PAY-HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF-SW
           END-START
           PERFORM 2210-SUM-ONE-CHECK THRU 2210-EXIT
               UNTIL WS-HIST-EOF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2210-SUM-ONE-CHECK THRU 2210-EXIT
      *----------------------------------------------------------------*
       2210-SUM-ONE-CHECK.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SW
           END-READ
           IF WS-HIST-EOF
               GO TO 2210-EXIT
           END-IF
           IF PH-EMP-ID NOT = EMP-ID
               OR PH-PAY-DATE > WS-YEAR-LAST
               MOVE 'Y' TO WS-HIST-EOF-SW
               GO TO 2210-EXIT
           END-IF

           IF PH-PAY-DATE < WS-QTR-FIRST
               ADD PH-GROSS TO WS-BEFORE-GROSS
               GO TO 2210-EXIT
           END-IF
           IF PH-PAY-DATE > WS-QTR-LAST
               ADD PH-GROSS TO WS-AFTER-GROSS
               GO TO 2210-EXIT
           END-IF

           ADD 1 TO WS-CHECK-CNT
           ADD PH-GROSS    TO WS-QTD-GROSS
           ADD PH-FED      TO WS-QTD-FED
           ADD PH-SS       TO WS-QTD-SS
           ADD PH-MEDICARE TO WS-QTD-MEDICARE.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-PLACE-IN-YEAR THRU 2300-EXIT
      *   Year-to-date gross before the quarter, from the EMPYTD
      *   accumulator while it still holds the quarter's year;
      *   otherwise from the year's earlier pay history, and the
      *   detail line says so.
      *----------------------------------------------------------------*
       2300-PLACE-IN-YEAR.
           MOVE 'N' TO WS-HIST-BASIS-SW
           MOVE EMP-ID TO EY-EMP-ID
           READ EMPLOYEE-YTD-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-BASIS-SW
           END-READ
           IF NOT WS-HIST-BASIS
               IF EY-YEAR NOT = WS-QTR-YEAR
                   MOVE 'Y' TO WS-HIST-BASIS-SW
               END-IF
           END-IF

           IF WS-HIST-BASIS
               MOVE WS-BEFORE-GROSS TO WS-PRIOR-YTD
               ADD 1 TO WS-HIST-BASIS-CNT
           ELSE
               COMPUTE WS-THRU-YTD = EY-GROSS - WS-AFTER-GROSS
               COMPUTE WS-PRIOR-YTD = WS-THRU-YTD - WS-QTD-GROSS
           END-IF
           IF WS-PRIOR-YTD < ZERO
               MOVE ZERO TO WS-PRIOR-YTD
           END-IF
           COMPUTE WS-THRU-YTD = WS-PRIOR-YTD + WS-QTD-GROSS.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2400-COMPUTE-TAXABLE THRU 2400-EXIT
      *   Taxable wages under a base are the part of the quarter's
      *   wages between the capped year-to-date before and after it.
      *----------------------------------------------------------------*
       2400-COMPUTE-TAXABLE.
           MOVE WS-SS-WAGE-BASE TO WS-BASE-LIMIT
           PERFORM 2450-WAGES-UNDER-BASE THRU 2450-EXIT
           MOVE WS-CAP-THRU TO WS-SS-TAXABLE
           SUBTRACT WS-CAP-PRIOR FROM WS-SS-TAXABLE

           MOVE EMP-STATE TO WS-SEARCH-STATE
           PERFORM 8000-FIND-OR-ADD-STATE THRU 8000-EXIT
           MOVE WS-QTD-GROSS TO WS-SUI-TAXABLE
           IF WS-FOUND
               IF WS-ST-ON-TABLE-SW(WS-ST-IDX) = 'Y'
                   AND WS-ST-WAGE-BASE(WS-ST-IDX) > ZERO
                   MOVE WS-ST-WAGE-BASE(WS-ST-IDX) TO WS-BASE-LIMIT
                   PERFORM 2450-WAGES-UNDER-BASE THRU 2450-EXIT
                   MOVE WS-CAP-THRU TO WS-SUI-TAXABLE
                   SUBTRACT WS-CAP-PRIOR FROM WS-SUI-TAXABLE
               END-IF
           END-IF
           COMPUTE WS-SUI-EXCESS = WS-QTD-GROSS - WS-SUI-TAXABLE

           IF WS-FOUND
               ADD 1              TO WS-ST-EMP-CNT(WS-ST-IDX)
               ADD WS-QTD-GROSS   TO WS-ST-GROSS(WS-ST-IDX)
               ADD WS-SUI-EXCESS  TO WS-ST-EXCESS(WS-ST-IDX)
               ADD WS-SUI-TAXABLE TO WS-ST-TAXABLE(WS-ST-IDX)
           END-IF

           ADD WS-QTD-GROSS    TO WS-TOT-WAGES
           ADD WS-QTD-FED      TO WS-TOT-FED
           ADD WS-SS-TAXABLE   TO WS-TOT-SS-WAGES
           ADD WS-QTD-GROSS    TO WS-TOT-MED-WAGES
           ADD WS-QTD-SS       TO WS-TOT-SS-WITHHELD
           ADD WS-QTD-MEDICARE TO WS-TOT-MED-WITHHELD.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2450-WAGES-UNDER-BASE THRU 2450-EXIT
      *   Caps the year-to-date before and after the quarter at
      *   WS-BASE-LIMIT.
      *----------------------------------------------------------------*
       2450-WAGES-UNDER-BASE.
           MOVE WS-THRU-YTD TO WS-CAP-THRU
           IF WS-CAP-THRU > WS-BASE-LIMIT
               MOVE WS-BASE-LIMIT TO WS-CAP-THRU
           END-IF
           MOVE WS-PRIOR-YTD TO WS-CAP-PRIOR
           IF WS-CAP-PRIOR > WS-BASE-LIMIT
               MOVE WS-BASE-LIMIT TO WS-CAP-PRIOR
           END-IF.
       2450-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-HOLD-EMPLOYEE THRU 2500-EXIT
      *----------------------------------------------------------------*
       2500-HOLD-EMPLOYEE.
           IF WS-EMP-TBL-CNT >= 5000
               IF NOT WS-EMP-FULL
                   MOVE 'Y' TO WS-EMP-FULL-SW
                   DISPLAY 'QTRTAX EMPLOYEE TABLE FULL - '
                       'REMAINING EMPLOYEES NOT ON WAGE FILE'
               END-IF
               GO TO 2500-EXIT
           END-IF
           ADD 1 TO WS-EMP-TBL-CNT
           SET WS-ET-IDX TO WS-EMP-TBL-CNT
           MOVE EMP-ID          TO WS-ET-EMP-ID(WS-ET-IDX)
           MOVE EMP-SSN         TO WS-ET-SSN(WS-ET-IDX)
           MOVE EMP-LAST-NAME   TO WS-ET-LAST-NAME(WS-ET-IDX)
           MOVE EMP-FIRST-NAME  TO WS-ET-FIRST-NAME(WS-ET-IDX)
           MOVE EMP-MIDDLE-INIT TO WS-ET-MIDDLE-INIT(WS-ET-IDX)
           MOVE EMP-STATE       TO WS-ET-STATE(WS-ET-IDX)
           MOVE WS-QTD-GROSS    TO WS-ET-GROSS(WS-ET-IDX)
           MOVE WS-SUI-EXCESS   TO WS-ET-EXCESS(WS-ET-IDX)
           MOVE WS-SUI-TAXABLE  TO WS-ET-TAXABLE(WS-ET-IDX).
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2600-WRITE-DETAIL THRU 2600-EXIT
      *----------------------------------------------------------------*
       2600-WRITE-DETAIL.
           MOVE EMP-ID          TO WS-DL-EMP-ID
           MOVE EMP-LAST-NAME   TO WS-DL-LAST-NAME
           MOVE EMP-STATE       TO WS-DL-STATE
           MOVE WS-QTD-GROSS    TO WS-DL-GROSS
           MOVE WS-QTD-FED      TO WS-DL-FED
           MOVE WS-SS-TAXABLE   TO WS-DL-SS-WAGES
           MOVE WS-QTD-SS       TO WS-DL-SS
           MOVE WS-QTD-MEDICARE TO WS-DL-MEDICARE
           MOVE WS-SUI-TAXABLE  TO WS-DL-SUI-WAGES
           MOVE 'YTD'           TO WS-DL-BASIS
           IF WS-HIST-BASIS
               MOVE 'HIST'      TO WS-DL-BASIS
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           IF NOT WS-ABORT
               CLOSE PAY-HISTORY-FILE
               CLOSE EMPLOYEE-MASTER
               CLOSE EMPLOYEE-YTD-FILE
               CLOSE SUI-WAGE-FILE
               CLOSE QTR-REPORT
           END-IF
           DISPLAY 'QTRTAX EMPLOYEES READ    = ' WS-EMP-CNT
           DISPLAY 'QTRTAX EMPLOYEES PAID    = ' WS-PAID-CNT
           DISPLAY 'QTRTAX HISTORY BASIS     = ' WS-HIST-BASIS-CNT
           DISPLAY 'QTRTAX WAGE RECORDS      = ' WS-WAGE-REC-CNT
           DISPLAY 'QTRTAX DEPOSITS READ     = ' WS-DEP-CNT
           DISPLAY 'QTRTAX STATES NO RATE    = ' WS-NO-RATE-CNT
           DISPLAY 'QTRTAX QUARTER WAGES     = ' WS-TOT-WAGES.

      *----------------------------------------------------------------*
      * 5000-WRITE-WAGE-FILE THRU 5000-EXIT
      *   One pass of the held employees per state, in state-table
      *   order, so the file comes out grouped by state.
      *----------------------------------------------------------------*
       5000-WRITE-WAGE-FILE.
           PERFORM 5100-WRITE-ONE-STATE THRU 5100-EXIT
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-STATE-CNT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-WRITE-ONE-STATE THRU 5100-EXIT
      *----------------------------------------------------------------*
       5100-WRITE-ONE-STATE.
           IF WS-ST-EMP-CNT(WS-ST-IDX) = ZERO
               GO TO 5100-EXIT
           END-IF
           PERFORM 5200-WRITE-ONE-WAGE THRU 5200-EXIT
               VARYING WS-ET-IDX FROM 1 BY 1
               UNTIL WS-ET-IDX > WS-EMP-TBL-CNT.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5200-WRITE-ONE-WAGE THRU 5200-EXIT
      *----------------------------------------------------------------*
       5200-WRITE-ONE-WAGE.
           IF WS-ET-STATE(WS-ET-IDX) NOT = WS-ST-STATE(WS-ST-IDX)
               GO TO 5200-EXIT
           END-IF
           MOVE SPACES TO SUI-WAGE-RECORD
           MOVE WS-ET-STATE(WS-ET-IDX)       TO SW-STATE
           MOVE WS-QTR-YEAR                  TO SW-YEAR
           MOVE WS-QTR-NUM                   TO SW-QUARTER
           MOVE WS-ET-EMP-ID(WS-ET-IDX)      TO SW-EMP-ID
           MOVE WS-ET-SSN(WS-ET-IDX)         TO SW-SSN
           MOVE WS-ET-LAST-NAME(WS-ET-IDX)   TO SW-LAST-NAME
           MOVE WS-ET-FIRST-NAME(WS-ET-IDX)  TO SW-FIRST-NAME
           MOVE WS-ET-MIDDLE-INIT(WS-ET-IDX) TO SW-MIDDLE-INIT
           MOVE WS-ET-GROSS(WS-ET-IDX)       TO SW-GROSS-WAGES
           MOVE WS-ET-EXCESS(WS-ET-IDX)      TO SW-EXCESS-WAGES
           MOVE WS-ET-TAXABLE(WS-ET-IDX)     TO SW-TAXABLE-WAGES
           WRITE SUI-WAGE-RECORD
           ADD 1 TO WS-WAGE-REC-CNT.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-PRINT-941-WORKSHEET THRU 6000-EXIT
      *   Form 941 part 1, numbered as the form numbers its lines.
      *   Line 7 takes up the difference between the employee FICA
      *   actually withheld check by check and the employee half of
      *   line 5e, so line 10 matches what was really collected.
      *----------------------------------------------------------------*
       6000-PRINT-941-WORKSHEET.
           COMPUTE WS-941-SS-TAX ROUNDED =
               WS-TOT-SS-WAGES * WS-SS-RATE
           COMPUTE WS-941-MED-TAX ROUNDED =
               WS-TOT-MED-WAGES * WS-MEDICARE-RATE
           COMPUTE WS-941-FICA-TAX = WS-941-SS-TAX + WS-941-MED-TAX
           COMPUTE WS-941-BEFORE-ADJ = WS-TOT-FED + WS-941-FICA-TAX
           COMPUTE WS-941-EE-SHARE ROUNDED = WS-941-FICA-TAX / 2
           COMPUTE WS-941-CENTS-ADJ =
               WS-TOT-SS-WITHHELD + WS-TOT-MED-WITHHELD
               - WS-941-EE-SHARE
           COMPUTE WS-941-TOTAL-TAX =
               WS-941-BEFORE-ADJ + WS-941-CENTS-ADJ
           COMPUTE WS-941-BALANCE = WS-941-TOTAL-TAX - WS-FED-DEPOSITS

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'FORM 941 WORKSHEET - EMPLOYER''S QUARTERLY FEDERAL TAX'
               TO WS-SL-TITLE
           MOVE WS-SECTION-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE '1'    TO WS-CL-LINE-NO
           MOVE 'EMPLOYEES PAID IN THE QUARTER' TO WS-CL-LABEL
           MOVE WS-PAID-CNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE '2'    TO WS-FL-LINE-NO
           MOVE 'WAGES, TIPS AND OTHER COMPENSATION' TO WS-FL-LABEL
           MOVE ZERO TO WS-FL-COL-1
           MOVE WS-TOT-WAGES TO WS-FL-COL-2
           PERFORM 6100-WRITE-941-LINE THRU 6100-EXIT

           MOVE '3'    TO WS-FL-LINE-NO
           MOVE 'FEDERAL INCOME TAX WITHHELD' TO WS-FL-LABEL
           MOVE ZERO TO WS-FL-COL-1
           MOVE WS-TOT-FED TO WS-FL-COL-2
           PERFORM 6100-WRITE-941-LINE THRU 6100-EXIT

           MOVE '5A'   TO WS-FL-LINE-NO
           MOVE 'TAXABLE SOCIAL SECURITY WAGES  X .124' TO WS-FL-LABEL
           MOVE WS-TOT-SS-WAGES TO WS-FL-COL-1
           MOVE WS-941-SS-TAX TO WS-FL-COL-2
           PERFORM 6100-WRITE-941-LINE THRU 6100-EXIT

           MOVE '5C'   TO WS-FL-LINE-NO
           MOVE 'TAXABLE MEDICARE WAGES         X .029' TO WS-FL-LABEL
           MOVE WS-TOT-MED-WAGES TO WS-FL-COL-1
           MOVE WS-941-MED-TAX TO WS-FL-COL-2
           PERFORM 6100-WRITE-941-LINE THRU 6100-EXIT

           MOVE '5E'   TO WS-FL-LINE-NO
           MOVE 'TOTAL SOCIAL SECURITY AND MEDICARE TAXES'
               TO WS-FL-LABEL
           MOVE ZERO TO WS-FL-COL-1
           MOVE WS-941-FICA-TAX TO WS-FL-COL-2
           PERFORM 6100-WRITE-941-LINE THRU 6100-EXIT

           MOVE '6'    TO WS-FL-LINE-NO
           MOVE 'TOTAL TAXES BEFORE ADJUSTMENTS' TO WS-FL-LABEL
           MOVE ZERO TO WS-FL-COL-1
           MOVE WS-941-BEFORE-ADJ TO WS-FL-COL-2
           PERFORM 6100-WRITE-941-LINE THRU 6100-EXIT

           MOVE '7'    TO WS-FL-LINE-NO
           MOVE 'CURRENT QUARTER ADJUSTMENT - FRACTIONS OF CENTS'
               TO WS-FL-LABEL
           MOVE ZERO TO WS-FL-COL-1
           MOVE WS-941-CENTS-ADJ TO WS-FL-COL-2
           PERFORM 6100-WRITE-941-LINE THRU 6100-EXIT

           MOVE '10'   TO WS-FL-LINE-NO
           MOVE 'TOTAL TAXES AFTER ADJUSTMENTS' TO WS-FL-LABEL
           MOVE ZERO TO WS-FL-COL-1
           MOVE WS-941-TOTAL-TAX TO WS-FL-COL-2
           PERFORM 6100-WRITE-941-LINE THRU 6100-EXIT

           MOVE '13'   TO WS-FL-LINE-NO
           MOVE 'TOTAL DEPOSITS FOR THIS QUARTER' TO WS-FL-LABEL
           MOVE ZERO TO WS-FL-COL-1
           MOVE WS-FED-DEPOSITS TO WS-FL-COL-2
           PERFORM 6100-WRITE-941-LINE THRU 6100-EXIT

           IF WS-941-BALANCE < ZERO
               MOVE '15'   TO WS-FL-LINE-NO
               MOVE 'OVERPAYMENT' TO WS-FL-LABEL
               MOVE ZERO TO WS-FL-COL-1
               COMPUTE WS-FL-COL-2 = ZERO - WS-941-BALANCE
           ELSE
               MOVE '14'   TO WS-FL-LINE-NO
               MOVE 'BALANCE DUE' TO WS-FL-LABEL
               MOVE ZERO TO WS-FL-COL-1
               MOVE WS-941-BALANCE TO WS-FL-COL-2
           END-IF
           PERFORM 6100-WRITE-941-LINE THRU 6100-EXIT.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6100-WRITE-941-LINE THRU 6100-EXIT
      *----------------------------------------------------------------*
       6100-WRITE-941-LINE.
           MOVE WS-941-LINE TO RPT-LINE
           WRITE RPT-LINE.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-PRINT-RECONCILIATION THRU 7000-EXIT
      *   Federal: the 941 liability - the income tax and employee
      *   FICA withheld plus the employer's matching FICA - against
      *   the quarter's federal deposits.  State: each state's
      *   contribution due on its taxable wages against its SUI
      *   deposits.
      *----------------------------------------------------------------*
       7000-PRINT-RECONCILIATION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'TAX DEPOSIT RECONCILIATION' TO WS-SL-TITLE
           MOVE WS-SECTION-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO WS-RC-NOTE
           MOVE 'FEDERAL INCOME TAX WITHHELD' TO WS-RC-LABEL
           MOVE WS-TOT-FED TO WS-RC-AMOUNT
           PERFORM 7100-WRITE-RECON-LINE THRU 7100-EXIT
           MOVE 'EMPLOYEE SOCIAL SECURITY WITHHELD' TO WS-RC-LABEL
           MOVE WS-TOT-SS-WITHHELD TO WS-RC-AMOUNT
           PERFORM 7100-WRITE-RECON-LINE THRU 7100-EXIT
           MOVE 'EMPLOYEE MEDICARE WITHHELD' TO WS-RC-LABEL
           MOVE WS-TOT-MED-WITHHELD TO WS-RC-AMOUNT
           PERFORM 7100-WRITE-RECON-LINE THRU 7100-EXIT
           MOVE 'EMPLOYER SOCIAL SECURITY AND MEDICARE' TO WS-RC-LABEL
           COMPUTE WS-RC-AMOUNT = WS-941-TOTAL-TAX - WS-TOT-FED
               - WS-TOT-SS-WITHHELD - WS-TOT-MED-WITHHELD
           PERFORM 7100-WRITE-RECON-LINE THRU 7100-EXIT
           MOVE 'FEDERAL LIABILITY (941 LINE 10)' TO WS-RC-LABEL
           MOVE WS-941-TOTAL-TAX TO WS-RC-AMOUNT
           PERFORM 7100-WRITE-RECON-LINE THRU 7100-EXIT
           MOVE 'FEDERAL DEPOSITS FOR THE QUARTER' TO WS-RC-LABEL
           MOVE WS-FED-DEPOSITS TO WS-RC-AMOUNT
           PERFORM 7100-WRITE-RECON-LINE THRU 7100-EXIT
           MOVE 'LIABILITY LESS DEPOSITS' TO WS-RC-LABEL
           MOVE WS-941-BALANCE TO WS-RC-AMOUNT
           EVALUATE TRUE
               WHEN WS-941-BALANCE > ZERO
                   MOVE 'UNDERDEPOSITED' TO WS-RC-NOTE
               WHEN WS-941-BALANCE < ZERO
                   MOVE 'OVERDEPOSITED' TO WS-RC-NOTE
               WHEN OTHER
                   MOVE 'IN BALANCE' TO WS-RC-NOTE
           END-EVALUATE
           PERFORM 7100-WRITE-RECON-LINE THRU 7100-EXIT

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'STATE UNEMPLOYMENT CONTRIBUTIONS' TO WS-SL-TITLE
           MOVE WS-SECTION-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-STATE-HEADING TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 7200-WRITE-STATE-LINE THRU 7200-EXIT
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-STATE-CNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7100-WRITE-RECON-LINE THRU 7100-EXIT
      *----------------------------------------------------------------*
       7100-WRITE-RECON-LINE.
           MOVE WS-RECON-LINE TO RPT-LINE
           WRITE RPT-LINE.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7200-WRITE-STATE-LINE THRU 7200-EXIT
      *   States with neither wages nor deposits this quarter are
      *   not listed.
      *----------------------------------------------------------------*
       7200-WRITE-STATE-LINE.
           IF WS-ST-EMP-CNT(WS-ST-IDX) = ZERO
               AND WS-ST-DEPOSITS(WS-ST-IDX) = ZERO
               GO TO 7200-EXIT
           END-IF

           COMPUTE WS-SUI-DUE ROUNDED =
               WS-ST-TAXABLE(WS-ST-IDX) * WS-ST-RATE(WS-ST-IDX)
           COMPUTE WS-DIFFERENCE =
               WS-SUI-DUE - WS-ST-DEPOSITS(WS-ST-IDX)

           MOVE WS-ST-STATE(WS-ST-IDX)    TO WS-SR-STATE
           MOVE WS-ST-EMP-CNT(WS-ST-IDX)  TO WS-SR-EMP-CNT
           MOVE WS-ST-GROSS(WS-ST-IDX)    TO WS-SR-GROSS
           MOVE WS-ST-EXCESS(WS-ST-IDX)   TO WS-SR-EXCESS
           MOVE WS-ST-TAXABLE(WS-ST-IDX)  TO WS-SR-TAXABLE
           MOVE WS-ST-RATE(WS-ST-IDX)     TO WS-SR-RATE
           MOVE WS-SUI-DUE                TO WS-SR-DUE
           MOVE WS-ST-DEPOSITS(WS-ST-IDX) TO WS-SR-DEPOSITS
           MOVE WS-DIFFERENCE             TO WS-SR-DIFFERENCE
           EVALUATE TRUE
               WHEN WS-ST-ON-TABLE-SW(WS-ST-IDX) NOT = 'Y'
                   MOVE 'NO RATE ON FILE' TO WS-SR-NOTE
                   ADD 1 TO WS-NO-RATE-CNT
               WHEN WS-DIFFERENCE > ZERO
                   MOVE 'UNDERDEPOSITED' TO WS-SR-NOTE
               WHEN WS-DIFFERENCE < ZERO
                   MOVE 'OVERDEPOSITED' TO WS-SR-NOTE
               WHEN OTHER
                   MOVE 'IN BALANCE' TO WS-SR-NOTE
           END-EVALUATE
           MOVE WS-STATE-LINE TO RPT-LINE
           WRITE RPT-LINE.
       7200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-FIND-OR-ADD-STATE THRU 8000-EXIT
      *   Leaves WS-ST-IDX on WS-SEARCH-STATE's entry, adding one
      *   (off the SUITBL table) when it is new.  WS-FOUND is off
      *   only when the table is full.
      *----------------------------------------------------------------*
       8000-FIND-OR-ADD-STATE.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 8100-SEARCH-STATE THRU 8100-EXIT
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-STATE-CNT
                  OR WS-FOUND

      *    THE PERFORM VARYING AUGMENT LEAVES THE INDEX ONE PAST THE
      *    MATCHED ENTRY, SO STEP IT BACK BEFORE SUBSCRIPTING.
           IF WS-FOUND
               SET WS-ST-IDX DOWN BY 1
               GO TO 8000-EXIT
           END-IF

           IF WS-STATE-CNT >= 60
               IF NOT WS-STATE-FULL
                   MOVE 'Y' TO WS-STATE-FULL-SW
                   DISPLAY 'QTRTAX STATE TABLE FULL - '
                       'REMAINING STATES NOT TOTALED'
               END-IF
               GO TO 8000-EXIT
           END-IF
           ADD 1 TO WS-STATE-CNT
           SET WS-ST-IDX TO WS-STATE-CNT
           MOVE WS-SEARCH-STATE TO WS-ST-STATE(WS-ST-IDX)
           MOVE 'N'  TO WS-ST-ON-TABLE-SW(WS-ST-IDX)
           MOVE ZERO TO WS-ST-WAGE-BASE(WS-ST-IDX)
           MOVE ZERO TO WS-ST-RATE(WS-ST-IDX)
           MOVE ZERO TO WS-ST-EMP-CNT(WS-ST-IDX)
           MOVE ZERO TO WS-ST-GROSS(WS-ST-IDX)
           MOVE ZERO TO WS-ST-EXCESS(WS-ST-IDX)
           MOVE ZERO TO WS-ST-TAXABLE(WS-ST-IDX)
           MOVE ZERO TO WS-ST-DEPOSITS(WS-ST-IDX)
           MOVE 'Y' TO WS-FOUND-SW.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8100-SEARCH-STATE THRU 8100-EXIT
      *----------------------------------------------------------------*
       8100-SEARCH-STATE.
           IF WS-ST-STATE(WS-ST-IDX) = WS-SEARCH-STATE
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
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
           MOVE 'QTRTAX' TO RL-PROGRAM
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
