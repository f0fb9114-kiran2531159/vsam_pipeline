      *================================================================*
      * LVLIAB - ACCRUED LEAVE LIABILITY REPORT
      *
      * Full scan of EMPLOYEE-MASTER, pricing each employee's LVBAL
      * paid-time-off balance at the hourly rate of the salary on
      * file (annual salary over 2080 hours) - the amount the bank
      * owes its staff in earned but untaken leave, which finance
      * books as an accrued liability.  A terminated employee whose
      * payout EMPMAINT flagged but PAYROLL has not yet paid is
      * still owed and prices at the flagged payout hours.  The
      * detail is followed by a department summary (built the same
      * find-or-add way EMPHDCNT builds its department table) and
      * the grand totals.  Employees with no balance record, or
      * nothing outstanding, are not listed.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LVLIAB.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL LEAVE LIABILITY REPORT.
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

           SELECT LEAVE-BALANCE-FILE ASSIGN TO LVBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-EMP-ID
               FILE STATUS IS WS-LVBAL-STATUS.

           SELECT LIABILITY-REPORT ASSIGN TO LVLIABR
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

       FD  LEAVE-BALANCE-FILE.
           COPY "lvbal.cpy".

       FD  LIABILITY-REPORT
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
       01  WS-LVBAL-STATUS                PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).

       01  WS-EOF-SW                      PIC X(01)   VALUE 'N'.
           88  WS-EOF                       VALUE 'Y'.
       01  WS-ABORT-SW                    PIC X(01)   VALUE 'N'.
           88  WS-ABORT                     VALUE 'Y'.
       01  WS-FOUND-SW                    PIC X(01)   VALUE 'N'.
           88  WS-FOUND                     VALUE 'Y'.
       01  WS-DEPT-TABLE-FULL-SW          PIC X(01)   VALUE 'N'.
           88  WS-DEPT-TABLE-FULL            VALUE 'Y'.

       01  WS-EMP-CNT                     PIC 9(07)   VALUE ZERO.
       01  WS-LISTED-CNT                  PIC 9(07)   VALUE ZERO.
       01  WS-PAYOUT-CNT                  PIC 9(07)   VALUE ZERO.
       01  WS-DEPT-CNT                    PIC 9(03)   VALUE ZERO.
       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.

       01  WS-HOURS-PER-YEAR              PIC 9(04)   VALUE 2080.
       01  WS-OWED-HOURS                  PIC S9(05)V99 VALUE ZERO.
       01  WS-HOURLY-RATE                 PIC S9(05)V9999 VALUE ZERO.
       01  WS-LIABILITY                   PIC S9(09)V99 VALUE ZERO.
       01  WS-TOTAL-HOURS                 PIC S9(09)V99 VALUE ZERO.
       01  WS-TOTAL-LIABILITY             PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-PAYOUT                PIC S9(11)V99 VALUE ZERO.

       01  WS-DEPT-TABLE.
           05  WS-DT-ENTRY OCCURS 30 TIMES INDEXED BY WS-DT-IDX.
               10  WS-DT-DEPT-CODE          PIC X(04).
               10  WS-DT-EMP-CNT            PIC 9(07).
               10  WS-DT-HOURS              PIC S9(09)V99.
               10  WS-DT-LIABILITY          PIC S9(11)V99.

       01  WS-HEADING-LINE-1.
           05  FILLER PIC X(40) VALUE
               'ACCRUED LEAVE LIABILITY REPORT'.
           05  FILLER PIC X(06) VALUE 'AS OF '.
           05  WS-HL-DATE                  PIC 9(08).
       01  WS-HEADING-LINE-2.
           05  FILLER PIC X(09) VALUE 'EMP-ID'.
           05  FILLER PIC X(26) VALUE 'LAST NAME'.
           05  FILLER PIC X(05) VALUE 'DEPT'.
           05  FILLER PIC X(05) VALUE 'TITL'.
           05  FILLER PIC X(03) VALUE 'ST'.
           05  FILLER PIC X(12) VALUE '  HOURS OWED'.
           05  FILLER PIC X(12) VALUE ' HOURLY RATE'.
           05  FILLER PIC X(16) VALUE '       LIABILITY'.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(06) VALUE 'NOTE'.

       01  WS-DETAIL-LINE.
           05  WS-DL-EMP-ID                PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DL-LAST-NAME             PIC X(25).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DL-DEPT-CODE             PIC X(04).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DL-TITLE                 PIC X(04).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DL-STATUS                PIC X(01).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DL-HOURS                 PIC -(06)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DL-RATE                  PIC ZZ,ZZ9.9999.
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DL-LIABILITY             PIC -(11)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DL-NOTE                  PIC X(14).

       01  WS-DEPT-HEADING-1.
           05  FILLER PIC X(40) VALUE
               'LEAVE LIABILITY BY DEPARTMENT'.
       01  WS-DEPT-HEADING-2.
           05  FILLER PIC X(06) VALUE 'DEPT'.
           05  FILLER PIC X(10) VALUE 'EMPLOYEES'.
           05  FILLER PIC X(14) VALUE '    HOURS OWED'.
           05  FILLER PIC X(18) VALUE '         LIABILITY'.

       01  WS-DEPT-LINE.
           05  WS-DP-DEPT-CODE             PIC X(06).
           05  WS-DP-EMP-CNT               PIC ZZZ,ZZ9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DP-HOURS                 PIC -(09)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DP-LIABILITY             PIC -(12)9.99.

       01  WS-COUNT-LINE.
           05  WS-CL-LABEL                 PIC X(30).
           05  FILLER PIC X(09) VALUE SPACES.
           05  WS-CL-COUNT                 PIC Z(06)9.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(30).
           05  WS-TL-AMOUNT                PIC -(12)9.99.

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
               PERFORM 4000-PRINT-DEPARTMENTS THRU 4000-EXIT
               PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
           END-IF
           PERFORM 3000-TERMINATE
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-LISTED-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE THRU 1000-EXIT
      *   The balance file is the whole point of the report - a run
      *   without it ends RC 16 rather than printing a zero
      *   liability finance might book.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT LEAVE-BALANCE-FILE
           IF WS-LVBAL-STATUS NOT = '00'
               DISPLAY 'LVLIAB - LVBAL OPEN FAILED, STATUS '
                   WS-LVBAL-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           OPEN OUTPUT LIABILITY-REPORT
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           MOVE WS-TODAY TO WS-HL-DATE
           MOVE WS-HEADING-LINE-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HEADING-LINE-2 TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 2100-READ-EMPLOYEE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESS-EMPLOYEE THRU 2000-EXIT
      *----------------------------------------------------------------*
       2000-PROCESS-EMPLOYEE.
           ADD 1 TO WS-EMP-CNT
           PERFORM 2200-PRICE-BALANCE THRU 2200-EXIT
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
      * 2200-PRICE-BALANCE THRU 2200-EXIT
      *   Hours owed are the balance, or for a terminated employee
      *   awaiting the final check, the flagged payout hours.  A
      *   payout already made is owed nothing.
      *----------------------------------------------------------------*
       2200-PRICE-BALANCE.
           MOVE EMP-ID TO LB-EMP-ID
           READ LEAVE-BALANCE-FILE
               INVALID KEY
                   GO TO 2200-EXIT
           END-READ

           MOVE SPACES TO WS-DL-NOTE
           IF LB-PAYOUT-PENDING
               MOVE LB-PAYOUT-HOURS TO WS-OWED-HOURS
               MOVE 'PAYOUT PENDING' TO WS-DL-NOTE
           ELSE
               IF LB-PAYOUT-DONE
                   GO TO 2200-EXIT
               END-IF
               MOVE LB-BALANCE-HOURS TO WS-OWED-HOURS
           END-IF
           IF WS-OWED-HOURS <= ZERO
               GO TO 2200-EXIT
           END-IF

           COMPUTE WS-HOURLY-RATE ROUNDED =
               EMP-SALARY / WS-HOURS-PER-YEAR
           COMPUTE WS-LIABILITY ROUNDED =
               WS-OWED-HOURS * WS-HOURLY-RATE

           MOVE EMP-ID          TO WS-DL-EMP-ID
           MOVE EMP-LAST-NAME   TO WS-DL-LAST-NAME
           MOVE EMP-DEPT-CODE   TO WS-DL-DEPT-CODE
           MOVE EMP-TITLE       TO WS-DL-TITLE
           MOVE EMP-STATUS      TO WS-DL-STATUS
           MOVE WS-OWED-HOURS   TO WS-DL-HOURS
           MOVE WS-HOURLY-RATE  TO WS-DL-RATE
           MOVE WS-LIABILITY    TO WS-DL-LIABILITY
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE

           ADD 1 TO WS-LISTED-CNT
           ADD WS-OWED-HOURS TO WS-TOTAL-HOURS
           ADD WS-LIABILITY  TO WS-TOTAL-LIABILITY
           IF LB-PAYOUT-PENDING
               ADD 1 TO WS-PAYOUT-CNT
               ADD WS-LIABILITY TO WS-TOTAL-PAYOUT
           END-IF
           PERFORM 6000-FIND-OR-ADD-DEPT THRU 6000-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           IF NOT WS-ABORT
               CLOSE LEAVE-BALANCE-FILE
               CLOSE EMPLOYEE-MASTER
               CLOSE LIABILITY-REPORT
           END-IF
           DISPLAY 'LVLIAB EMPLOYEES READ  = ' WS-EMP-CNT
           DISPLAY 'LVLIAB EMPLOYEES OWED  = ' WS-LISTED-CNT
           DISPLAY 'LVLIAB PAYOUTS PENDING = ' WS-PAYOUT-CNT
           DISPLAY 'LVLIAB TOTAL LIABILITY = ' WS-TOTAL-LIABILITY.

      *----------------------------------------------------------------*
      * 4000-PRINT-DEPARTMENTS THRU 4000-EXIT
      *----------------------------------------------------------------*
       4000-PRINT-DEPARTMENTS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-DEPT-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-DEPT-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 4100-PRINT-DEPT-LINE THRU 4100-EXIT
               VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > WS-DEPT-CNT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-PRINT-DEPT-LINE THRU 4100-EXIT
      *----------------------------------------------------------------*
       4100-PRINT-DEPT-LINE.
           MOVE WS-DT-DEPT-CODE(WS-DT-IDX) TO WS-DP-DEPT-CODE
           MOVE WS-DT-EMP-CNT(WS-DT-IDX)   TO WS-DP-EMP-CNT
           MOVE WS-DT-HOURS(WS-DT-IDX)     TO WS-DP-HOURS
           MOVE WS-DT-LIABILITY(WS-DT-IDX) TO WS-DP-LIABILITY
           MOVE WS-DEPT-LINE TO RPT-LINE
           WRITE RPT-LINE.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-PRINT-TOTALS THRU 5000-EXIT
      *----------------------------------------------------------------*
       5000-PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'EMPLOYEES WITH LEAVE OWED' TO WS-CL-LABEL
           MOVE WS-LISTED-CNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'PENDING FINAL-CHECK PAYOUTS' TO WS-CL-LABEL
           MOVE WS-PAYOUT-CNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'TOTAL HOURS OWED' TO WS-TL-LABEL
           MOVE WS-TOTAL-HOURS TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'PENDING PAYOUT LIABILITY' TO WS-TL-LABEL
           MOVE WS-TOTAL-PAYOUT TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'TOTAL ACCRUED LEAVE LIABILITY' TO WS-TL-LABEL
           MOVE WS-TOTAL-LIABILITY TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-FIND-OR-ADD-DEPT THRU 6000-EXIT
      *----------------------------------------------------------------*
       6000-FIND-OR-ADD-DEPT.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 6100-SEARCH-DEPT THRU 6100-EXIT
               VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > WS-DEPT-CNT
                  OR WS-FOUND

      *    THE PERFORM VARYING AUGMENT LEAVES THE INDEX ONE PAST THE
      *    MATCHED ENTRY, SO STEP IT BACK BEFORE SUBSCRIPTING.
           IF WS-FOUND
               SET WS-DT-IDX DOWN BY 1
           END-IF

           IF NOT WS-FOUND
               IF WS-DEPT-CNT >= 30
                   IF NOT WS-DEPT-TABLE-FULL
                       MOVE 'Y' TO WS-DEPT-TABLE-FULL-SW
                       DISPLAY
                         'LVLIAB DEPARTMENT TABLE FULL - ' ,
                         'REMAINING DEPARTMENTS NOT SUMMARIZED'
                   END-IF
                   GO TO 6000-EXIT
               END-IF
               ADD 1 TO WS-DEPT-CNT
               SET WS-DT-IDX TO WS-DEPT-CNT
               MOVE EMP-DEPT-CODE TO WS-DT-DEPT-CODE(WS-DT-IDX)
               MOVE ZERO TO WS-DT-EMP-CNT(WS-DT-IDX)
               MOVE ZERO TO WS-DT-HOURS(WS-DT-IDX)
               MOVE ZERO TO WS-DT-LIABILITY(WS-DT-IDX)
           END-IF

           ADD 1 TO WS-DT-EMP-CNT(WS-DT-IDX)
           ADD WS-OWED-HOURS TO WS-DT-HOURS(WS-DT-IDX)
           ADD WS-LIABILITY  TO WS-DT-LIABILITY(WS-DT-IDX).
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6100-SEARCH-DEPT THRU 6100-EXIT
      *----------------------------------------------------------------*
       6100-SEARCH-DEPT.
           IF WS-DT-DEPT-CODE(WS-DT-IDX) = EMP-DEPT-CODE
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       6100-EXIT.
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
           MOVE 'LVLIAB' TO RL-PROGRAM
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
