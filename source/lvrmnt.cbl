      *================================================================*
      * LVRMNT - EMPLOYEE TIME-OFF REQUEST MAINTENANCE
      *
      * Applies add / cancel maintenance transactions against the
      * LEAVE-REQUEST-RECORD VSAM KSDS (keyed on employee + first
      * day of the absence), the same maintenance shape EMPDMNT
      * uses for deduction instructions, and keeps the employee's
      * LVBAL leave balance in step:
      *   - a paid request must fit inside the available balance
      *     and its hours come off the balance as it is entered;
      *   - an unpaid request queues its hours on the balance
      *     record for PAYROLL to dock from the next period's gross;
      *   - a cancel flags the request 'X' and gives the hours back
      *     (paid) or unqueues them (unpaid) - an unpaid request
      *     PAYROLL has already docked can no longer be cancelled
      *     here, the correction goes through payroll instead.
      * The employee must be on EMPLOYEE-MASTER and active.  An
      * employee with no balance record yet (hired since the last
      * payroll) gets an empty one opened for the current year.
      *
      * LT-ACTION values:
      *   'A' = add an approved request
      *   'X' = cancel a request
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LVRMNT.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL ADD/CANCEL MAINTENANCE.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-REQUEST-FILE ASSIGN TO LVREQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-KEY
               FILE STATUS IS WS-LVREQ-STATUS.

           SELECT LEAVE-BALANCE-FILE ASSIGN TO LVBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-EMP-ID
               FILE STATUS IS WS-LVBAL-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

           SELECT LEAVE-TRANS ASSIGN TO LVRTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT LEAVE-REJECT ASSIGN TO LVRREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT PROC-DATE-CTL ASSIGN TO PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-REQUEST-FILE.
           COPY "lvreq.cpy".

       FD  LEAVE-BALANCE-FILE.
           COPY "lvbal.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee.cpy".

       FD  LEAVE-TRANS
           RECORD CONTAINS 40 CHARACTERS.
       01  LEAVE-TRAN-RECORD.
           05  LT-ACTION                  PIC X(01).
           05  LT-EMP-ID                  PIC 9(08).
           05  LT-START-DATE              PIC 9(08).
           05  LT-END-DATE                PIC 9(08).
           05  LT-LEAVE-TYPE              PIC X(01).
           05  LT-HOURS                   PIC 9(03)V99.
           05  FILLER                     PIC X(09).

       FD  LEAVE-REJECT
           RECORD CONTAINS 100 CHARACTERS.
       01  LEAVE-REJECT-RECORD.
           05  LJ-EMP-ID                  PIC 9(08).
           05  LJ-START-DATE              PIC 9(08).
           05  LJ-ACTION                  PIC X(01).
           05  LJ-REASON                  PIC X(40).
           05  LJ-TRAN-IMAGE              PIC X(40).
           05  FILLER                     PIC X(03).

       FD  PROC-DATE-CTL
           RECORD CONTAINS 8 CHARACTERS.
       01  PROC-DATE-RECORD               PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-PDATE-STATUS                PIC X(02).
       01  WS-LVREQ-STATUS                PIC X(02).
       01  WS-LVBAL-STATUS                PIC X(02).
       01  WS-EMP-STATUS                  PIC X(02).
       01  WS-TRAN-STATUS                 PIC X(02).
       01  WS-REJ-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-VALID-SW                PIC X(01)   VALUE 'Y'.
               88  WS-RECORD-VALID         VALUE 'Y'.
           05  WS-BAL-NEW-SW              PIC X(01)   VALUE 'N'.
               88  WS-BAL-NEW              VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-ADD-CNT                 PIC 9(07)   VALUE ZERO.
           05  WS-CANCEL-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-REJECT-CNT              PIC 9(07)   VALUE ZERO.

       01  WS-REJECT-REASON               PIC X(40).
       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 3000-TERMINATE
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O   LEAVE-REQUEST-FILE
           OPEN I-O   LEAVE-BALANCE-FILE
           OPEN INPUT EMPLOYEE-MASTER
           OPEN INPUT LEAVE-TRANS
           OPEN OUTPUT LEAVE-REJECT
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           PERFORM 2100-READ-TRANS.

      *----------------------------------------------------------------*
      * 2000-PROCESS-TRANS THRU 2000-EXIT
      *----------------------------------------------------------------*
       2000-PROCESS-TRANS.
           ADD 1 TO WS-READ-CNT
           MOVE 'Y' TO WS-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON

           EVALUATE LT-ACTION
               WHEN 'A'
                   PERFORM 5000-ADD-REQUEST THRU 5000-EXIT
               WHEN 'X'
                   PERFORM 7000-CANCEL-REQUEST THRU 7000-EXIT
               WHEN OTHER
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'INVALID MAINTENANCE ACTION CODE' TO
                       WS-REJECT-REASON
           END-EVALUATE

           IF NOT WS-RECORD-VALID
               PERFORM 8000-WRITE-REJECT THRU 8000-EXIT
           END-IF

           PERFORM 2100-READ-TRANS.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-READ-TRANS
      *----------------------------------------------------------------*
       2100-READ-TRANS.
           READ LEAVE-TRANS
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           CLOSE LEAVE-REQUEST-FILE
           CLOSE LEAVE-BALANCE-FILE
           CLOSE EMPLOYEE-MASTER
           CLOSE LEAVE-TRANS
           CLOSE LEAVE-REJECT
           DISPLAY 'LVRMNT TRANS READ  = ' WS-READ-CNT
           DISPLAY 'LVRMNT ADDED       = ' WS-ADD-CNT
           DISPLAY 'LVRMNT CANCELLED   = ' WS-CANCEL-CNT
           DISPLAY 'LVRMNT REJECTED    = ' WS-REJECT-CNT.

      *----------------------------------------------------------------*
      * 4000-EDIT-FIELDS THRU 4000-EXIT
      *   Field edits for an add.
      *----------------------------------------------------------------*
       4000-EDIT-FIELDS.
           IF LT-LEAVE-TYPE NOT = 'P' AND LT-LEAVE-TYPE NOT = 'U'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'LEAVE TYPE MUST BE P OR U' TO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF
           IF LT-HOURS = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'REQUEST HOURS REQUIRED' TO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF
           IF LT-START-DATE = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'START DATE REQUIRED' TO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF
           IF LT-END-DATE < LT-START-DATE
               MOVE 'N' TO WS-VALID-SW
               MOVE 'END DATE BEFORE START DATE' TO
                   WS-REJECT-REASON
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4500-GET-LEAVE-BALANCE THRU 4500-EXIT
      *   Reads the employee's balance record, or builds an empty
      *   one for the current year (written by the caller once the
      *   request is known to be good).
      *----------------------------------------------------------------*
       4500-GET-LEAVE-BALANCE.
           MOVE 'N' TO WS-BAL-NEW-SW
           MOVE LT-EMP-ID TO LB-EMP-ID
           READ LEAVE-BALANCE-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-BAL-NEW-SW
           END-READ
           IF NOT WS-BAL-NEW
               GO TO 4500-EXIT
           END-IF

           MOVE LT-EMP-ID       TO LB-EMP-ID
           MOVE WS-TODAY(1:4)   TO LB-PLAN-YEAR
           MOVE ZERO TO LB-CARRYOVER-HOURS LB-ACCRUED-HOURS
           MOVE ZERO TO LB-TAKEN-HOURS LB-BALANCE-HOURS
           MOVE ZERO TO LB-FORFEIT-HOURS LB-UNPAID-PENDING
           MOVE ZERO TO LB-UNPAID-YTD LB-LAST-ACCRUAL-DATE
           MOVE SPACE TO LB-PAYOUT-SW
           MOVE ZERO TO LB-PAYOUT-HOURS LB-PAYOUT-AMOUNT
           MOVE ZERO TO LB-PAYOUT-DATE.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-ADD-REQUEST THRU 5000-EXIT
      *----------------------------------------------------------------*
       5000-ADD-REQUEST.
           MOVE LT-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'EMPLOYEE NOT ON MASTER' TO WS-REJECT-REASON
                   GO TO 5000-EXIT
           END-READ
           IF EMP-STATUS NOT = 'A'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'EMPLOYEE NOT ACTIVE' TO WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF

           PERFORM 4000-EDIT-FIELDS THRU 4000-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 5000-EXIT
           END-IF

           MOVE LT-EMP-ID     TO LR-EMP-ID
           MOVE LT-START-DATE TO LR-START-DATE
           READ LEAVE-REQUEST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REQUEST ALREADY ON FILE FOR START DATE' TO
                       WS-REJECT-REASON
                   GO TO 5000-EXIT
           END-READ

           PERFORM 4500-GET-LEAVE-BALANCE THRU 4500-EXIT

      *    PAID TIME OFF CANNOT BE TAKEN AHEAD OF ITS ACCRUAL.
           IF LT-LEAVE-TYPE = 'P'
               IF LT-HOURS > LB-BALANCE-HOURS
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'INSUFFICIENT LEAVE BALANCE' TO
                       WS-REJECT-REASON
                   GO TO 5000-EXIT
               END-IF
               ADD LT-HOURS TO LB-TAKEN-HOURS
               SUBTRACT LT-HOURS FROM LB-BALANCE-HOURS
           ELSE
               ADD LT-HOURS TO LB-UNPAID-PENDING
           END-IF

           MOVE LT-EMP-ID       TO LR-EMP-ID
           MOVE LT-START-DATE   TO LR-START-DATE
           MOVE LT-END-DATE     TO LR-END-DATE
           IF LR-END-DATE = ZERO
               MOVE LT-START-DATE TO LR-END-DATE
           END-IF
           MOVE LT-LEAVE-TYPE   TO LR-LEAVE-TYPE
           MOVE LT-HOURS        TO LR-HOURS
           MOVE 'A'             TO LR-STATUS
           MOVE WS-TODAY        TO LR-ENTER-DATE
           MOVE ZERO            TO LR-CANCEL-DATE
           WRITE LEAVE-REQUEST-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REQUEST WRITE FAILED' TO WS-REJECT-REASON
                   GO TO 5000-EXIT
           END-WRITE

           IF WS-BAL-NEW
               WRITE LEAVE-BALANCE-RECORD
           ELSE
               REWRITE LEAVE-BALANCE-RECORD
           END-IF
           ADD 1 TO WS-ADD-CNT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-CANCEL-REQUEST THRU 7000-EXIT
      *----------------------------------------------------------------*
       7000-CANCEL-REQUEST.
           MOVE LT-EMP-ID     TO LR-EMP-ID
           MOVE LT-START-DATE TO LR-START-DATE
           READ LEAVE-REQUEST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'NO REQUEST FOR THAT START DATE' TO
                       WS-REJECT-REASON
                   GO TO 7000-EXIT
           END-READ
           IF NOT LR-ACTIVE
               MOVE 'N' TO WS-VALID-SW
               MOVE 'REQUEST ALREADY CANCELLED' TO WS-REJECT-REASON
               GO TO 7000-EXIT
           END-IF

           PERFORM 4500-GET-LEAVE-BALANCE THRU 4500-EXIT

           IF LR-PAID
               SUBTRACT LR-HOURS FROM LB-TAKEN-HOURS
               ADD LR-HOURS TO LB-BALANCE-HOURS
           ELSE
               IF LB-UNPAID-PENDING < LR-HOURS
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'UNPAID HOURS ALREADY DOCKED BY PAYROLL' TO
                       WS-REJECT-REASON
                   GO TO 7000-EXIT
               END-IF
               SUBTRACT LR-HOURS FROM LB-UNPAID-PENDING
           END-IF

           MOVE 'X'      TO LR-STATUS
           MOVE WS-TODAY TO LR-CANCEL-DATE
           REWRITE LEAVE-REQUEST-RECORD

           IF WS-BAL-NEW
               WRITE LEAVE-BALANCE-RECORD
           ELSE
               REWRITE LEAVE-BALANCE-RECORD
           END-IF
           ADD 1 TO WS-CANCEL-CNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-WRITE-REJECT THRU 8000-EXIT
      *----------------------------------------------------------------*
       8000-WRITE-REJECT.
           MOVE SPACES        TO LEAVE-REJECT-RECORD
           MOVE LT-EMP-ID     TO LJ-EMP-ID
           MOVE LT-START-DATE TO LJ-START-DATE
           MOVE LT-ACTION     TO LJ-ACTION
           MOVE WS-REJECT-REASON TO LJ-REASON
           MOVE LEAVE-TRAN-RECORD TO LJ-TRAN-IMAGE
           WRITE LEAVE-REJECT-RECORD
           ADD 1 TO WS-REJECT-CNT.
       8000-EXIT.
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
