      *
      * Applies add / change / terminate maintenance transactions
      * against the EMPLOYEE-RECORD VSAM KSDS (keyed on EMP-ID).
      * Whenever a change transaction carries a new EMP-TITLE,
      * EMP-DEPT-CODE or EMP-SALARY that differs from what is already
      * on file, a dated history record (old value, new value,
      * effective date, date keyed) is appended to EMPHIST before
      * the master record is rewritten.  A change keyed late carries
      * its real effective date, and PAYROLL's off-cycle retro pay
      * works from the gap between the two dates -
      * EMPLOYEE-RECORD itself keeps no history, so this is the only
      * place "when did this person get promoted" can be answered
      * from. Rejected transactions are written to EMPREJ with a
      *
      * EMP-MAINT-ACTION values:
      *   'A' = add a new employee
      *   'C' = change title / department / salary, effective
      *         ET-EFFECTIVE-DATE (zero or blank = today)
      *   'X' = terminate (set EMP-STATUS to terminated, and flag
      *         any remaining LVBAL leave balance for payout on the
      *         final check PAYROLL cuts)
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMAINT.
      *                    ER-TRAN-IMAGE WAS ADDED, SO THE LAST 15
      *                    BYTES OF THE IMAGE TRUNCATED AND SUSPLOAD
      *                    READ A SHORT RECORD.
      *   2026-10-15  DS   TERMINATION FLAGS THE EMPLOYEE'S REMAINING
      *                    LVBAL LEAVE BALANCE FOR PAYOUT - PAYROLL
      *                    PAYS IT ON A FINAL CHECK.  QUEUED UNPAID
      *                    LEAVE NO REGULAR CHECK WILL DOCK IS
      *                    DROPPED.  NO LVBAL DD MEANS NO PAYOUT.
      *   2026-10-15  DS   SALARY CHANGES NOW WRITE EMPHIST HISTORY
      *                    TOO, AND A CHANGE MAY CARRY A PAST
      *                    EFFECTIVE DATE (ET-EFFECTIVE-DATE) FOR
      *                    PAYROLL'S OFF-CYCLE RETRO PAY - HISTORY
      *                    RECORDS NOW ALSO CARRY THE DATE KEYED.
      *                    EMPHIST IS APPENDED TO RATHER THAN
      *                    REBUILT EACH RUN, AND THE REJECT RECORD
      *                    GREW TO 83 BYTES FOR THE LONGER IMAGE.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT LEAVE-BALANCE-FILE ASSIGN TO LVBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-EMP-ID
               FILE STATUS IS WS-LVBAL-STATUS.

           SELECT PROC-DATE-CTL ASSIGN TO PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           05  ET-TITLE                   PIC X(04).
           05  ET-DEPT-CODE               PIC X(04).
           05  ET-SALARY                  PIC S9(07)V99.
           05  ET-EFFECTIVE-DATE          PIC 9(08).

       FD  EMPLOYEE-HISTORY.
           COPY "emphist.cpy".

       FD  EMPLOYEE-REJECT
           RECORD CONTAINS 83 CHARACTERS.
       01  EMP-REJECT-RECORD.
           05  ER-EMP-ID                  PIC 9(08).
           05  ER-ACTION                  PIC X(01).
           05  ER-REASON                  PIC X(40).
           05  ER-TRAN-IMAGE              PIC X(34).

       FD  MAINT-JOURNAL.
           COPY "mntjrnl.cpy".

       FD  LEAVE-BALANCE-FILE.
           COPY "lvbal.cpy".

       FD  PROC-DATE-CTL
           RECORD CONTAINS 8 CHARACTERS.
       01  PROC-DATE-RECORD               PIC 9(08).
           88  WS-TRAN-EOF                  VALUE '10'.
       01  WS-HIST-STATUS                 PIC X(02).
       01  WS-REJ-STATUS                  PIC X(02).
       01  WS-LVBAL-STATUS                PIC X(02).
       01  WS-LVBAL-AVAIL-SW              PIC X(01)   VALUE 'N'.
           88  WS-LVBAL-AVAIL               VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
           05  WS-TERM-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-HIST-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-REJECT-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-PAYOUT-CNT              PIC 9(07)   VALUE ZERO.

       01  WS-REJECT-REASON               PIC X(40).
       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-EFFECTIVE-DATE              PIC 9(08)   VALUE ZERO.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O   EMPLOYEE-MASTER
           OPEN INPUT EMPLOYEE-TRANS
           OPEN EXTEND EMPLOYEE-HISTORY
           IF WS-HIST-STATUS NOT = '00'
               OPEN OUTPUT EMPLOYEE-HISTORY
           END-IF
           OPEN OUTPUT EMPLOYEE-REJECT
           OPEN EXTEND MAINT-JOURNAL
           OPEN I-O   LEAVE-BALANCE-FILE
           IF WS-LVBAL-STATUS = '00'
               MOVE 'Y' TO WS-LVBAL-AVAIL-SW
           END-IF
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           PERFORM 2100-READ-TRANS.

           CLOSE EMPLOYEE-HISTORY
           CLOSE EMPLOYEE-REJECT
           CLOSE MAINT-JOURNAL
           IF WS-LVBAL-AVAIL
               CLOSE LEAVE-BALANCE-FILE
           END-IF
           DISPLAY 'EMPMAINT READ       = ' WS-READ-CNT
           DISPLAY 'EMPMAINT ADDED      = ' WS-ADD-CNT
           DISPLAY 'EMPMAINT CHANGED    = ' WS-CHANGE-CNT
           DISPLAY 'EMPMAINT TERMINATED = ' WS-TERM-CNT
           DISPLAY 'EMPMAINT HISTORY    = ' WS-HIST-CNT
           DISPLAY 'EMPMAINT REJECTED   = ' WS-REJECT-CNT
           DISPLAY 'EMPMAINT PAYOUTS    = ' WS-PAYOUT-CNT.

      *----------------------------------------------------------------*
      * 4000-VALIDATE-ADD THRU 4000-EXIT
      *----------------------------------------------------------------*
      * 6000-CHANGE-EMPLOYEE THRU 6000-EXIT
      *   Rewrites title / department / salary, first logging a
      *   history record for each of EMP-TITLE, EMP-DEPT-CODE and
      *   EMP-SALARY that is actually changing.  The change takes
      *   effect on ET-EFFECTIVE-DATE - today when none is keyed,
      *   never a date still to come.
      *----------------------------------------------------------------*
       6000-CHANGE-EMPLOYEE.
           MOVE ET-EMP-ID TO EMP-ID
                   MOVE 'EMP-ID NOT ON FILE' TO WS-REJECT-REASON
           END-READ

           IF WS-RECORD-VALID
               MOVE WS-TODAY TO WS-EFFECTIVE-DATE
               IF ET-EFFECTIVE-DATE IS NUMERIC
                   AND ET-EFFECTIVE-DATE NOT = ZERO
                   MOVE ET-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
               END-IF
               IF WS-EFFECTIVE-DATE > WS-TODAY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'EFFECTIVE DATE IS IN THE FUTURE' TO
                       WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-RECORD-VALID
               MOVE EMPLOYEE-RECORD TO WS-JR-BEFORE
               MOVE ZERO TO EH-OLD-SALARY EH-NEW-SALARY
               IF ET-TITLE NOT = SPACES
                   AND ET-TITLE NOT = EMP-TITLE
                   MOVE 'TITL'     TO EH-FIELD-CHANGED
               END-IF

               IF ET-SALARY NOT = ZERO
                   AND ET-SALARY NOT = EMP-SALARY
                   MOVE 'SALRY'        TO EH-FIELD-CHANGED
                   MOVE SPACES         TO EH-OLD-VALUE
                   MOVE SPACES         TO EH-NEW-VALUE
                   MOVE EMP-SALARY     TO EH-OLD-SALARY
                   MOVE ET-SALARY      TO EH-NEW-SALARY
                   PERFORM 6500-WRITE-HISTORY THRU 6500-EXIT
                   MOVE ET-SALARY TO EMP-SALARY
               END-IF

      *----------------------------------------------------------------*
       6500-WRITE-HISTORY.
           MOVE EMP-ID             TO EH-EMP-ID
           MOVE WS-EFFECTIVE-DATE  TO EH-EFFECTIVE-DATE
           MOVE WS-TODAY           TO EH-ENTER-DATE
           WRITE EMPLOYEE-HISTORY-RECORD
           ADD 1 TO WS-HIST-CNT.
       6500-EXIT.
                   MOVE 'C' TO WS-JR-ACTION
                   MOVE EMP-ID TO WS-JR-KEY
                   PERFORM 9800-WRITE-JOURNAL THRU 9800-EXIT
                   PERFORM 7100-FLAG-LEAVE-PAYOUT THRU 7100-EXIT
               END-IF
           END-IF.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7100-FLAG-LEAVE-PAYOUT THRU 7100-EXIT
      *   Moves the terminated employee's remaining leave balance
      *   to payout-pending for PAYROLL's final check and clears any
      *   unpaid leave still queued - there is no regular check left
      *   to dock it from.  A balance already paid out or flagged
      *   is left alone.
      *----------------------------------------------------------------*
       7100-FLAG-LEAVE-PAYOUT.
           IF NOT WS-LVBAL-AVAIL
               GO TO 7100-EXIT
           END-IF
           MOVE EMP-ID TO LB-EMP-ID
           READ LEAVE-BALANCE-FILE
               INVALID KEY
                   GO TO 7100-EXIT
           END-READ
           IF LB-PAYOUT-PENDING OR LB-PAYOUT-DONE
               GO TO 7100-EXIT
           END-IF

           MOVE ZERO TO LB-PAYOUT-HOURS
           IF LB-BALANCE-HOURS > ZERO
               MOVE LB-BALANCE-HOURS TO LB-PAYOUT-HOURS
           END-IF
           MOVE ZERO     TO LB-BALANCE-HOURS
           MOVE ZERO     TO LB-UNPAID-PENDING
           MOVE ZERO     TO LB-PAYOUT-AMOUNT
           MOVE WS-TODAY TO LB-PAYOUT-DATE
           MOVE 'P'      TO LB-PAYOUT-SW
           REWRITE LEAVE-BALANCE-RECORD
           ADD 1 TO WS-PAYOUT-CNT.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-WRITE-REJECT THRU 8000-EXIT
      *----------------------------------------------------------------*
