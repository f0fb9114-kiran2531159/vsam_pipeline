      * CUSTOMER-RECORD through ACCT-CUST-ID; an account whose
      * customer is missing is skipped and counted, never reported
      * blind.
      *
      * Bankruptcy - a customer with a case on BKRCASE reports the
      * consumer information indicator for the chapter and the
      * case's stage (petition, discharged, dismissed).  While the
      * case is open the delinquency status gives way to '11'
      * with nothing past due; a discharge reports the debt as
      * zero (status '13' unless already charged off); a dismissal
      * reports the account as it stands.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. METRO2.
      * MODIFICATION HISTORY
      *   2025-05-12  DS   ORIGINAL BUREAU EXTRACT - NOTHING WAS
      *                     BEING REPORTED AT ALL.
      *   2026-10-15  DS   BANKRUPTCY CONSUMER INFORMATION INDICATOR
      *                    OFF BKRCASE REPLACES THE DELINQUENCY
      *                    STATUS WHILE THE CASE IS OPEN.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               RECORD KEY IS CO-ACCT-NO
               FILE STATUS IS WS-CHG-STATUS.

           SELECT BANKRUPTCY-CASE-FILE ASSIGN TO BKRCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-CUST-ID
               FILE STATUS IS WS-BKR-STATUS.

           SELECT METRO2-FILE ASSIGN TO METRO2
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-M2-STATUS.
       FD  CHARGE-OFF-FILE.
           COPY "chgoff.cpy".

       FD  BANKRUPTCY-CASE-FILE.
           COPY "bkrcase.cpy".

       FD  METRO2-FILE
           RECORD CONTAINS 426 CHARACTERS.
       01  METRO2-RECORD                  PIC X(426).
           88  WS-CUST-OK                  VALUE '00'.
       01  WS-CHG-STATUS                  PIC X(02).
           88  WS-CHG-OK                   VALUE '00'.
       01  WS-BKR-STATUS                  PIC X(02).
       01  WS-M2-STATUS                   PIC X(02).

       01  WS-EOF-SW                      PIC X(01)   VALUE 'N'.
      *----------------------------------------------------------------*
       01  WS-OD-REPORT-FLOOR             PIC S9(05)V99 VALUE -500.00.

      *----------------------------------------------------------------*
      * BANKRUPTCY CONSUMER INFORMATION INDICATORS - ONE CHARACTER
      * PER CHAPTER (07, 11, 12, 13) FOR EACH STAGE OF THE CASE.
      *----------------------------------------------------------------*
       01  WS-CII-PETITION                PIC X(04)   VALUE 'ABCD'.
       01  WS-CII-DISCHARGED              PIC X(04)   VALUE 'EFGH'.
       01  WS-CII-DISMISSED               PIC X(04)   VALUE 'IJKL'.
       01  WS-CII-SET                     PIC X(04)   VALUE SPACES.
       01  WS-CII-IDX                     PIC 9(01)   VALUE ZERO.

      *----------------------------------------------------------------*
      * PER-LOAN ACCUMULATORS, GATHERED OVER THE ACCOUNT'S SCHEDULE
      * ROWS AND FLUSHED ON THE CONTROL BREAK.
           05  WS-DEPOSIT-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-SEGMENT-CNT             PIC 9(09)   VALUE ZERO.
           05  WS-NO-CUST-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-BKR-RPT-CNT             PIC 9(07)   VALUE ZERO.

       01  WS-CONV-DATE                   PIC 9(08).
       01  WS-CONV-DATE-R REDEFINES WS-CONV-DATE.
           05  WS-MB-CITY                 PIC X(20).
           05  WS-MB-STATE                PIC X(02).
           05  WS-MB-ZIP                  PIC 9(05).
           05  WS-MB-CONSUMER-INFO        PIC X(02).
           05  FILLER                     PIC X(146)  VALUE SPACES.

       01  WS-M2-TRAILER.
           05  FILLER                     PIC X(04)   VALUE '0426'.
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT CHARGE-OFF-FILE
           OPEN INPUT BANKRUPTCY-CASE-FILE
           OPEN OUTPUT METRO2-FILE
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT

           CLOSE ACCOUNT-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE CHARGE-OFF-FILE
           CLOSE BANKRUPTCY-CASE-FILE
           CLOSE METRO2-FILE
           DISPLAY 'METRO2 SCHEDULE ROWS READ = ' WS-ROW-CNT
           DISPLAY 'METRO2 LOANS REPORTED     = ' WS-LOAN-CNT
           DISPLAY 'METRO2 DEPOSITS REPORTED  = ' WS-DEPOSIT-CNT
           DISPLAY 'METRO2 SEGMENTS WRITTEN   = ' WS-SEGMENT-CNT
           DISPLAY 'METRO2 NO CUSTOMER        = ' WS-NO-CUST-CNT
           DISPLAY 'METRO2 BANKRUPTCY CII     = ' WS-BKR-RPT-CNT.

      *----------------------------------------------------------------*
      * 5000-ACCUMULATE-ROW THRU 5000-EXIT
           MOVE WS-LN-PAST-DUE TO WS-MB-PAST-DUE-AMT
           MOVE WS-TODAY TO WS-MB-INFO-DATE
           MOVE WS-LN-LAST-PAID TO WS-MB-LAST-PAY-DATE
           PERFORM 4700-APPLY-BANKRUPTCY THRU 4700-EXIT

           WRITE METRO2-RECORD FROM WS-M2-BASE
           ADD 1 TO WS-SEGMENT-CNT.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4700-APPLY-BANKRUPTCY THRU 4700-EXIT
      *   Runs on a finished base segment just before it writes.
      *   With no case on file the segment goes as built, with the
      *   indicator blank.  Otherwise the indicator comes from the
      *   chapter and the case stage, and -
      *     open       any status short of charge-off ('97') -
      *                the delinquency ladder or collections '93' -
      *                reports '11' and nothing past due; the stay
      *                forbids collecting it
      *     discharged the debt reports zero; status '13' unless
      *                the account is already charged off ('97')
      *     dismissed  the account reports as it stands
      *   A case with a chapter outside the four is left blank.
      *----------------------------------------------------------------*
       4700-APPLY-BANKRUPTCY.
           MOVE SPACES TO WS-MB-CONSUMER-INFO
           MOVE ACCT-CUST-ID TO BK-CUST-ID
           READ BANKRUPTCY-CASE-FILE
               INVALID KEY
                   GO TO 4700-EXIT
           END-READ

           EVALUATE BK-CHAPTER
               WHEN '07'
                   MOVE 1 TO WS-CII-IDX
               WHEN '11'
                   MOVE 2 TO WS-CII-IDX
               WHEN '12'
                   MOVE 3 TO WS-CII-IDX
               WHEN '13'
                   MOVE 4 TO WS-CII-IDX
               WHEN OTHER
                   GO TO 4700-EXIT
           END-EVALUATE

           EVALUATE BK-STATUS
               WHEN 'O'
                   MOVE WS-CII-PETITION TO WS-CII-SET
                   IF WS-MB-ACCT-STATUS NOT = '97'
                       MOVE '11' TO WS-MB-ACCT-STATUS
                   END-IF
                   MOVE ZERO TO WS-MB-PAST-DUE-AMT
               WHEN 'D'
                   MOVE WS-CII-DISCHARGED TO WS-CII-SET
                   IF WS-MB-ACCT-STATUS NOT = '97'
                       MOVE '13' TO WS-MB-ACCT-STATUS
                   END-IF
                   MOVE ZERO TO WS-MB-CURRENT-BAL
                   MOVE ZERO TO WS-MB-PAST-DUE-AMT
               WHEN 'M'
                   MOVE WS-CII-DISMISSED TO WS-CII-SET
               WHEN OTHER
                   GO TO 4700-EXIT
           END-EVALUATE

           MOVE WS-CII-SET(WS-CII-IDX:1) TO WS-MB-CONSUMER-INFO
           ADD 1 TO WS-BKR-RPT-CNT.
       4700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-PROCESS-DEPOSITS THRU 6000-EXIT
      *   Second population - the deposit side.  A charged-off
                   COMPUTE WS-MB-PAST-DUE-AMT =
                       CO-CHARGEOFF-AMT - CO-RECOVERED-AMT
           END-READ
           PERFORM 4700-APPLY-BANKRUPTCY THRU 4700-EXIT

           WRITE METRO2-RECORD FROM WS-M2-BASE
           ADD 1 TO WS-SEGMENT-CNT
           MOVE '93' TO WS-MB-ACCT-STATUS
           COMPUTE WS-MB-CURRENT-BAL = ZERO - ACCT-BALANCE
           COMPUTE WS-MB-PAST-DUE-AMT = ZERO - ACCT-BALANCE
           PERFORM 4700-APPLY-BANKRUPTCY THRU 4700-EXIT

           WRITE METRO2-RECORD FROM WS-M2-BASE
           ADD 1 TO WS-SEGMENT-CNT
