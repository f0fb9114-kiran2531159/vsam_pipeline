      * 'F'.  The 'RV' offsets the same expense account the 'CO'
      * hit, so recoveries net against the year's charge-offs.
      *
      * Bankruptcy - an overdrawn account whose customer has an
      * open BKRCASE case charges off WS-BKR-CHARGEOFF-DAYS after
      * the bank was notified of the filing, or on the normal aging
      * if that comes first - the uniform retail classification
      * timing.  The recovery sweep is collection activity, so it
      * holds off while the stay runs and the credit waits on the
      * account.
      *
      * CHGORPT prints the monthly charge-off and recovery activity
      * at month end.  Runs after ODAGING so the night's aging is
      * already on the report the branch works from.
      *   2025-04-28  DS   ORIGINAL CHARGE-OFF AND RECOVERY JOB -
      *                     UNCOLLECTIBLE ACCOUNTS SAT ON THE
      *                     COLLECTIONS QUEUE AGING FOREVER.
      *   2026-10-15  DS   BANKRUPTCY CHARGE-OFF TIMING OFF THE
      *                    NOTICE DATE; NO RECOVERY SWEEP WHILE THE
      *                    CASE IS OPEN.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               RECORD KEY IS CO-ACCT-NO
               FILE STATUS IS WS-CHG-STATUS.

           SELECT BANKRUPTCY-CASE-FILE ASSIGN TO BKRCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-CUST-ID
               FILE STATUS IS WS-BKR-STATUS.

           SELECT CHARGE-OFF-RPT ASSIGN TO CHGRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD  CHARGE-OFF-FILE.
           COPY "chgoff.cpy".

       FD  BANKRUPTCY-CASE-FILE.
           COPY "bkrcase.cpy".

       FD  CHARGE-OFF-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).
       01  WS-SEQ-STATUS                  PIC X(02).
       01  WS-CHG-STATUS                  PIC X(02).
           88  WS-CHG-OK                   VALUE '00'.
       01  WS-BKR-STATUS                  PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).

       01  WS-EOF-SW                      PIC X(01)   VALUE 'N'.
       01  WS-WALK-DONE-SW                PIC X(01)   VALUE 'N'.
           88  WS-WALK-DONE                 VALUE 'Y'.

      *----------------------------------------------------------------*
      * BANKRUPTCY TIMING - AN OPEN CASE CHARGES OFF THIS MANY DAYS
      * AFTER THE BANK WAS NOTIFIED OF THE FILING, OR ON THE AGING
      * ABOVE IF THAT COMES FIRST.
      *----------------------------------------------------------------*
       01  WS-BKR-CHARGEOFF-DAYS          PIC 9(03)   VALUE 060.
       01  WS-BKR-DAYS                    PIC S9(09)  VALUE ZERO.
       01  WS-BKR-STAY-SW                 PIC X(01)   VALUE 'N'.
           88  WS-BKR-STAY                  VALUE 'Y'.

       01  WS-WRITEOFF-AMT                PIC S9(11)V99 VALUE ZERO.
       01  WS-RECOVERY-AMT                PIC S9(11)V99 VALUE ZERO.

           05  WS-ACCT-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-CHARGEOFF-CNT           PIC 9(07)   VALUE ZERO.
           05  WS-RECOVERY-CNT            PIC 9(07)   VALUE ZERO.
           05  WS-BKR-CHARGEOFF-CNT       PIC 9(07)   VALUE ZERO.
           05  WS-BKR-STAYED-CNT          PIC 9(07)   VALUE ZERO.

      *----------------------------------------------------------------*
      * REPORT LINES
           OPEN INPUT BALANCE-HISTORY-IN
           OPEN I-O   TRANSACTION-MASTER
           OPEN I-O   CHARGE-OFF-FILE
           OPEN INPUT BANKRUPTCY-CASE-FILE
           OPEN OUTPUT CHARGE-OFF-RPT
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           PERFORM 1100-LOAD-NEXT-TXN-ID

           EVALUATE TRUE
               WHEN ACCT-STATUS = 'O' AND ACCT-BALANCE > ZERO
                   PERFORM 2600-CHECK-BANKRUPTCY THRU 2600-EXIT
                   IF WS-BKR-STAY
                       PERFORM 5900-REPORT-STAYED THRU 5900-EXIT
                   ELSE
                       PERFORM 5000-SWEEP-RECOVERY THRU 5000-EXIT
                   END-IF
               WHEN (ACCT-STATUS = 'A' OR ACCT-STATUS = 'D')
                   AND ACCT-BALANCE < ZERO
                   PERFORM 4000-AGE-ONE-ACCOUNT THRU 4000-EXIT
                   PERFORM 2600-CHECK-BANKRUPTCY THRU 2600-EXIT
                   IF WS-NEG-DAYS >= WS-CHARGEOFF-DAYS
                       OR (WS-BKR-STAY AND
                           WS-BKR-DAYS >= WS-BKR-CHARGEOFF-DAYS)
                       PERFORM 4500-CHARGE-OFF-ACCOUNT THRU 4500-EXIT
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 2600-CHECK-BANKRUPTCY THRU 2600-EXIT
      *   Sets the stay switch when the account's customer has an
      *   open case, and WS-BKR-DAYS to the days since the bank was
      *   notified of the filing.
      *----------------------------------------------------------------*
       2600-CHECK-BANKRUPTCY.
           MOVE 'N' TO WS-BKR-STAY-SW
           MOVE ZERO TO WS-BKR-DAYS
           MOVE ACCT-CUST-ID TO BK-CUST-ID
           READ BANKRUPTCY-CASE-FILE
               INVALID KEY
                   GO TO 2600-EXIT
           END-READ
           IF BK-STATUS NOT = 'O'
               GO TO 2600-EXIT
           END-IF

           MOVE 'Y' TO WS-BKR-STAY-SW
           MOVE BK-NOTICE-DATE TO WS-CONV-DATE
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           COMPUTE WS-BKR-DAYS = WS-TODAY-JULIAN - WS-CONV-JULIAN.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
           CLOSE BALANCE-HISTORY-IN
           CLOSE TRANSACTION-MASTER
           CLOSE CHARGE-OFF-FILE
           CLOSE BANKRUPTCY-CASE-FILE
           CLOSE CHARGE-OFF-RPT

           OPEN OUTPUT TXN-SEQUENCE-CTL

           DISPLAY 'CHGOFF ACCOUNTS READ  = ' WS-ACCT-CNT
           DISPLAY 'CHGOFF CHARGED OFF    = ' WS-CHARGEOFF-CNT
           DISPLAY 'CHGOFF RECOVERIES     = ' WS-RECOVERY-CNT
           DISPLAY 'CHGOFF BKR CHARGE-OFF = ' WS-BKR-CHARGEOFF-CNT
           DISPLAY 'CHGOFF BKR NO SWEEP   = ' WS-BKR-STAYED-CNT.

      *----------------------------------------------------------------*
      * 4000-AGE-ONE-ACCOUNT THRU 4000-EXIT
           ACCEPT TXN-TIME FROM TIME
           MOVE 'CO'             TO TXN-TYPE
           MOVE WS-WRITEOFF-AMT  TO TXN-AMOUNT
           IF WS-BKR-STAY
               MOVE 'BANKRUPTCY BALANCE CHARGED OFF' TO TXN-DESC
           ELSE
               MOVE 'UNCOLLECTIBLE BALANCE CHARGED OFF' TO TXN-DESC
           END-IF
           MOVE 'P'              TO TXN-STATUS
           MOVE SPACES           TO TXN-MERCHANT-NAME
           MOVE SPACES           TO TXN-MERCHANT-CITY

           ADD 1 TO WS-CHARGEOFF-CNT
           MOVE ACCT-NUMBER     TO WS-DL-ACCT-NO
           IF WS-BKR-STAY
               ADD 1 TO WS-BKR-CHARGEOFF-CNT
               MOVE 'BKR CHG OFF' TO WS-DL-ACTION
           ELSE
               MOVE 'CHARGED OFF' TO WS-DL-ACTION
           END-IF
           MOVE WS-WRITEOFF-AMT TO WS-DL-AMOUNT
           MOVE WS-NEG-DAYS     TO WS-DL-DAYS
           MOVE WS-DETAIL-LINE TO RPT-LINE
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5900-REPORT-STAYED THRU 5900-EXIT
      *   A credit on a charged-off account of a customer in an
      *   open bankruptcy case stays where it is - sweeping it is
      *   collecting against the stay.  Reported so the recovery
      *   desk sees it waiting; the normal sweep resumes once the
      *   case is discharged or dismissed.
      *----------------------------------------------------------------*
       5900-REPORT-STAYED.
           ADD 1 TO WS-BKR-STAYED-CNT
           MOVE ACCT-NUMBER  TO WS-DL-ACCT-NO
           MOVE 'BKR STAY'   TO WS-DL-ACTION
           MOVE ACCT-BALANCE TO WS-DL-AMOUNT
           MOVE WS-BKR-DAYS  TO WS-DL-DAYS
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.
       5900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
      *   Converts WS-CONV-DATE (YYYYMMDD) to an absolute Julian day
