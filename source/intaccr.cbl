      *                    EACH CREDITED ACCRUAL DIVERTED BY A 'WH'
      *                    DEBIT TO THE GL WITHHOLDING LIABILITY.
      *                    NO BNOTICE DD MEANS NO WITHHOLDING.
      *   2026-10-15  DS   SCRA RATE CAP - A CREDIT-LIMIT ACCOUNT WITH
      *                    A CAP IN FORCE ON SCRACAP (SEE SCRACAP)
      *                    ACCRUES AT NO MORE THAN THE CAP RATE,
      *                    WHATEVER THE TIER TABLE RESOLVES.  NO
      *                    SCRACAP DD MEANS NO CAP.
      *   2026-10-15  DS   PROMOTIONAL BONUS RATE - AN ACCOUNT WITH A
      *                    CAMPENRL ENROLLMENT IN FORCE EARNS THE
      *                    CAMPAIGN'S BONUS RATE ON ITS QUALIFYING
      *                    BALANCE (NEW MONEY OR WHOLE BALANCE, UP TO
      *                    THE CAP) AS A SEPARATE 'IN' CREDIT.  NO
      *                    CAMPMAST/CAMPENRL DD MEANS NO BONUS.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               RECORD KEY IS BN-CUST-ID
               FILE STATUS IS WS-BNOT-STATUS.

           SELECT SCRA-CAP-FILE ASSIGN TO SCRACAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-ACCT-NO
               FILE STATUS IS WS-SCRA-STATUS.

           SELECT CAMPAIGN-MASTER ASSIGN TO CAMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CAMP-CODE
               FILE STATUS IS WS-CAMP-STATUS.

           SELECT CAMPAIGN-ENROLL ASSIGN TO CAMPENRL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-KEY
               FILE STATUS IS WS-ENRL-STATUS.

           SELECT RATE-TABLE ASSIGN TO RATETBL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  B-NOTICE-FILE.
           COPY "bnotice.cpy".

       FD  SCRA-CAP-FILE.
           COPY "scracap.cpy".

       FD  CAMPAIGN-MASTER.
           COPY "campmstr.cpy".

       FD  CAMPAIGN-ENROLL.
           COPY "campenrl.cpy".

       FD  RATE-TABLE.
           COPY "ratetbl.cpy".

       01  WS-WITHHELD-CNT                PIC 9(07)   VALUE ZERO.
       01  WS-TOTAL-WITHHELD              PIC S9(11)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      * SCRA RATE CAP - A CREDIT-LIMIT ACCOUNT SCRACAP HAS CAPPED
      * (SC-STATUS 'A') NEVER ACCRUES ABOVE SC-CAP-RATE.  A RUN
      * WITHOUT A SCRACAP DD CAPS NOTHING.
      *----------------------------------------------------------------*
       01  WS-SCRA-STATUS                 PIC X(02).
       01  WS-SCRA-AVAIL-SW               PIC X(01)   VALUE 'N'.
           88  WS-SCRA-AVAIL               VALUE 'Y'.
       01  WS-SCRA-CAPPED-CNT             PIC 9(07)   VALUE ZERO.

      *----------------------------------------------------------------*
      * PROMOTIONAL BONUS - AN ACCOUNT ENROLLED IN A CAMPMAST OFFER
      * (CAMPENRL STATUS 'A', NOT PAST CE-EXPIRY-DATE) EARNS
      * CM-BONUS-RATE ON ITS QUALIFYING BALANCE ON TOP OF THE
      * RESOLVED RATE.  A RUN WITHOUT THE CAMPMAST AND CAMPENRL DDS
      * PAYS NO BONUS.
      *----------------------------------------------------------------*
       01  WS-CAMP-STATUS                 PIC X(02).
       01  WS-ENRL-STATUS                 PIC X(02).
       01  WS-PROMO-AVAIL-SW              PIC X(01)   VALUE 'N'.
           88  WS-PROMO-AVAIL              VALUE 'Y'.
       01  WS-ENRL-EOF-SW                 PIC X(01)   VALUE 'N'.
           88  WS-ENRL-EOF                  VALUE 'Y'.
       01  WS-ENRL-FOUND-SW               PIC X(01)   VALUE 'N'.
           88  WS-ENRL-FOUND                VALUE 'Y'.
       01  WS-NEW-MONEY                   PIC S9(11)V99 VALUE ZERO.
       01  WS-QUAL-BALANCE                PIC S9(11)V99 VALUE ZERO.
       01  WS-BONUS-INTEREST              PIC S9(11)V99 VALUE ZERO.
       01  WS-BONUS-CNT                   PIC 9(07)   VALUE ZERO.
       01  WS-TOTAL-BONUS                 PIC S9(11)V99 VALUE ZERO.
       01  WS-BONUS-DESC.
           05  FILLER                     PIC X(18)
                                          VALUE 'PROMOTIONAL BONUS '.
           05  WS-BONUS-DESC-CODE         PIC X(06)   VALUE SPACES.
           05  FILLER                     PIC X(16)   VALUE SPACES.

       01  WS-RESOLVED-RATE               PIC 9(03)V9(04) VALUE ZERO.
       01  WS-RATE-EOF-SW                 PIC X(01)   VALUE 'N'.
           88  WS-RATE-EOF                  VALUE 'Y'.
           IF WS-BNOT-STATUS = '00'
               MOVE 'Y' TO WS-BNOT-AVAIL-SW
           END-IF
           OPEN INPUT SCRA-CAP-FILE
           IF WS-SCRA-STATUS = '00'
               MOVE 'Y' TO WS-SCRA-AVAIL-SW
           END-IF
           OPEN INPUT CAMPAIGN-MASTER
           IF WS-CAMP-STATUS = '00'
               OPEN I-O CAMPAIGN-ENROLL
               IF WS-ENRL-STATUS = '00'
                   MOVE 'Y' TO WS-PROMO-AVAIL-SW
               ELSE
                   CLOSE CAMPAIGN-MASTER
               END-IF
           END-IF
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           PERFORM 1060-LOAD-HOLIDAYS THRU 1060-EXIT
           PERFORM 1080-COMPUTE-ELAPSED-DAYS THRU 1080-EXIT
               IF WS-BNOT-AVAIL
                   CLOSE B-NOTICE-FILE
               END-IF
               IF WS-SCRA-AVAIL
                   CLOSE SCRA-CAP-FILE
               END-IF
               IF WS-PROMO-AVAIL
                   CLOSE CAMPAIGN-MASTER
                   CLOSE CAMPAIGN-ENROLL
               END-IF

               IF WS-LEG-NO = ZERO
      *            LEGACY WHOLE-FILE RUN - ROLL TXNSEQ FORWARD HERE,
           DISPLAY 'INTACCR ACCOUNTS ACCRUED = ' WS-ACCRUED-CNT
           DISPLAY 'INTACCR INTEREST TOTAL   = ' WS-TOTAL-INTEREST
           DISPLAY 'INTACCR WITHHELD COUNT   = ' WS-WITHHELD-CNT
           DISPLAY 'INTACCR WITHHELD TOTAL   = ' WS-TOTAL-WITHHELD
           DISPLAY 'INTACCR SCRA CAPPED      = ' WS-SCRA-CAPPED-CNT
           DISPLAY 'INTACCR BONUS COUNT      = ' WS-BONUS-CNT
           DISPLAY 'INTACCR BONUS TOTAL      = ' WS-TOTAL-BONUS.

      *----------------------------------------------------------------*
      * 3500-CHECK-OWNER-DECEASED THRU 3500-EXIT
      *   resolved from the tier table by 4050.  One day's accrual
      *   is BALANCE * RATE / 100 / 365; the posting covers
      *   WS-ELAPSED-DAYS of them, so the days a weekend or holiday
      *   skipped the cycle still earn their interest.  A promotional
      *   bonus (4800) posts as its own credit beside the accrual;
      *   withholding and the totals cover the two together.
      *----------------------------------------------------------------*
       4000-ACCRUE-INTEREST.
           PERFORM 4050-RESOLVE-RATE THRU 4050-EXIT
           PERFORM 4070-APPLY-SCRA-CAP THRU 4070-EXIT
           MOVE ZERO TO WS-DAILY-INTEREST
           IF WS-RESOLVED-RATE > ZERO
               COMPUTE WS-DAILY-INTEREST ROUNDED =
                   ACCT-BALANCE * WS-RESOLVED-RATE / 100 / 365
                   * WS-ELAPSED-DAYS
           END-IF
           IF WS-DAILY-INTEREST < ZERO
               MOVE ZERO TO WS-DAILY-INTEREST
           END-IF
           PERFORM 4800-RESOLVE-PROMO-BONUS THRU 4800-EXIT
           IF WS-DAILY-INTEREST = ZERO AND WS-BONUS-INTEREST = ZERO
               GO TO 4000-EXIT
           END-IF

           IF WS-DAILY-INTEREST > ZERO
               PERFORM 4100-WRITE-ACCRUAL-TXN THRU 4100-EXIT
           END-IF
           IF WS-BONUS-INTEREST > ZERO
               PERFORM 4900-WRITE-BONUS-TXN THRU 4900-EXIT
               ADD WS-BONUS-INTEREST TO WS-DAILY-INTEREST
           END-IF
           ADD WS-DAILY-INTEREST TO ACCT-BALANCE
           PERFORM 4500-APPLY-BACKUP-WITHHOLD THRU 4500-EXIT
           REWRITE ACCOUNT-RECORD
           ADD 1 TO WS-ACCRUED-CNT
           ADD WS-DAILY-INTEREST TO WS-TOTAL-INTEREST.
       4000-EXIT.
           EXIT.

       4060-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4070-APPLY-SCRA-CAP THRU 4070-EXIT
      *   SCRACAP lowers a capped account's ACCT-INTEREST-RATE, but
      *   a type with tiers resolves its rate from the tier table,
      *   so the cap is held here too - a credit-limit account with
      *   a cap in force accrues at the lower of the resolved rate
      *   and SC-CAP-RATE.
      *----------------------------------------------------------------*
       4070-APPLY-SCRA-CAP.
           IF NOT WS-SCRA-AVAIL
               GO TO 4070-EXIT
           END-IF
           IF ACCT-CREDIT-LIMIT NOT > ZERO
               GO TO 4070-EXIT
           END-IF
           MOVE ACCT-NUMBER TO SC-ACCT-NO
           READ SCRA-CAP-FILE
               INVALID KEY
                   GO TO 4070-EXIT
           END-READ
           IF SC-STATUS NOT = 'A'
               GO TO 4070-EXIT
           END-IF

           IF WS-RESOLVED-RATE > SC-CAP-RATE
               MOVE SC-CAP-RATE TO WS-RESOLVED-RATE
               ADD 1 TO WS-SCRA-CAPPED-CNT
           END-IF.
       4070-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-WRITE-ACCRUAL-TXN THRU 4100-EXIT
      *----------------------------------------------------------------*
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4800-RESOLVE-PROMO-BONUS THRU 4800-EXIT
      *   Finds the account's enrollment in force (CE-KEY leads with
      *   the account; one offer at a time) and works the bonus on
      *   the balance before tonight's credit.  Under a new-money
      *   offer only the balance above CE-BASE-BALANCE qualifies;
      *   either way no more than CM-BALANCE-CAP does.  The
      *   enrollment keeps the running bonus paid and the peak new
      *   money for the CAMPRPT performance report.
      *----------------------------------------------------------------*
       4800-RESOLVE-PROMO-BONUS.
           MOVE ZERO TO WS-BONUS-INTEREST
           IF NOT WS-PROMO-AVAIL
               GO TO 4800-EXIT
           END-IF

           MOVE 'N' TO WS-ENRL-FOUND-SW
           MOVE 'N' TO WS-ENRL-EOF-SW
           MOVE ACCT-NUMBER TO CE-ACCT-NO
           MOVE LOW-VALUES  TO CE-CAMP-CODE
           START CAMPAIGN-ENROLL KEY IS NOT LESS THAN CE-KEY
               INVALID KEY
                   GO TO 4800-EXIT
           END-START
           PERFORM 4810-READ-ONE-ENROLLMENT THRU 4810-EXIT
               UNTIL WS-ENRL-EOF OR WS-ENRL-FOUND
           IF NOT WS-ENRL-FOUND
               GO TO 4800-EXIT
           END-IF

           MOVE CE-CAMP-CODE TO CM-CAMP-CODE
           READ CAMPAIGN-MASTER
               INVALID KEY
                   GO TO 4800-EXIT
           END-READ

           COMPUTE WS-NEW-MONEY = ACCT-BALANCE - CE-BASE-BALANCE
           IF WS-NEW-MONEY > CE-PEAK-NEW-MONEY
               MOVE WS-NEW-MONEY TO CE-PEAK-NEW-MONEY
           END-IF
           IF CM-NEW-MONEY-RULE = 'A'
               MOVE ACCT-BALANCE TO WS-QUAL-BALANCE
           ELSE
               MOVE WS-NEW-MONEY TO WS-QUAL-BALANCE
           END-IF
           IF WS-QUAL-BALANCE < ZERO
               MOVE ZERO TO WS-QUAL-BALANCE
           END-IF
           IF CM-BALANCE-CAP > ZERO
               AND WS-QUAL-BALANCE > CM-BALANCE-CAP
               MOVE CM-BALANCE-CAP TO WS-QUAL-BALANCE
           END-IF

           COMPUTE WS-BONUS-INTEREST ROUNDED =
               WS-QUAL-BALANCE * CM-BONUS-RATE / 100 / 365
               * WS-ELAPSED-DAYS
           IF WS-BONUS-INTEREST > ZERO
               ADD WS-BONUS-INTEREST TO CE-BONUS-PAID
           END-IF
           REWRITE CAMPAIGN-ENROLL-RECORD
               INVALID KEY
                   DISPLAY 'INTACCR - ENROLLMENT REWRITE FAILED '
                       CE-KEY
           END-REWRITE.
       4800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4810-READ-ONE-ENROLLMENT THRU 4810-EXIT
      *----------------------------------------------------------------*
       4810-READ-ONE-ENROLLMENT.
           READ CAMPAIGN-ENROLL NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ENRL-EOF-SW
           END-READ
           IF WS-ENRL-EOF
               GO TO 4810-EXIT
           END-IF
           IF CE-ACCT-NO NOT = ACCT-NUMBER
               MOVE 'Y' TO WS-ENRL-EOF-SW
               GO TO 4810-EXIT
           END-IF
           IF CE-STATUS = 'A' AND WS-TODAY NOT > CE-EXPIRY-DATE
               MOVE 'Y' TO WS-ENRL-FOUND-SW
           END-IF.
       4810-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4900-WRITE-BONUS-TXN THRU 4900-EXIT
      *----------------------------------------------------------------*
       4900-WRITE-BONUS-TXN.
           MOVE WS-NEXT-TXN-ID   TO TXN-ID
           ADD 1 TO WS-NEXT-TXN-ID
           MOVE ACCT-NUMBER      TO TXN-ACCT-NO
           MOVE WS-TODAY         TO TXN-DATE
           ACCEPT TXN-TIME FROM TIME
           MOVE 'IN'             TO TXN-TYPE
           MOVE WS-BONUS-INTEREST TO TXN-AMOUNT
           MOVE CE-CAMP-CODE     TO WS-BONUS-DESC-CODE
           MOVE WS-BONUS-DESC    TO TXN-DESC
           MOVE 'P'              TO TXN-STATUS
           MOVE SPACES           TO TXN-MERCHANT-NAME
           MOVE SPACES           TO TXN-MERCHANT-CITY
           MOVE SPACES           TO TXN-MERCHANT-STATE
           MOVE SPACES           TO TXN-AUTH-CODE
           MOVE 'INT'            TO TXN-CHANNEL
           MOVE WS-TODAY         TO TXN-POST-DATE
           MOVE ZERO             TO TXN-CHECK-NO

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'INTACCR - DUPLICATE TXN-ID ' TXN-ID
           END-WRITE
           ADD 1 TO WS-BONUS-CNT
           ADD WS-BONUS-INTEREST TO WS-TOTAL-BONUS.
       4900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4200-WRITE-CHECKPOINT THRU 4200-EXIT
      *   Persists ACCT-NUMBER as the last account fully processed,
