      *     through the TXNSEQ-assigned TXN-ID path and drives the
      *     account balance to minus the principal,
      *   - stores the annual rate on ACCT-INTEREST-RATE for
      *     LOANQUOT's accrued-interest arithmetic,
      *   - for an adjustable-rate loan (the request names an index)
      *     writes the ARMTERM terms record - index, margin, floor,
      *     ceiling, per-adjustment cap and repricing frequency -
      *     that LOANARM reprices the loan from.  The request's
      *     annual rate is the initial rate.  A request with no
      *     index is a fixed-rate loan, exactly as before.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANORIG.
      *   2025-11-17  DS   NEW SCHEDULE ROWS SEED THE LATE-FEE
      *                    FLAG 'N' SO LOANLATE CHARGES EACH ROW
      *                    AT MOST ONCE.
      *   2026-10-15  DS   NEW SCHEDULE ROWS SEED LS-ESCROW-AMT ZERO -
      *                    ESCMAINT ADDS THE ESCROW DEPOSIT WHEN AN
      *                    ESCROW ACCOUNT IS OPENED ON THE LOAN.
      *   2026-10-15  DS   ADJUSTABLE-RATE ORIGINATIONS - THE REQUEST
      *                    CARRIES INDEX, MARGIN, FLOOR, CEILING,
      *                    ADJUSTMENT CAP AND REPRICING FREQUENCY,
      *                    WRITTEN TO ARMTERM FOR LOANARM.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               RECORD KEY IS TXN-ID
               FILE STATUS IS WS-TXN-STATUS.

           SELECT ARM-TERMS-FILE ASSIGN TO ARMTERM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-ACCT-NO
               FILE STATUS IS WS-ARM-STATUS.

           SELECT INDEX-RATE-FILE ASSIGN TO IDXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IX-KEY
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT TXN-SEQUENCE-CTL ASSIGN TO TXNSEQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * LO-INDEX-CODE blank (or a short fixed-rate record from an
      * older feed) = fixed-rate loan; the adjustable-rate fields
      * that follow are read only when an index is named.  A zero
      * LO-FIRST-REPRICE-DATE reprices first one repricing period
      * after origination.
      *----------------------------------------------------------------*
       FD  LOAN-TRANS
           RECORD CONTAINS 84 CHARACTERS.
       01  LOAN-TRAN-RECORD.
           05  LO-ACCT-NO                 PIC 9(12).
           05  LO-PRINCIPAL               PIC 9(09)V99.
           05  LO-ANNUAL-RATE             PIC 9(03)V9(04).
           05  LO-TERM-MONTHS             PIC 9(03).
           05  LO-FIRST-DUE-DATE          PIC 9(08).
           05  LO-INDEX-CODE              PIC X(04).
           05  LO-MARGIN                  PIC 9(03)V9(04).
           05  LO-FLOOR-RATE              PIC 9(03)V9(04).
           05  LO-CEILING-RATE            PIC 9(03)V9(04).
           05  LO-ADJUST-CAP              PIC 9(03)V9(04).
           05  LO-REPRICE-MONTHS          PIC 9(03).
           05  LO-FIRST-REPRICE-DATE      PIC 9(08).

       FD  ACCOUNT-MASTER.
           COPY "account.cpy".
       FD  TRANSACTION-MASTER.
           COPY "transaction.cpy".

       FD  ARM-TERMS-FILE.
           COPY "armterm.cpy".

       FD  INDEX-RATE-FILE.
           COPY "idxrate.cpy".

       FD  TXN-SEQUENCE-CTL
           RECORD CONTAINS 15 CHARACTERS.
       01  TXN-SEQUENCE-RECORD            PIC 9(15).
       01  WS-LOAN-STATUS                 PIC X(02).
           88  WS-LOAN-OK                  VALUE '00'.
       01  WS-TXN-STATUS                  PIC X(02).
       01  WS-ARM-STATUS                  PIC X(02).
       01  WS-INDEX-STATUS                PIC X(02).
       01  WS-SEQ-STATUS                  PIC X(02).
       01  WS-REJ-STATUS                  PIC X(02).

               88  WS-EOF                  VALUE 'Y'.
           05  WS-VALID-SW                PIC X(01)   VALUE 'Y'.
               88  WS-RECORD-VALID         VALUE 'Y'.
           05  WS-ARM-SW                  PIC X(01)   VALUE 'N'.
               88  WS-ARM-LOAN             VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-NEXT-TXN-ID                 PIC 9(15)   VALUE ZERO.
       01  WS-LEAP-REMAINDER              PIC 9(03)   VALUE ZERO.
       01  WS-LEAP-QUOTIENT               PIC 9(04)   VALUE ZERO.
       01  WS-MONTH-LIMIT                 PIC 9(02)   VALUE ZERO.
       01  WS-STEP-CNT                    PIC 9(03)   VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-READ-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-ORIGINATED-CNT          PIC 9(07)   VALUE ZERO.
           05  WS-ARM-CNT                 PIC 9(07)   VALUE ZERO.
           05  WS-REJECT-CNT              PIC 9(07)   VALUE ZERO.

       PROCEDURE DIVISION.
           OPEN I-O   ACCOUNT-MASTER
           OPEN I-O   LOAN-SCHEDULE-FILE
           OPEN I-O   TRANSACTION-MASTER
           OPEN I-O   ARM-TERMS-FILE
           OPEN INPUT INDEX-RATE-FILE
           OPEN OUTPUT LOAN-REJECT
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           PERFORM 1100-LOAD-NEXT-TXN-ID
           CLOSE ACCOUNT-MASTER
           CLOSE LOAN-SCHEDULE-FILE
           CLOSE TRANSACTION-MASTER
           CLOSE ARM-TERMS-FILE
           CLOSE INDEX-RATE-FILE
           CLOSE LOAN-REJECT

           OPEN OUTPUT TXN-SEQUENCE-CTL

           DISPLAY 'LOANORIG REQUESTS READ = ' WS-READ-CNT
           DISPLAY 'LOANORIG ORIGINATED    = ' WS-ORIGINATED-CNT
           DISPLAY 'LOANORIG ADJUSTABLE    = ' WS-ARM-CNT
           DISPLAY 'LOANORIG REJECTED      = ' WS-REJECT-CNT.

      *----------------------------------------------------------------*
               GO TO 4000-EXIT
           END-IF

           MOVE 'N' TO WS-ARM-SW
           IF LO-INDEX-CODE NOT = SPACES
               MOVE 'Y' TO WS-ARM-SW
               PERFORM 4100-VALIDATE-ARM-TERMS THRU 4100-EXIT
               IF NOT WS-RECORD-VALID
                   GO TO 4000-EXIT
               END-IF
           END-IF

           MOVE LO-ACCT-NO TO LS-ACCT-NO
           MOVE 1          TO LS-PAY-NO
           READ LOAN-SCHEDULE-FILE
           PERFORM 5000-COMPUTE-PAYMENT THRU 5000-EXIT
           PERFORM 5500-GENERATE-SCHEDULE THRU 5500-EXIT
           PERFORM 6000-POST-DISBURSEMENT THRU 6000-EXIT
           IF WS-ARM-LOAN
               PERFORM 6500-WRITE-ARM-TERMS THRU 6500-EXIT
           END-IF
           ADD 1 TO WS-ORIGINATED-CNT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-VALIDATE-ARM-TERMS THRU 4100-EXIT
      *   The initial rate must sit inside the lifetime floor and
      *   ceiling, the loan must reprice on some frequency, and the
      *   index must already have a published value on IDXRATE.
      *----------------------------------------------------------------*
       4100-VALIDATE-ARM-TERMS.
           IF LO-MARGIN NOT NUMERIC OR LO-FLOOR-RATE NOT NUMERIC
               OR LO-CEILING-RATE NOT NUMERIC
               OR LO-ADJUST-CAP NOT NUMERIC
               OR LO-REPRICE-MONTHS NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ADJUSTABLE RATE TERMS MUST BE NUMERIC' TO
                   WS-REJECT-REASON
               GO TO 4100-EXIT
           END-IF

           IF LO-REPRICE-MONTHS = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'REPRICING FREQUENCY REQUIRED' TO
                   WS-REJECT-REASON
               GO TO 4100-EXIT
           END-IF

           IF LO-CEILING-RATE = ZERO
               OR LO-CEILING-RATE < LO-FLOOR-RATE
               OR LO-ANNUAL-RATE < LO-FLOOR-RATE
               OR LO-ANNUAL-RATE > LO-CEILING-RATE
               MOVE 'N' TO WS-VALID-SW
               MOVE 'RATE OUTSIDE FLOOR AND CEILING' TO
                   WS-REJECT-REASON
               GO TO 4100-EXIT
           END-IF

           IF LO-FIRST-REPRICE-DATE NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               MOVE 'FIRST REPRICING DATE MUST BE NUMERIC' TO
                   WS-REJECT-REASON
               GO TO 4100-EXIT
           END-IF
           IF LO-FIRST-REPRICE-DATE NOT = ZERO
               AND LO-FIRST-REPRICE-DATE NOT > WS-TODAY
               MOVE 'N' TO WS-VALID-SW
               MOVE 'FIRST REPRICING DATE NOT IN THE FUTURE' TO
                   WS-REJECT-REASON
               GO TO 4100-EXIT
           END-IF

           MOVE LO-INDEX-CODE TO IX-INDEX-CODE
           MOVE ZERO          TO IX-EFFECTIVE-DATE
           START INDEX-RATE-FILE KEY IS NOT LESS THAN IX-KEY
               INVALID KEY
                   MOVE SPACES TO IX-INDEX-CODE
           END-START
           IF IX-INDEX-CODE = LO-INDEX-CODE
               READ INDEX-RATE-FILE NEXT RECORD
                   AT END
                       MOVE SPACES TO IX-INDEX-CODE
               END-READ
           END-IF
           IF IX-INDEX-CODE NOT = LO-INDEX-CODE
               MOVE 'N' TO WS-VALID-SW
               MOVE 'INDEX CODE NOT ON INDEX RATE FILE' TO
                   WS-REJECT-REASON
               GO TO 4100-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-COMPUTE-PAYMENT THRU 5000-EXIT
      *   Level payment = P * i * (1+i)**n / ((1+i)**n - 1), with
           MOVE 'N'              TO LS-PAID-FLAG
           MOVE ZERO             TO LS-PAID-DATE
           MOVE 'N'              TO LS-LATE-FEE-FLAG
           MOVE ZERO             TO LS-ESCROW-AMT
           WRITE LOAN-SCHEDULE-RECORD
               INVALID KEY
                   DISPLAY 'LOANORIG - DUPLICATE SCHEDULE ROW '
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6500-WRITE-ARM-TERMS THRU 6500-EXIT
      *   The first repricing defaults to one repricing period past
      *   origination, stepped with the schedule's own month
      *   arithmetic.
      *----------------------------------------------------------------*
       6500-WRITE-ARM-TERMS.
           MOVE LO-ACCT-NO        TO AR-ACCT-NO
           MOVE LO-INDEX-CODE     TO AR-INDEX-CODE
           MOVE LO-MARGIN         TO AR-MARGIN
           MOVE LO-FLOOR-RATE     TO AR-FLOOR-RATE
           MOVE LO-CEILING-RATE   TO AR-CEILING-RATE
           MOVE LO-ADJUST-CAP     TO AR-ADJUST-CAP
           MOVE LO-REPRICE-MONTHS TO AR-REPRICE-MONTHS
           IF LO-FIRST-REPRICE-DATE = ZERO
               MOVE WS-TODAY TO WS-DUE-DATE
               PERFORM 5700-ADVANCE-ONE-MONTH THRU 5700-EXIT
                   VARYING WS-STEP-CNT FROM 1 BY 1
                   UNTIL WS-STEP-CNT > LO-REPRICE-MONTHS
               MOVE WS-DUE-DATE TO AR-NEXT-REPRICE-DATE
           ELSE
               MOVE LO-FIRST-REPRICE-DATE TO AR-NEXT-REPRICE-DATE
           END-IF
           MOVE ZERO              TO AR-LAST-REPRICE-DATE
           MOVE LO-ANNUAL-RATE    TO AR-CONTRACT-RATE
           MOVE ZERO              TO AR-LAST-INDEX-RATE
           MOVE 'A'               TO AR-STATUS
           WRITE ARM-TERMS-RECORD
               INVALID KEY
                   DISPLAY 'LOANORIG - DUPLICATE ARM TERMS '
                       AR-ACCT-NO
           END-WRITE
           ADD 1 TO WS-ARM-CNT.
       6500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
      *   Loads the batch business date from the PROCDATE control
