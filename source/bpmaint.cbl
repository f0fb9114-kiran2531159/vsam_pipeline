      *================================================================*
      * BPMAINT - BILL-PAY PAYEE AND PAYMENT MAINTENANCE
      *
      * Applies customer bill-pay maintenance against the BILLPYE
      * payee KSDS (keyed on customer plus payee number) and the
      * BILLPAY payment-instruction KSDS (keyed on BP-ID) - the same
      * add/change/cancel shape SOMAINT uses for standing orders.
      * Standing orders only move money between our own accounts;
      * a bill-pay payee is an outside party, reached by an ACH
      * credit BPORIG originates after TXNPOST accepts the debit.
      * Rejected transactions go to BPREJ with a reason.
      *
      * The payee's routing number must pass the ABA checksum and
      * the funding account must belong to the paying customer -
      * BPGEN emits from these files unattended, so the edits that
      * would otherwise catch a bad instruction at the keying screen
      * run here.
      *
      * BT-ACTION values:
      *   'N' = new payee
      *   'U' = update payee name / routing / account / reference
      *   'D' = delete payee (BE-STATUS 'X' - its payments stop)
      *   'A' = add a payment instruction
      *   'C' = change amount / frequency / next-due / account
      *   'X' = cancel a payment instruction
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BPMAINT.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL BILL-PAY PAYEE AND PAYMENT
      *                    MAINTENANCE.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILL-PAYEE-FILE ASSIGN TO BILLPYE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BE-KEY
               FILE STATUS IS WS-PYE-STATUS.

           SELECT BILL-PAY-FILE ASSIGN TO BILLPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BP-ID
               FILE STATUS IS WS-BPAY-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT BP-TRANS ASSIGN TO BPTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT BP-REJECT ASSIGN TO BPREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT RUN-LOG ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT PROC-DATE-CTL ASSIGN TO PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BILL-PAYEE-FILE.
           COPY "billpye.cpy".

       FD  BILL-PAY-FILE.
           COPY "billpay.cpy".

       FD  ACCOUNT-MASTER.
           COPY "account.cpy".

       FD  CUSTOMER-MASTER.
           COPY "customer.cpy".

      *----------------------------------------------------------------*
      * ONE LAYOUT CARRIES BOTH KINDS OF MAINTENANCE - THE PAYEE
      * ACTIONS ('N'/'U'/'D') USE THE PAYEE FIELDS, THE PAYMENT
      * ACTIONS ('A'/'C'/'X') THE PAYMENT FIELDS; BOTH NAME THE
      * CUSTOMER AND PAYEE NUMBER.
      *----------------------------------------------------------------*
       FD  BP-TRANS
           RECORD CONTAINS 160 CHARACTERS.
       01  BP-TRAN-RECORD.
           05  BT-ACTION                  PIC X(01).
           05  BT-CUST-ID                 PIC 9(10).
           05  BT-PAYEE-NO                PIC 9(04).
           05  BT-NAME                    PIC X(22).
           05  BT-PAYEE-TYPE              PIC X(01).
           05  BT-ROUTING-NUM             PIC 9(09).
           05  BT-ACCT-NUM                PIC X(17).
           05  BT-ACCT-TYPE               PIC X(01).
           05  BT-BILLER-REF              PIC X(15).
           05  BT-PAY-ID                  PIC 9(08).
           05  BT-ACCT-NO                 PIC 9(12).
           05  BT-AMOUNT                  PIC 9(09)V99.
           05  BT-FREQUENCY               PIC X(01).
           05  BT-NEXT-DUE-DATE           PIC 9(08).
           05  BT-MEMO                    PIC X(20).
           05  FILLER                     PIC X(20).

       FD  BP-REJECT
           RECORD CONTAINS 211 CHARACTERS.
       01  BP-REJECT-RECORD.
           05  BJ-CUST-ID                 PIC 9(10).
           05  BJ-ACTION                  PIC X(01).
           05  BJ-REASON                  PIC X(40).
           05  BJ-TRAN-IMAGE              PIC X(160).

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

       01  WS-PYE-STATUS                  PIC X(02).
           88  WS-PYE-OK                   VALUE '00'.
       01  WS-BPAY-STATUS                 PIC X(02).
           88  WS-BPAY-OK                  VALUE '00'.
       01  WS-ACCT-STATUS                 PIC X(02).
           88  WS-ACCT-OK                  VALUE '00'.
       01  WS-CUST-STATUS                 PIC X(02).
           88  WS-CUST-OK                  VALUE '00'.
       01  WS-TRAN-STATUS                 PIC X(02).
       01  WS-REJ-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-VALID-SW                PIC X(01)   VALUE 'Y'.
               88  WS-RECORD-VALID         VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-READ-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-PAYEE-ADD-CNT           PIC 9(07)   VALUE ZERO.
           05  WS-PAYEE-CHANGE-CNT        PIC 9(07)   VALUE ZERO.
           05  WS-PAYEE-DELETE-CNT        PIC 9(07)   VALUE ZERO.
           05  WS-ADD-CNT                 PIC 9(07)   VALUE ZERO.
           05  WS-CHANGE-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-CANCEL-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-REJECT-CNT              PIC 9(07)   VALUE ZERO.

       01  WS-REJECT-REASON               PIC X(40).

      *----------------------------------------------------------------*
      * A SINGLE BILL PAYMENT CAN NEVER EXCEED THE 'BP' CEILING ON
      * TXNPOST'S TYPE TABLE - ONE KEYED ABOVE IT WOULD ONLY LAND
      * ON THE REVIEW QUEUE EVERY NIGHT IT CAME DUE.
      *----------------------------------------------------------------*
       01  WS-MAX-PAYMENT                 PIC 9(09)V99 VALUE 25000.00.

       01  WS-ROUTING-HOLDER              PIC 9(09)   VALUE ZERO.
       01  WS-ROUTING-DIGITS REDEFINES WS-ROUTING-HOLDER.
           05  WS-RD-1                    PIC 9(01).
           05  WS-RD-2                    PIC 9(01).
           05  WS-RD-3                    PIC 9(01).
           05  WS-RD-4                    PIC 9(01).
           05  WS-RD-5                    PIC 9(01).
           05  WS-RD-6                    PIC 9(01).
           05  WS-RD-7                    PIC 9(01).
           05  WS-RD-8                    PIC 9(01).
           05  WS-RD-9                    PIC 9(01).
       01  WS-ROUTING-CHECKSUM            PIC 9(05)   VALUE ZERO.
       01  WS-ROUTING-QUOTIENT            PIC 9(05)   VALUE ZERO.
       01  WS-ROUTING-REMAINDER           PIC 9(01)   VALUE ZERO.

      *----------------------------------------------------------------*
      * ACCOUNT NUMBER CHECK DIGIT - THE TWELFTH DIGIT SELF-CHECKS
      * THE FIRST ELEVEN (DOUBLED-DIGIT METHOD).  ONLY ACCOUNTS
      * FLAGGED ON THE MASTER CARRY ONE; GRANDFATHERED NUMBERS
      * BYPASS THE EDIT.
      *----------------------------------------------------------------*
       01  WS-CKD-ACCT-NO                 PIC 9(12)   VALUE ZERO.
       01  WS-CKD-DIGITS REDEFINES WS-CKD-ACCT-NO.
           05  WS-CKD-D OCCURS 12 TIMES   PIC 9(01).
       01  WS-CKD-SUM                     PIC 9(04)   VALUE ZERO.
       01  WS-CKD-WORK                    PIC 9(02)   VALUE ZERO.
       01  WS-CKD-IDX                     PIC 9(02)   VALUE ZERO.
       01  WS-CKD-PARITY                  PIC 9(02)   VALUE ZERO.
       01  WS-CKD-QUOT                    PIC 9(04)   VALUE ZERO.
       01  WS-CKD-REM                     PIC 9(02)   VALUE ZERO.
       01  WS-CKD-EXPECT                  PIC 9(02)   VALUE ZERO.
       01  WS-CKD-OK-SW                   PIC X(01)   VALUE 'N'.
           88  WS-CKD-OK                   VALUE 'Y'.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'S' TO WS-RL-PHASE
           MOVE ZERO TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 3000-TERMINATE
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-READ-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O   BILL-PAYEE-FILE
           OPEN I-O   BILL-PAY-FILE
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT BP-TRANS
           OPEN OUTPUT BP-REJECT
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           PERFORM 2100-READ-TRANS.

      *----------------------------------------------------------------*
      * 2000-PROCESS-TRANS THRU 2000-EXIT
      *----------------------------------------------------------------*
       2000-PROCESS-TRANS.
           ADD 1 TO WS-READ-CNT
           MOVE 'Y' TO WS-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON

           EVALUATE BT-ACTION
               WHEN 'N'
                   PERFORM 4000-VALIDATE-PAYEE THRU 4000-EXIT
                   IF WS-RECORD-VALID
                       PERFORM 4500-ADD-PAYEE THRU 4500-EXIT
                   END-IF
               WHEN 'U'
                   PERFORM 4000-VALIDATE-PAYEE THRU 4000-EXIT
                   IF WS-RECORD-VALID
                       PERFORM 4600-CHANGE-PAYEE THRU 4600-EXIT
                   END-IF
               WHEN 'D'
                   PERFORM 4700-DELETE-PAYEE THRU 4700-EXIT
               WHEN 'A'
                   PERFORM 5000-VALIDATE-PAYMENT THRU 5000-EXIT
                   IF WS-RECORD-VALID
                       PERFORM 6000-ADD-PAYMENT THRU 6000-EXIT
                   END-IF
               WHEN 'C'
                   PERFORM 5000-VALIDATE-PAYMENT THRU 5000-EXIT
                   IF WS-RECORD-VALID
                       PERFORM 6500-CHANGE-PAYMENT THRU 6500-EXIT
                   END-IF
               WHEN 'X'
                   PERFORM 7000-CANCEL-PAYMENT THRU 7000-EXIT
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
           READ BP-TRANS
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           CLOSE BILL-PAYEE-FILE
           CLOSE BILL-PAY-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE BP-TRANS
           CLOSE BP-REJECT
           DISPLAY 'BPMAINT READ               = ' WS-READ-CNT
           DISPLAY 'BPMAINT PAYEES ADDED       = ' WS-PAYEE-ADD-CNT
           DISPLAY 'BPMAINT PAYEES CHANGED     = ' WS-PAYEE-CHANGE-CNT
           DISPLAY 'BPMAINT PAYEES DELETED     = ' WS-PAYEE-DELETE-CNT
           DISPLAY 'BPMAINT PAYMENTS ADDED     = ' WS-ADD-CNT
           DISPLAY 'BPMAINT PAYMENTS CHANGED   = ' WS-CHANGE-CNT
           DISPLAY 'BPMAINT PAYMENTS CANCELLED = ' WS-CANCEL-CNT
           DISPLAY 'BPMAINT REJECTED           = ' WS-REJECT-CNT.

      *----------------------------------------------------------------*
      * 4000-VALIDATE-PAYEE THRU 4000-EXIT
      *   The payee hangs off a live customer; a biller also needs
      *   the customer's account number with the biller, which rides
      *   the ACH entry's individual ID so the biller can apply the
      *   payment.
      *----------------------------------------------------------------*
       4000-VALIDATE-PAYEE.
           IF BT-PAYEE-NO NOT NUMERIC OR BT-PAYEE-NO = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'PAYEE NUMBER MUST BE NON-ZERO' TO
                   WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF

           MOVE BT-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'CUST-ID NOT ON CUSTOMER MASTER' TO
                       WS-REJECT-REASON
           END-READ
           IF NOT WS-RECORD-VALID
               GO TO 4000-EXIT
           END-IF
           IF CUST-STATUS = 'X'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'CUSTOMER IS DECEASED' TO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF

           IF BT-NAME = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE 'PAYEE NAME MUST BE SUPPLIED' TO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF

           IF BT-PAYEE-TYPE NOT = 'B' AND BT-PAYEE-TYPE NOT = 'P'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'PAYEE TYPE MUST BE B OR P' TO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF

           PERFORM 4100-VALIDATE-ROUTING THRU 4100-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 4000-EXIT
           END-IF

           IF BT-ACCT-NUM = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE 'PAYEE ACCOUNT NUMBER MUST BE SUPPLIED' TO
                   WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF

           IF BT-ACCT-TYPE NOT = 'C' AND BT-ACCT-TYPE NOT = 'S'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ACCOUNT TYPE MUST BE C OR S' TO
                   WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF

           IF BT-PAYEE-TYPE = 'B' AND BT-BILLER-REF = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE 'BILLER PAYEE NEEDS A BILLER ACCOUNT REF' TO
                   WS-REJECT-REASON
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-VALIDATE-ROUTING THRU 4100-EXIT
      *   Standard ABA routing number checksum:
      *     3 * (d1 + d4 + d7) + 7 * (d2 + d5 + d8) + (d3 + d6 + d9)
      *   must be evenly divisible by 10.
      *----------------------------------------------------------------*
       4100-VALIDATE-ROUTING.
           IF BT-ROUTING-NUM NOT NUMERIC OR BT-ROUTING-NUM = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ROUTING NUMBER MUST BE SUPPLIED' TO
                   WS-REJECT-REASON
               GO TO 4100-EXIT
           END-IF

           MOVE BT-ROUTING-NUM TO WS-ROUTING-HOLDER

           COMPUTE WS-ROUTING-CHECKSUM =
               (3 * (WS-RD-1 + WS-RD-4 + WS-RD-7))
             + (7 * (WS-RD-2 + WS-RD-5 + WS-RD-8))
             + (1 * (WS-RD-3 + WS-RD-6 + WS-RD-9))

           DIVIDE WS-ROUTING-CHECKSUM BY 10
               GIVING WS-ROUTING-QUOTIENT
               REMAINDER WS-ROUTING-REMAINDER

           IF WS-ROUTING-REMAINDER NOT = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ROUTING NUMBER FAILS ABA CHECKSUM' TO
                   WS-REJECT-REASON
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4500-ADD-PAYEE THRU 4500-EXIT
      *----------------------------------------------------------------*
       4500-ADD-PAYEE.
           MOVE BT-CUST-ID         TO BE-CUST-ID
           MOVE BT-PAYEE-NO        TO BE-PAYEE-NO
           MOVE BT-NAME            TO BE-NAME
           MOVE BT-PAYEE-TYPE      TO BE-PAYEE-TYPE
           MOVE BT-ROUTING-NUM     TO BE-ROUTING-NUM
           MOVE BT-ACCT-NUM        TO BE-ACCT-NUM
           MOVE BT-ACCT-TYPE       TO BE-ACCT-TYPE
           MOVE BT-BILLER-REF      TO BE-BILLER-REF
           MOVE 'A'                 TO BE-STATUS
           MOVE WS-TODAY           TO BE-ADD-DATE
           WRITE BILL-PAYEE-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'PAYEE ALREADY ON FILE' TO WS-REJECT-REASON
           END-WRITE

           IF WS-RECORD-VALID
               ADD 1 TO WS-PAYEE-ADD-CNT
           END-IF.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4600-CHANGE-PAYEE THRU 4600-EXIT
      *   A change to a deleted payee reinstates it - the customer
      *   re-keying the payee's details is the intent to pay it.
      *----------------------------------------------------------------*
       4600-CHANGE-PAYEE.
           MOVE BT-CUST-ID  TO BE-CUST-ID
           MOVE BT-PAYEE-NO TO BE-PAYEE-NO
           READ BILL-PAYEE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'PAYEE NOT ON FILE' TO WS-REJECT-REASON
                   GO TO 4600-EXIT
           END-READ

           MOVE BT-NAME            TO BE-NAME
           MOVE BT-PAYEE-TYPE      TO BE-PAYEE-TYPE
           MOVE BT-ROUTING-NUM     TO BE-ROUTING-NUM
           MOVE BT-ACCT-NUM        TO BE-ACCT-NUM
           MOVE BT-ACCT-TYPE       TO BE-ACCT-TYPE
           MOVE BT-BILLER-REF      TO BE-BILLER-REF
           MOVE 'A'                 TO BE-STATUS

           REWRITE BILL-PAYEE-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE

           IF WS-RECORD-VALID
               ADD 1 TO WS-PAYEE-CHANGE-CNT
           END-IF.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4700-DELETE-PAYEE THRU 4700-EXIT
      *   The record stays on file as removed ('X') - payments still
      *   naming it are suppressed by BPGEN rather than orphaned, and
      *   the payee history stays behind the posted payments.
      *----------------------------------------------------------------*
       4700-DELETE-PAYEE.
           MOVE BT-CUST-ID  TO BE-CUST-ID
           MOVE BT-PAYEE-NO TO BE-PAYEE-NO
           READ BILL-PAYEE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'PAYEE NOT ON FILE' TO WS-REJECT-REASON
                   GO TO 4700-EXIT
           END-READ

           MOVE 'X' TO BE-STATUS
           REWRITE BILL-PAYEE-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE

           IF WS-RECORD-VALID
               ADD 1 TO WS-PAYEE-DELETE-CNT
           END-IF.
       4700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-VALIDATE-PAYMENT THRU 5000-EXIT
      *   The payee must be the customer's own and active, and the
      *   funding account must be on the master under the same
      *   customer - a payment can never debit somebody else's
      *   account.
      *----------------------------------------------------------------*
       5000-VALIDATE-PAYMENT.
           IF BT-PAY-ID NOT NUMERIC OR BT-PAY-ID = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'BP-ID MUST BE NON-ZERO' TO WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF

           MOVE BT-CUST-ID  TO BE-CUST-ID
           MOVE BT-PAYEE-NO TO BE-PAYEE-NO
           READ BILL-PAYEE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'PAYEE NOT ON FILE FOR CUSTOMER' TO
                       WS-REJECT-REASON
           END-READ
           IF NOT WS-RECORD-VALID
               GO TO 5000-EXIT
           END-IF
           IF BE-STATUS NOT = 'A'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'PAYEE IS DELETED' TO WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF

           MOVE BT-ACCT-NO TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'BP-ACCT-NO NOT ON ACCOUNT MASTER' TO
                       WS-REJECT-REASON
           END-READ
           IF NOT WS-RECORD-VALID
               GO TO 5000-EXIT
           END-IF

           IF ACCT-CKD-FLAG = 'Y'
               MOVE BT-ACCT-NO TO WS-CKD-ACCT-NO
               PERFORM 8800-VERIFY-CHECK-DIGIT THRU 8800-EXIT
               IF NOT WS-CKD-OK
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'BP-ACCT-NO FAILS CHECK DIGIT' TO
                       WS-REJECT-REASON
                   GO TO 5000-EXIT
               END-IF
           END-IF

           IF ACCT-CUST-ID NOT = BT-CUST-ID
               MOVE 'N' TO WS-VALID-SW
               MOVE 'FUNDING ACCOUNT NOT OWNED BY CUSTOMER' TO
                   WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF

           IF BT-AMOUNT NOT NUMERIC OR BT-AMOUNT = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'AMOUNT MUST BE NON-ZERO' TO WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF
           IF BT-AMOUNT > WS-MAX-PAYMENT
               MOVE 'N' TO WS-VALID-SW
               MOVE 'AMOUNT OVER THE BILL-PAY CEILING' TO
                   WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF

           IF BT-FREQUENCY NOT = 'O' AND BT-FREQUENCY NOT = 'W'
               AND BT-FREQUENCY NOT = 'M' AND BT-FREQUENCY NOT = 'Q'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'FREQUENCY MUST BE O, W, M OR Q' TO
                   WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF

           IF BT-NEXT-DUE-DATE NOT NUMERIC OR BT-NEXT-DUE-DATE = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'NEXT-DUE DATE INVALID' TO WS-REJECT-REASON
           END-IF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-ADD-PAYMENT THRU 6000-EXIT
      *----------------------------------------------------------------*
       6000-ADD-PAYMENT.
           MOVE BT-PAY-ID              TO BP-ID
           MOVE BT-CUST-ID             TO BP-CUST-ID
           MOVE BT-PAYEE-NO            TO BP-PAYEE-NO
           MOVE BT-ACCT-NO             TO BP-ACCT-NO
           MOVE BT-AMOUNT              TO BP-AMOUNT
           MOVE BT-FREQUENCY           TO BP-FREQUENCY
           MOVE BT-NEXT-DUE-DATE       TO BP-NEXT-DUE-DATE
           MOVE ZERO                   TO BP-LAST-PAID-DATE
           MOVE 'A'                     TO BP-STATUS
           MOVE BT-MEMO                TO BP-MEMO
           WRITE BILL-PAY-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'BP-ID ALREADY ON FILE' TO WS-REJECT-REASON
           END-WRITE

           IF WS-RECORD-VALID
               ADD 1 TO WS-ADD-CNT
           END-IF.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6500-CHANGE-PAYMENT THRU 6500-EXIT
      *----------------------------------------------------------------*
       6500-CHANGE-PAYMENT.
           MOVE BT-PAY-ID TO BP-ID
           READ BILL-PAY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'BP-ID NOT ON FILE' TO WS-REJECT-REASON
                   GO TO 6500-EXIT
           END-READ

           IF BP-CUST-ID NOT = BT-CUST-ID
               MOVE 'N' TO WS-VALID-SW
               MOVE 'BP-ID BELONGS TO ANOTHER CUSTOMER' TO
                   WS-REJECT-REASON
               GO TO 6500-EXIT
           END-IF
           IF BP-STATUS NOT = 'A'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'PAYMENT IS NO LONGER ACTIVE' TO
                   WS-REJECT-REASON
               GO TO 6500-EXIT
           END-IF

           MOVE BT-PAYEE-NO            TO BP-PAYEE-NO
           MOVE BT-ACCT-NO             TO BP-ACCT-NO
           MOVE BT-AMOUNT              TO BP-AMOUNT
           MOVE BT-FREQUENCY           TO BP-FREQUENCY
           MOVE BT-NEXT-DUE-DATE       TO BP-NEXT-DUE-DATE
           MOVE BT-MEMO                TO BP-MEMO

           REWRITE BILL-PAY-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE

           IF WS-RECORD-VALID
               ADD 1 TO WS-CHANGE-CNT
           END-IF.
       6500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-CANCEL-PAYMENT THRU 7000-EXIT
      *----------------------------------------------------------------*
       7000-CANCEL-PAYMENT.
           MOVE BT-PAY-ID TO BP-ID
           READ BILL-PAY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'BP-ID NOT ON FILE' TO WS-REJECT-REASON
                   GO TO 7000-EXIT
           END-READ

           IF BP-CUST-ID NOT = BT-CUST-ID
               MOVE 'N' TO WS-VALID-SW
               MOVE 'BP-ID BELONGS TO ANOTHER CUSTOMER' TO
                   WS-REJECT-REASON
               GO TO 7000-EXIT
           END-IF
           IF BP-STATUS NOT = 'A'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'PAYMENT IS NO LONGER ACTIVE' TO
                   WS-REJECT-REASON
               GO TO 7000-EXIT
           END-IF

           MOVE 'C' TO BP-STATUS
           REWRITE BILL-PAY-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE

           IF WS-RECORD-VALID
               ADD 1 TO WS-CANCEL-CNT
           END-IF.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-WRITE-REJECT THRU 8000-EXIT
      *----------------------------------------------------------------*
       8000-WRITE-REJECT.
           MOVE BT-CUST-ID        TO BJ-CUST-ID
           MOVE BT-ACTION         TO BJ-ACTION
           MOVE WS-REJECT-REASON  TO BJ-REASON
           MOVE BP-TRAN-RECORD    TO BJ-TRAN-IMAGE
           WRITE BP-REJECT-RECORD
           ADD 1 TO WS-REJECT-CNT.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8800-VERIFY-CHECK-DIGIT THRU 8800-EXIT
      *   Doubled-digit self-check over WS-CKD-ACCT-NO: every
      *   second body digit (counting out from the check digit)
      *   doubles and casts out nine, and the sum's tens-complement
      *   must equal the twelfth digit.
      *----------------------------------------------------------------*
       8800-VERIFY-CHECK-DIGIT.
           MOVE ZERO TO WS-CKD-SUM
           PERFORM 8810-ADD-ONE-DIGIT THRU 8810-EXIT
               VARYING WS-CKD-IDX FROM 1 BY 1
               UNTIL WS-CKD-IDX > 11
           DIVIDE WS-CKD-SUM BY 10
               GIVING WS-CKD-QUOT
               REMAINDER WS-CKD-REM
           COMPUTE WS-CKD-EXPECT = 10 - WS-CKD-REM
           IF WS-CKD-EXPECT = 10
               MOVE ZERO TO WS-CKD-EXPECT
           END-IF
           IF WS-CKD-D(12) = WS-CKD-EXPECT
               MOVE 'Y' TO WS-CKD-OK-SW
           ELSE
               MOVE 'N' TO WS-CKD-OK-SW
           END-IF.
       8800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8810-ADD-ONE-DIGIT THRU 8810-EXIT
      *----------------------------------------------------------------*
       8810-ADD-ONE-DIGIT.
           MOVE WS-CKD-D(WS-CKD-IDX) TO WS-CKD-WORK
           COMPUTE WS-CKD-PARITY = 12 - WS-CKD-IDX
           DIVIDE WS-CKD-PARITY BY 2
               GIVING WS-CKD-QUOT
               REMAINDER WS-CKD-REM
           IF WS-CKD-REM = 1
               COMPUTE WS-CKD-WORK = WS-CKD-WORK * 2
               IF WS-CKD-WORK > 9
                   SUBTRACT 9 FROM WS-CKD-WORK
               END-IF
           END-IF
           ADD WS-CKD-WORK TO WS-CKD-SUM.
       8810-EXIT.
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
           MOVE 'BPMAINT' TO RL-PROGRAM
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
