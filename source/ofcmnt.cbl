      *================================================================*
      * OFCMNT - OFFICIAL CHECK ISSUANCE
      *
      * Registers the cashier's checks and money orders the branches
      * issued today on the OFFCHK official check register (keyed
      * on the pre-printed serial) and pays for each one with an
      * 'OC' debit of the purchaser's account.  The debits go out
      * in an HDR/TRL-bracketed batch TXNPOST posts tonight, carrying
      * the serial in TR-CHECK-NO, and GLPOST credits them to the
      * official checks outstanding account (200600) - so every
      * outstanding item has its liability on the ledger, and
      * OFCRCON can prove the register against it.
      *
      * The item is already in the purchaser's hands when this runs,
      * so the register is written whether or not TXNPOST later
      * declines the debit; an item whose debit did not post shows
      * on OFCRCON's report as unfunded, not as a missing item.
      *
      * A rerun of the same transactions finds each serial already
      * registered for the same account, amount and business date
      * and re-emits its debit instead of rejecting it - the request
      * file is rewritten every run, so the rerun's batch must carry
      * everything the first run's did.
      *
      * Rejected transactions go to OFCREJ with a reason.
      *
      * OT-ACTION values:
      *   'I' = issue a cashier's check (OT-ITEM-TYPE 'C') or a
      *         money order ('M') - a money order may not exceed
      *         WS-MONEY-ORDER-MAX
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFCMNT.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL OFFICIAL CHECK ISSUANCE - CASHIER'S
      *                    CHECKS AND MONEY ORDERS WERE LOGGED BY HAND
      *                    AT THE BRANCHES AND FUNDED BY TELLER
      *                    WITHDRAWAL, WITH NOTHING TO PROVE THE
      *                    OUTSTANDING ITEMS AGAINST.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFICIAL-CHECK-FILE ASSIGN TO OFFCHK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-SERIAL
               FILE STATUS IS WS-OFC-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT BRANCH-MASTER ASSIGN TO BRANMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRANCH-ID
               FILE STATUS IS WS-BRAN-STATUS.

           SELECT OFC-TRANS ASSIGN TO OFCTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT OFC-REJECT ASSIGN TO OFCREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT OFC-REQUEST-OUT ASSIGN TO OFCREQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT RUN-LOG ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT PROC-DATE-CTL ASSIGN TO PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO OPERMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFFICIAL-CHECK-FILE.
           COPY "offchk.cpy".

       FD  ACCOUNT-MASTER.
           COPY "account.cpy".

       FD  BRANCH-MASTER.
           COPY "branch.cpy".

       FD  OFC-TRANS
           RECORD CONTAINS 90 CHARACTERS.
       01  OFC-TRAN-RECORD.
           05  OT-ACTION                  PIC X(01).
           05  OT-SERIAL                  PIC 9(07).
           05  OT-ITEM-TYPE               PIC X(01).
           05  OT-BRANCH-ID               PIC X(05).
           05  OT-PURCH-ACCT-NO           PIC 9(12).
           05  OT-PAYEE-NAME              PIC X(40).
           05  OT-AMOUNT                  PIC 9(09)V99.
           05  OT-OPER-ID                 PIC X(08).
           05  FILLER                     PIC X(05).

       FD  OFC-REJECT
           RECORD CONTAINS 138 CHARACTERS.
       01  OFC-REJECT-RECORD.
           05  OJ-SERIAL                  PIC 9(07).
           05  OJ-ACTION                  PIC X(01).
           05  OJ-REASON                  PIC X(40).
           05  OJ-TRAN-IMAGE              PIC X(90).

       FD  OFC-REQUEST-OUT
           RECORD CONTAINS 183 CHARACTERS.
           COPY "txnreq.cpy".

       FD  RUN-LOG.
           COPY "runlog.cpy".

       FD  PROC-DATE-CTL
           RECORD CONTAINS 8 CHARACTERS.
       01  PROC-DATE-RECORD               PIC 9(08).

       FD  OPERATOR-MASTER.
           COPY "opermstr.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PDATE-STATUS                PIC X(02).

       01  WS-RUNLOG-STATUS               PIC X(02).
       01  WS-RL-PHASE                    PIC X(01).
       01  WS-RL-COUNT                    PIC 9(09).

       01  WS-OFC-STATUS                  PIC X(02).
           88  WS-OFC-OK                   VALUE '00'.
       01  WS-ACCT-STATUS                 PIC X(02).
           88  WS-ACCT-OK                  VALUE '00'.
       01  WS-BRAN-STATUS                 PIC X(02).
       01  WS-TRAN-STATUS                 PIC X(02).
       01  WS-REJ-STATUS                  PIC X(02).
       01  WS-REQ-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-VALID-SW                PIC X(01)   VALUE 'Y'.
               88  WS-RECORD-VALID         VALUE 'Y'.
           05  WS-ABORT-SW                PIC X(01)   VALUE 'N'.
               88  WS-ABORT                 VALUE 'Y'.
           05  WS-REISSUE-SW              PIC X(01)   VALUE 'N'.
               88  WS-REISSUE               VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.

      *----------------------------------------------------------------*
      * THE FACE-VALUE CEILING ON A MONEY ORDER - LARGER AMOUNTS ARE
      * SOLD AS A CASHIER'S CHECK.  A CASHIER'S CHECK IS HELD ONLY
      * TO THE ISSUING OPERATOR'S KEYING LIMIT.
      *----------------------------------------------------------------*
       01  WS-MONEY-ORDER-MAX             PIC 9(09)V99 VALUE 1000.00.

       01  WS-BATCH-HASH-TOTAL            PIC S9(13)V99 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-READ-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-ISSUE-CNT               PIC 9(07)   VALUE ZERO.
           05  WS-REISSUE-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-REQUEST-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-REJECT-CNT              PIC 9(07)   VALUE ZERO.

       01  WS-REJECT-REASON               PIC X(40).

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

      *----------------------------------------------------------------*
      * OPERATOR ENTITLEMENT CHECK - THE CALLER SETS THE OPERATOR,
      * ENTITLEMENT CLASS, LIMIT KIND ('K' KEYING / 'A' APPROVAL /
      * SPACE NONE) AND AMOUNT, PERFORMS 8700-CHECK-OPERATOR, AND
      * REFUSES THE TRANSACTION ON A NON-BLANK REASON.
      *----------------------------------------------------------------*
       01  WS-OPER-STATUS                 PIC X(02).
       01  WS-OP-CHECK-FIELDS.
           05  WS-OP-CHECK-ID             PIC X(08)   VALUE SPACES.
           05  WS-OP-CHECK-CLASS          PIC X(03)   VALUE SPACES.
           05  WS-OP-CHECK-LIMIT          PIC X(01)   VALUE SPACE.
           05  WS-OP-CHECK-AMOUNT         PIC S9(11)V99 VALUE ZERO.
           05  WS-OP-CHECK-REASON         PIC X(40)   VALUE SPACES.
           05  WS-OP-ENT-IDX              PIC 9(02)   VALUE ZERO.
           05  WS-OP-ENT-SW               PIC X(01)   VALUE 'N'.
               88  WS-OP-ENTITLED          VALUE 'Y'.
           05  WS-OP-MASTER-SW            PIC X(01)   VALUE 'N'.
               88  WS-OP-MASTER-OPEN       VALUE 'Y'.

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
               PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
                   UNTIL WS-EOF
           END-IF
           PERFORM 3000-TERMINATE
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-READ-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE THRU 1000-EXIT
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O OFFICIAL-CHECK-FILE
           IF NOT WS-OFC-OK
               DISPLAY 'OFCMNT ERROR - CANNOT OPEN OFFICIAL CHECK '
                   'REGISTER, STATUS = ' WS-OFC-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT BRANCH-MASTER
           OPEN INPUT OFC-TRANS
           OPEN OUTPUT OFC-REJECT
           OPEN OUTPUT OFC-REQUEST-OUT
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPER-STATUS = '00'
               MOVE 'Y' TO WS-OP-MASTER-SW
           ELSE
               DISPLAY 'OFCMNT OPERATOR MASTER NOT AVAILABLE - '
                   'STATUS ' WS-OPER-STATUS
           END-IF
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT

           MOVE SPACES     TO TXN-BATCH-HEADER
           MOVE 'HDR'      TO TBH-REC-TYPE
           MOVE WS-TODAY   TO TBH-BATCH-DATE
           MOVE 'OFCMNT'   TO TBH-BATCH-ID
           WRITE TXN-BATCH-HEADER

           PERFORM 2100-READ-TRANS.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESS-TRANS THRU 2000-EXIT
      *----------------------------------------------------------------*
       2000-PROCESS-TRANS.
           ADD 1 TO WS-READ-CNT
           MOVE 'Y' TO WS-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON

           PERFORM 2200-CHECK-OPERATOR THRU 2200-EXIT
           IF NOT WS-RECORD-VALID
               PERFORM 8000-WRITE-REJECT THRU 8000-EXIT
               PERFORM 2100-READ-TRANS
               GO TO 2000-EXIT
           END-IF

           EVALUATE OT-ACTION
               WHEN 'I'
                   PERFORM 5000-ISSUE-ITEM THRU 5000-EXIT
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
           READ OFC-TRANS
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 2200-CHECK-OPERATOR THRU 2200-EXIT
      *   The issuing operator must be active on the operator master,
      *   entitled to official check issuance ('OCI') and within
      *   their keying limit for the face amount.
      *----------------------------------------------------------------*
       2200-CHECK-OPERATOR.
           MOVE OT-OPER-ID TO WS-OP-CHECK-ID
           MOVE 'OCI' TO WS-OP-CHECK-CLASS
           MOVE 'K' TO WS-OP-CHECK-LIMIT
           IF OT-AMOUNT IS NUMERIC
               MOVE OT-AMOUNT TO WS-OP-CHECK-AMOUNT
           ELSE
               MOVE ZERO TO WS-OP-CHECK-AMOUNT
           END-IF
           PERFORM 8700-CHECK-OPERATOR THRU 8700-EXIT
           IF WS-OP-CHECK-REASON NOT = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE WS-OP-CHECK-REASON TO WS-REJECT-REASON
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           IF NOT WS-ABORT
               MOVE SPACES              TO TXN-BATCH-TRAILER
               MOVE 'TRL'               TO TBT-REC-TYPE
               MOVE WS-REQUEST-CNT      TO TBT-RECORD-CNT
               MOVE WS-BATCH-HASH-TOTAL TO TBT-HASH-TOTAL
               WRITE TXN-BATCH-TRAILER

               IF WS-OP-MASTER-OPEN
                   CLOSE OPERATOR-MASTER
               END-IF
               CLOSE OFFICIAL-CHECK-FILE
               CLOSE ACCOUNT-MASTER
               CLOSE BRANCH-MASTER
               CLOSE OFC-TRANS
               CLOSE OFC-REJECT
               CLOSE OFC-REQUEST-OUT
           END-IF
           DISPLAY 'OFCMNT READ      = ' WS-READ-CNT
           DISPLAY 'OFCMNT ISSUED    = ' WS-ISSUE-CNT
           DISPLAY 'OFCMNT RE-EMITTED= ' WS-REISSUE-CNT
           DISPLAY 'OFCMNT DEBITS    = ' WS-REQUEST-CNT
           DISPLAY 'OFCMNT REJECTED  = ' WS-REJECT-CNT.

      *----------------------------------------------------------------*
      * 5000-ISSUE-ITEM THRU 5000-EXIT
      *   Edits the item and the purchaser's account, registers the
      *   item outstanding and emits its 'OC' debit.  A serial
      *   already registered today to the same account for the same
      *   amount is this transaction on a rerun - only the debit is
      *   emitted again.
      *----------------------------------------------------------------*
       5000-ISSUE-ITEM.
           IF OT-SERIAL IS NOT NUMERIC OR OT-SERIAL = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'SERIAL NUMBER MUST BE SUPPLIED' TO
                   WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF
           IF OT-ITEM-TYPE NOT = 'C' AND OT-ITEM-TYPE NOT = 'M'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ITEM TYPE MUST BE C OR M' TO WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF
           IF OT-AMOUNT IS NOT NUMERIC OR OT-AMOUNT = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'FACE AMOUNT MUST BE GREATER THAN ZERO' TO
                   WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF
           IF OT-ITEM-TYPE = 'M' AND OT-AMOUNT > WS-MONEY-ORDER-MAX
               MOVE 'N' TO WS-VALID-SW
               MOVE 'AMOUNT OVER MONEY ORDER CEILING' TO
                   WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF
           IF OT-PAYEE-NAME = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE 'PAYEE NAME MUST BE SUPPLIED' TO
                   WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF

           MOVE OT-BRANCH-ID TO BRANCH-ID
           READ BRANCH-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'BRANCH NOT ON BRANCH MASTER' TO
                       WS-REJECT-REASON
                   GO TO 5000-EXIT
           END-READ
           IF BRANCH-STATUS NOT = 'A'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ISSUING BRANCH IS NOT OPEN' TO WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF

           PERFORM 5100-EDIT-PURCHASER THRU 5100-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 5000-EXIT
           END-IF

           PERFORM 5200-CHECK-REGISTER THRU 5200-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 5000-EXIT
           END-IF
           IF WS-REISSUE
               ADD 1 TO WS-REISSUE-CNT
               PERFORM 5500-WRITE-DEBIT THRU 5500-EXIT
               GO TO 5000-EXIT
           END-IF

           MOVE OT-SERIAL         TO OC-SERIAL
           MOVE OT-ITEM-TYPE      TO OC-ITEM-TYPE
           MOVE OT-BRANCH-ID      TO OC-BRANCH-ID
           MOVE ACCT-CUST-ID      TO OC-PURCH-CUST-ID
           MOVE OT-PURCH-ACCT-NO  TO OC-PURCH-ACCT-NO
           MOVE OT-PAYEE-NAME     TO OC-PAYEE-NAME
           MOVE OT-AMOUNT         TO OC-AMOUNT
           MOVE WS-TODAY          TO OC-ISSUE-DATE
           MOVE OT-OPER-ID        TO OC-ISSUE-OPER-ID
           MOVE 'O'               TO OC-STATUS
           MOVE ZERO              TO OC-PAID-DATE
           MOVE ZERO              TO OC-PAID-ITEM-SEQ
           MOVE ZERO              TO OC-ESCHEAT-DATE
           WRITE OFFICIAL-CHECK-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'SERIAL ALREADY ON REGISTER' TO
                       WS-REJECT-REASON
                   GO TO 5000-EXIT
           END-WRITE

           ADD 1 TO WS-ISSUE-CNT
           PERFORM 5500-WRITE-DEBIT THRU 5500-EXIT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-EDIT-PURCHASER THRU 5100-EXIT
      *   The purchaser's account must be on file, pass its check
      *   digit and be open - the item is paid for out of it.
      *----------------------------------------------------------------*
       5100-EDIT-PURCHASER.
           MOVE OT-PURCH-ACCT-NO TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'PURCHASER ACCT NOT ON ACCOUNT MASTER' TO
                       WS-REJECT-REASON
                   GO TO 5100-EXIT
           END-READ

           IF ACCT-CKD-FLAG = 'Y'
               MOVE OT-PURCH-ACCT-NO TO WS-CKD-ACCT-NO
               PERFORM 8800-VERIFY-CHECK-DIGIT THRU 8800-EXIT
               IF NOT WS-CKD-OK
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'PURCHASER ACCT FAILS CHECK DIGIT' TO
                       WS-REJECT-REASON
                   GO TO 5100-EXIT
               END-IF
           END-IF

           IF ACCT-STATUS NOT = 'A'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'PURCHASER ACCOUNT IS NOT OPEN' TO
                   WS-REJECT-REASON
           END-IF.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5200-CHECK-REGISTER THRU 5200-EXIT
      *   A serial not yet on the register is a new item.  One
      *   registered today to the same account for the same amount,
      *   still outstanding, is a rerun (WS-REISSUE); anything else
      *   on file under the serial is a duplicate and rejects.
      *----------------------------------------------------------------*
       5200-CHECK-REGISTER.
           MOVE 'N' TO WS-REISSUE-SW
           MOVE OT-SERIAL TO OC-SERIAL
           READ OFFICIAL-CHECK-FILE
               INVALID KEY
                   GO TO 5200-EXIT
           END-READ

           IF OC-ISSUE-DATE = WS-TODAY
               AND OC-PURCH-ACCT-NO = OT-PURCH-ACCT-NO
               AND OC-AMOUNT = OT-AMOUNT
               AND OC-STATUS = 'O'
               MOVE 'Y' TO WS-REISSUE-SW
           ELSE
               MOVE 'N' TO WS-VALID-SW
               MOVE 'SERIAL ALREADY ON REGISTER' TO
                   WS-REJECT-REASON
           END-IF.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5500-WRITE-DEBIT THRU 5500-EXIT
      *   The purchaser's 'OC' debit.  The serial rides in
      *   TR-CHECK-NO onto the posted TXN-CHECK-NO, which is how
      *   OFCRCON finds the posting that funded the item; the payee
      *   goes in the merchant name for the purchaser's statement.
      *----------------------------------------------------------------*
       5500-WRITE-DEBIT.
           MOVE OT-PURCH-ACCT-NO     TO TR-ACCT-NO
           MOVE 'OC'                 TO TR-TYPE
           COMPUTE TR-AMOUNT = ZERO - OT-AMOUNT
           IF OT-ITEM-TYPE = 'M'
               MOVE 'MONEY ORDER PURCHASE' TO TR-DESC
           ELSE
               MOVE 'CASHIERS CHECK PURCHASE' TO TR-DESC
           END-IF
           MOVE OT-PAYEE-NAME        TO TR-MERCHANT-NAME
           MOVE SPACES               TO TR-MERCHANT-CITY
           MOVE SPACES               TO TR-MERCHANT-STATE
           MOVE 'OFC'                TO TR-CHANNEL
           MOVE SPACES               TO TR-AUTH-CODE
           MOVE ZERO                 TO TR-CONTRA-ACCT
           MOVE ZERO                 TO TR-CARD-NO
           MOVE OT-SERIAL            TO TR-CHECK-NO
           MOVE ZERO                 TO TR-EFFECTIVE-DATE
           MOVE ZERO                 TO TR-RECEIVED-DATE
           MOVE ZERO                 TO TR-RECEIVED-TIME
           WRITE TXN-REQUEST-RECORD
           ADD TR-AMOUNT TO WS-BATCH-HASH-TOTAL
           ADD 1 TO WS-REQUEST-CNT.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-WRITE-REJECT THRU 8000-EXIT
      *----------------------------------------------------------------*
       8000-WRITE-REJECT.
           IF OT-SERIAL IS NUMERIC
               MOVE OT-SERIAL     TO OJ-SERIAL
           ELSE
               MOVE ZERO          TO OJ-SERIAL
           END-IF
           MOVE OT-ACTION         TO OJ-ACTION
           MOVE WS-REJECT-REASON  TO OJ-REASON
           MOVE OFC-TRAN-RECORD   TO OJ-TRAN-IMAGE
           WRITE OFC-REJECT-RECORD
           ADD 1 TO WS-REJECT-CNT.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8700-CHECK-OPERATOR THRU 8700-EXIT
      *   Looks WS-OP-CHECK-ID up on the operator master and refuses
      *   an operator who is unknown, suspended or revoked, is not
      *   entitled to WS-OP-CHECK-CLASS, or is over the keying ('K')
      *   or approval ('A') limit for WS-OP-CHECK-AMOUNT.
      *   WS-OP-CHECK-REASON comes back spaces when the operator may
      *   go ahead; the profile stays in OPERATOR-RECORD either way.
      *----------------------------------------------------------------*
       8700-CHECK-OPERATOR.
           MOVE SPACES TO WS-OP-CHECK-REASON
           IF NOT WS-OP-MASTER-OPEN
               MOVE 'OPERATOR MASTER NOT AVAILABLE' TO
                   WS-OP-CHECK-REASON
               GO TO 8700-EXIT
           END-IF
           IF WS-OP-CHECK-ID = SPACES
               MOVE 'OPERATOR ID MUST BE SUPPLIED' TO
                   WS-OP-CHECK-REASON
               GO TO 8700-EXIT
           END-IF

           MOVE WS-OP-CHECK-ID TO OP-OPER-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   MOVE 'OPERATOR NOT ON OPERATOR MASTER' TO
                       WS-OP-CHECK-REASON
                   GO TO 8700-EXIT
           END-READ
           IF OP-STATUS = 'R'
               MOVE 'OPERATOR ACCESS REVOKED' TO WS-OP-CHECK-REASON
               GO TO 8700-EXIT
           END-IF
           IF OP-STATUS NOT = 'A'
               MOVE 'OPERATOR ACCESS SUSPENDED' TO WS-OP-CHECK-REASON
               GO TO 8700-EXIT
           END-IF

           MOVE 'N' TO WS-OP-ENT-SW
           PERFORM 8710-MATCH-ENTITLEMENT THRU 8710-EXIT
               VARYING WS-OP-ENT-IDX FROM 1 BY 1
               UNTIL WS-OP-ENT-IDX > 12 OR WS-OP-ENTITLED
           IF NOT WS-OP-ENTITLED
               MOVE 'OPERATOR NOT ENTITLED TO FUNCTION' TO
                   WS-OP-CHECK-REASON
               GO TO 8700-EXIT
           END-IF

           IF WS-OP-CHECK-LIMIT = 'K'
               AND WS-OP-CHECK-AMOUNT > OP-KEY-LIMIT
               MOVE 'AMOUNT OVER OPERATOR KEYING LIMIT' TO
                   WS-OP-CHECK-REASON
               GO TO 8700-EXIT
           END-IF
           IF WS-OP-CHECK-LIMIT = 'A'
               AND WS-OP-CHECK-AMOUNT > OP-APPR-LIMIT
               MOVE 'AMOUNT OVER OPERATOR APPROVAL LIMIT' TO
                   WS-OP-CHECK-REASON
           END-IF.
       8700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8710-MATCH-ENTITLEMENT THRU 8710-EXIT
      *----------------------------------------------------------------*
       8710-MATCH-ENTITLEMENT.
           IF OP-ENT-CLASS(WS-OP-ENT-IDX) = WS-OP-CHECK-CLASS
               MOVE 'Y' TO WS-OP-ENT-SW
           END-IF.
       8710-EXIT.
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
           MOVE 'OFCMNT' TO RL-PROGRAM
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
