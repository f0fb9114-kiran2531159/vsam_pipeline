      *================================================================*
      * VLTMNT - BRANCH VAULT CASH MAINTENANCE
      *
      * Applies cash operations' and the branches' vault transactions
      * to the VLTMAST branch vault master (keyed branch ID) - the
      * minimum and maximum cash each branch should hold, the cash
      * counts the branch keys, and a branch's override of the
      * shipment VLTFCST would otherwise order for it tonight.
      * VLTFCST rolls the cash position forward nightly from the
      * teller drawer master and writes the carrier's order file.
      *
      * A cash count replaces the branch's cash position as of
      * tonight - VLTFCST does not add tonight's drawer movement to
      * it again.  An override is keyed in whole straps of $1,000,
      * under the operator's keying limit, and holds for tonight's
      * order only; VLTFCST tallies the nights a branch overrode the
      * recommendation for the override report.
      *
      * Rejected transactions go to VLTREJ with a reason.
      *
      * VM-ACTION values:
      *   'A' = add a branch vault (minimum, maximum, opening count)
      *   'L' = change the minimum and/or maximum (zero = unchanged)
      *   'C' = cash count - VM-AMOUNT is the branch's counted cash
      *   'O' = override tonight's shipment - VM-SHIP-TYPE 'O' order
      *         VM-AMOUNT in, 'R' return VM-AMOUNT out, 'N' ship
      *         nothing
      *   'S' = status change - VM-SHIP-TYPE 'A' active, 'C' closed
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VLTMNT.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL BRANCH VAULT CASH MAINTENANCE -
      *                    CASH ORDERS AND EXCESS-CASH SHIPMENTS
      *                    WERE PHONED IN BY THE BRANCHES.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-VAULT-MASTER ASSIGN TO VLTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BV-BRANCH-ID
               FILE STATUS IS WS-VLT-STATUS.

           SELECT BRANCH-MASTER ASSIGN TO BRANMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRANCH-ID
               FILE STATUS IS WS-BRAN-STATUS.

           SELECT VAULT-TRANS ASSIGN TO VLTTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT VAULT-REJECT ASSIGN TO VLTREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

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
       FD  BRANCH-VAULT-MASTER.
           COPY "vaultmst.cpy".

       FD  BRANCH-MASTER.
           COPY "branch.cpy".

       FD  VAULT-TRANS
           RECORD CONTAINS 80 CHARACTERS.
       01  VAULT-TRAN-RECORD.
           05  VM-ACTION                  PIC X(01).
           05  VM-BRANCH-ID               PIC X(05).
           05  VM-MIN-CASH                PIC 9(09)V99.
           05  VM-MAX-CASH                PIC 9(09)V99.
           05  VM-AMOUNT                  PIC 9(11)V99.
           05  VM-SHIP-TYPE               PIC X(01).
           05  VM-OPER-ID                 PIC X(08).
           05  FILLER                     PIC X(30).

       FD  VAULT-REJECT
           RECORD CONTAINS 126 CHARACTERS.
       01  VAULT-REJECT-RECORD.
           05  VJ-BRANCH-ID               PIC X(05).
           05  VJ-ACTION                  PIC X(01).
           05  VJ-REASON                  PIC X(40).
           05  VJ-TRAN-IMAGE              PIC X(80).

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

       01  WS-VLT-STATUS                  PIC X(02).
           88  WS-VLT-OK                   VALUE '00'.
       01  WS-BRAN-STATUS                 PIC X(02).
       01  WS-TRAN-STATUS                 PIC X(02).
       01  WS-REJ-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-VALID-SW                PIC X(01)   VALUE 'Y'.
               88  WS-RECORD-VALID         VALUE 'Y'.
           05  WS-ABORT-SW                PIC X(01)   VALUE 'N'.
               88  WS-ABORT                 VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.

      *----------------------------------------------------------------*
      * SHIPMENTS MOVE IN WHOLE STRAPS OF $1,000 - THE SAME UNIT
      * VLTFCST ROUNDS ITS RECOMMENDATIONS TO.
      *----------------------------------------------------------------*
       01  WS-STRAP-UNIT                  PIC 9(05)V99 VALUE 1000.00.
       01  WS-STRAP-CNT                   PIC 9(11)   VALUE ZERO.
       01  WS-STRAP-REM                   PIC 9(05)V99 VALUE ZERO.
       01  WS-HIST-IDX                    PIC 9(01)   VALUE ZERO.
       01  WS-NEW-MIN                     PIC 9(09)V99 VALUE ZERO.
       01  WS-NEW-MAX                     PIC 9(09)V99 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-READ-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-ADD-CNT                 PIC 9(07)   VALUE ZERO.
           05  WS-LIMIT-CNT               PIC 9(07)   VALUE ZERO.
           05  WS-COUNT-CNT               PIC 9(07)   VALUE ZERO.
           05  WS-OVERRIDE-CNT            PIC 9(07)   VALUE ZERO.
           05  WS-STATUS-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-REJECT-CNT              PIC 9(07)   VALUE ZERO.

       01  WS-REJECT-REASON               PIC X(40).

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
           OPEN I-O BRANCH-VAULT-MASTER
           IF NOT WS-VLT-OK
               DISPLAY 'VLTMNT ERROR - CANNOT OPEN BRANCH VAULT '
                   'MASTER, STATUS = ' WS-VLT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT BRANCH-MASTER
           OPEN INPUT VAULT-TRANS
           OPEN OUTPUT VAULT-REJECT
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPER-STATUS = '00'
               MOVE 'Y' TO WS-OP-MASTER-SW
           ELSE
               DISPLAY 'VLTMNT OPERATOR MASTER NOT AVAILABLE - '
                   'STATUS ' WS-OPER-STATUS
           END-IF
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT

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

           EVALUATE VM-ACTION
               WHEN 'A'
                   PERFORM 5000-ADD-VAULT THRU 5000-EXIT
               WHEN 'L'
                   PERFORM 5100-CHANGE-LIMITS THRU 5100-EXIT
               WHEN 'C'
                   PERFORM 5200-CASH-COUNT THRU 5200-EXIT
               WHEN 'O'
                   PERFORM 5300-OVERRIDE-SHIPMENT THRU 5300-EXIT
               WHEN 'S'
                   PERFORM 5400-CHANGE-STATUS THRU 5400-EXIT
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
           READ VAULT-TRANS
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 2200-CHECK-OPERATOR THRU 2200-EXIT
      *   The keying operator must be active on the operator master
      *   and entitled to branch vault cash maintenance ('VLT').  A
      *   shipment override must also be within the operator's
      *   keying limit.
      *----------------------------------------------------------------*
       2200-CHECK-OPERATOR.
           MOVE VM-OPER-ID TO WS-OP-CHECK-ID
           MOVE 'VLT' TO WS-OP-CHECK-CLASS
           MOVE SPACE TO WS-OP-CHECK-LIMIT
           MOVE ZERO TO WS-OP-CHECK-AMOUNT
           IF VM-ACTION = 'O' AND VM-AMOUNT IS NUMERIC
               MOVE 'K' TO WS-OP-CHECK-LIMIT
               MOVE VM-AMOUNT TO WS-OP-CHECK-AMOUNT
           END-IF
           PERFORM 8700-CHECK-OPERATOR THRU 8700-EXIT
           IF WS-OP-CHECK-REASON NOT = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE WS-OP-CHECK-REASON TO WS-REJECT-REASON
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-READ-VAULT THRU 2500-EXIT
      *   Reads the branch vault the transaction names.
      *----------------------------------------------------------------*
       2500-READ-VAULT.
           MOVE VM-BRANCH-ID TO BV-BRANCH-ID
           READ BRANCH-VAULT-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'BRANCH NOT ON VAULT MASTER' TO
                       WS-REJECT-REASON
           END-READ.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2600-EDIT-BRANCH THRU 2600-EXIT
      *   The branch (VM-BRANCH-ID) must be on the branch master and
      *   open.
      *----------------------------------------------------------------*
       2600-EDIT-BRANCH.
           MOVE VM-BRANCH-ID TO BRANCH-ID
           READ BRANCH-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'BRANCH NOT ON BRANCH MASTER' TO
                       WS-REJECT-REASON
                   GO TO 2600-EXIT
           END-READ
           IF BRANCH-STATUS NOT = 'A'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'BRANCH IS NOT OPEN' TO WS-REJECT-REASON
           END-IF.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2700-EDIT-LIMITS THRU 2700-EXIT
      *   The maximum must sit above the minimum, with room for at
      *   least one strap between them.  The caller leaves the
      *   limits to check in WS-NEW-MIN and WS-NEW-MAX.
      *----------------------------------------------------------------*
       2700-EDIT-LIMITS.
           IF WS-NEW-MAX NOT > WS-NEW-MIN
               MOVE 'N' TO WS-VALID-SW
               MOVE 'MAXIMUM CASH MUST EXCEED MINIMUM' TO
                   WS-REJECT-REASON
               GO TO 2700-EXIT
           END-IF
           IF WS-NEW-MAX - WS-NEW-MIN < WS-STRAP-UNIT
               MOVE 'N' TO WS-VALID-SW
               MOVE 'LIMITS MUST BE AT LEAST $1,000 APART' TO
                   WS-REJECT-REASON
           END-IF.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           IF NOT WS-ABORT
               IF WS-OP-MASTER-OPEN
                   CLOSE OPERATOR-MASTER
               END-IF
               CLOSE BRANCH-VAULT-MASTER
               CLOSE BRANCH-MASTER
               CLOSE VAULT-TRANS
               CLOSE VAULT-REJECT
           END-IF
           DISPLAY 'VLTMNT READ       = ' WS-READ-CNT
           DISPLAY 'VLTMNT ADDED      = ' WS-ADD-CNT
           DISPLAY 'VLTMNT LIMITS CHG = ' WS-LIMIT-CNT
           DISPLAY 'VLTMNT COUNTS     = ' WS-COUNT-CNT
           DISPLAY 'VLTMNT OVERRIDES  = ' WS-OVERRIDE-CNT
           DISPLAY 'VLTMNT STATUS CHG = ' WS-STATUS-CNT
           DISPLAY 'VLTMNT REJECTED   = ' WS-REJECT-CNT.

      *----------------------------------------------------------------*
      * 5000-ADD-VAULT THRU 5000-EXIT
      *   A new vault goes on file active with its limits and the
      *   branch's opening cash count as tonight's position.  It has
      *   no cash history yet - VLTFCST learns the branch's pattern
      *   from its first night on.
      *----------------------------------------------------------------*
       5000-ADD-VAULT.
           IF VM-MIN-CASH IS NOT NUMERIC
               OR VM-MAX-CASH IS NOT NUMERIC
               OR VM-AMOUNT IS NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               MOVE 'LIMITS/OPENING COUNT NOT NUMERIC' TO
                   WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF
           PERFORM 2600-EDIT-BRANCH THRU 2600-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 5000-EXIT
           END-IF
           MOVE VM-MIN-CASH TO WS-NEW-MIN
           MOVE VM-MAX-CASH TO WS-NEW-MAX
           PERFORM 2700-EDIT-LIMITS THRU 2700-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 5000-EXIT
           END-IF

           MOVE SPACES           TO BRANCH-VAULT-RECORD
           MOVE VM-BRANCH-ID     TO BV-BRANCH-ID
           MOVE 'A'              TO BV-STATUS
           MOVE VM-MIN-CASH      TO BV-MIN-CASH
           MOVE VM-MAX-CASH      TO BV-MAX-CASH
           MOVE VM-AMOUNT        TO BV-CASH-ON-HAND
           MOVE WS-TODAY         TO BV-COUNT-DATE
           MOVE ZERO             TO BV-ROLL-DATE
           PERFORM 5900-CLEAR-ONE-DOW THRU 5900-EXIT
               VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > 5
           MOVE ZERO             TO BV-HOL-NET(1)
           MOVE ZERO             TO BV-HOL-CNT(1)
           MOVE ZERO             TO BV-HOL-NET(2)
           MOVE ZERO             TO BV-HOL-CNT(2)
           MOVE ZERO             TO BV-REC-AMOUNT
           MOVE ZERO             TO BV-ORD-DATE
           MOVE ZERO             TO BV-ORD-DELIVERY-DATE
           MOVE ZERO             TO BV-ORD-AMOUNT
           MOVE ZERO             TO BV-OVR-DATE
           MOVE ZERO             TO BV-OVR-AMOUNT
           MOVE ZERO             TO BV-LAST-OVR-DATE
           WRITE BRANCH-VAULT-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'BRANCH VAULT ALREADY ON FILE' TO
                       WS-REJECT-REASON
                   GO TO 5000-EXIT
           END-WRITE
           ADD 1 TO WS-ADD-CNT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-CHANGE-LIMITS THRU 5100-EXIT
      *   A zero (or blank) limit is left as it is; the pair that
      *   results must still pass 2700-EDIT-LIMITS.
      *----------------------------------------------------------------*
       5100-CHANGE-LIMITS.
           PERFORM 2500-READ-VAULT THRU 2500-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 5100-EXIT
           END-IF

           MOVE BV-MIN-CASH TO WS-NEW-MIN
           MOVE BV-MAX-CASH TO WS-NEW-MAX
           IF VM-MIN-CASH IS NUMERIC AND VM-MIN-CASH NOT = ZERO
               MOVE VM-MIN-CASH TO WS-NEW-MIN
           END-IF
           IF VM-MAX-CASH IS NUMERIC AND VM-MAX-CASH NOT = ZERO
               MOVE VM-MAX-CASH TO WS-NEW-MAX
           END-IF
           PERFORM 2700-EDIT-LIMITS THRU 2700-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 5100-EXIT
           END-IF

           MOVE WS-NEW-MIN TO BV-MIN-CASH
           MOVE WS-NEW-MAX TO BV-MAX-CASH
           REWRITE BRANCH-VAULT-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   GO TO 5100-EXIT
           END-REWRITE
           ADD 1 TO WS-LIMIT-CNT.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5200-CASH-COUNT THRU 5200-EXIT
      *   The branch's counted cash replaces its position as of
      *   tonight (BV-COUNT-DATE), so VLTFCST takes the count as it
      *   stands instead of adding tonight's drawer movement to it.
      *----------------------------------------------------------------*
       5200-CASH-COUNT.
           IF VM-AMOUNT IS NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               MOVE 'COUNTED AMOUNT NOT NUMERIC' TO
                   WS-REJECT-REASON
               GO TO 5200-EXIT
           END-IF
           PERFORM 2500-READ-VAULT THRU 2500-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 5200-EXIT
           END-IF
           IF NOT BV-ACTIVE
               MOVE 'N' TO WS-VALID-SW
               MOVE 'BRANCH VAULT IS CLOSED' TO WS-REJECT-REASON
               GO TO 5200-EXIT
           END-IF

           MOVE VM-AMOUNT TO BV-CASH-ON-HAND
           MOVE WS-TODAY  TO BV-COUNT-DATE
           REWRITE BRANCH-VAULT-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   GO TO 5200-EXIT
           END-REWRITE
           ADD 1 TO WS-COUNT-CNT.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5300-OVERRIDE-SHIPMENT THRU 5300-EXIT
      *   Replaces tonight's recommended shipment with the branch's
      *   own - an order in, a return out (no more than the cash on
      *   hand), or nothing.  Orders and returns move in whole
      *   straps.  A later override the same night replaces the
      *   earlier one.
      *----------------------------------------------------------------*
       5300-OVERRIDE-SHIPMENT.
           IF VM-SHIP-TYPE NOT = 'O' AND VM-SHIP-TYPE NOT = 'R'
               AND VM-SHIP-TYPE NOT = 'N'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'SHIPMENT TYPE MUST BE O, R OR N' TO
                   WS-REJECT-REASON
               GO TO 5300-EXIT
           END-IF
           IF VM-SHIP-TYPE = 'N'
               MOVE ZERO TO VM-AMOUNT
           END-IF
           IF VM-AMOUNT IS NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               MOVE 'SHIPMENT AMOUNT NOT NUMERIC' TO
                   WS-REJECT-REASON
               GO TO 5300-EXIT
           END-IF
           IF VM-SHIP-TYPE NOT = 'N' AND VM-AMOUNT = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'SHIPMENT AMOUNT MUST BE SUPPLIED' TO
                   WS-REJECT-REASON
               GO TO 5300-EXIT
           END-IF
           DIVIDE VM-AMOUNT BY WS-STRAP-UNIT GIVING WS-STRAP-CNT
               REMAINDER WS-STRAP-REM
           IF WS-STRAP-REM NOT = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'SHIPMENT MUST BE IN WHOLE $1,000 STRAPS' TO
                   WS-REJECT-REASON
               GO TO 5300-EXIT
           END-IF

           PERFORM 2500-READ-VAULT THRU 2500-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 5300-EXIT
           END-IF
           IF NOT BV-ACTIVE
               MOVE 'N' TO WS-VALID-SW
               MOVE 'BRANCH VAULT IS CLOSED' TO WS-REJECT-REASON
               GO TO 5300-EXIT
           END-IF
           IF VM-SHIP-TYPE = 'R' AND VM-AMOUNT > BV-CASH-ON-HAND
               MOVE 'N' TO WS-VALID-SW
               MOVE 'RETURN EXCEEDS CASH ON HAND' TO
                   WS-REJECT-REASON
               GO TO 5300-EXIT
           END-IF

           MOVE WS-TODAY TO BV-OVR-DATE
           EVALUATE VM-SHIP-TYPE
               WHEN 'O'
                   MOVE VM-AMOUNT TO BV-OVR-AMOUNT
               WHEN 'R'
                   COMPUTE BV-OVR-AMOUNT = ZERO - VM-AMOUNT
               WHEN OTHER
                   MOVE ZERO TO BV-OVR-AMOUNT
           END-EVALUATE
           REWRITE BRANCH-VAULT-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   GO TO 5300-EXIT
           END-REWRITE
           ADD 1 TO WS-OVERRIDE-CNT.
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5400-CHANGE-STATUS THRU 5400-EXIT
      *   Closes a vault (no more forecasting or shipments) or
      *   reopens it.  A vault with a shipment still on its way
      *   cannot be closed.
      *----------------------------------------------------------------*
       5400-CHANGE-STATUS.
           IF VM-SHIP-TYPE NOT = 'A' AND VM-SHIP-TYPE NOT = 'C'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'VAULT STATUS MUST BE A OR C' TO
                   WS-REJECT-REASON
               GO TO 5400-EXIT
           END-IF
           PERFORM 2500-READ-VAULT THRU 2500-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 5400-EXIT
           END-IF
           IF VM-SHIP-TYPE = 'C' AND BV-ORD-PENDING
               MOVE 'N' TO WS-VALID-SW
               MOVE 'SHIPMENT PENDING DELIVERY TO VAULT' TO
                   WS-REJECT-REASON
               GO TO 5400-EXIT
           END-IF
           IF VM-SHIP-TYPE = 'A'
               PERFORM 2600-EDIT-BRANCH THRU 2600-EXIT
               IF NOT WS-RECORD-VALID
                   GO TO 5400-EXIT
               END-IF
           END-IF

           MOVE VM-SHIP-TYPE TO BV-STATUS
           REWRITE BRANCH-VAULT-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   GO TO 5400-EXIT
           END-REWRITE
           ADD 1 TO WS-STATUS-CNT.
       5400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5900-CLEAR-ONE-DOW THRU 5900-EXIT
      *----------------------------------------------------------------*
       5900-CLEAR-ONE-DOW.
           MOVE ZERO TO BV-DOW-NET(WS-HIST-IDX)
           MOVE ZERO TO BV-DOW-CNT(WS-HIST-IDX).
       5900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-WRITE-REJECT THRU 8000-EXIT
      *----------------------------------------------------------------*
       8000-WRITE-REJECT.
           MOVE VM-BRANCH-ID      TO VJ-BRANCH-ID
           MOVE VM-ACTION         TO VJ-ACTION
           MOVE WS-REJECT-REASON  TO VJ-REASON
           MOVE VAULT-TRAN-RECORD TO VJ-TRAN-IMAGE
           WRITE VAULT-REJECT-RECORD
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
           MOVE 'VLTMNT' TO RL-PROGRAM
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
