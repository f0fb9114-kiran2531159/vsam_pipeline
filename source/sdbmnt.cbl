      *================================================================*
      * SDBMNT - SAFE DEPOSIT BOX MAINTENANCE
      *
      * Applies the branch vault's box transactions to the SDBOX
      * safe deposit box master (keyed branch + box number), which
      * replaces the rental cards each vault kept by hand.  The
      * annual rent is not charged here - SDBRENT charges it
      * tonight against the designated account, starting with the
      * first year on the night a box is rented.
      *
      * A renter, co-renter or visitor reported deceased (CUST-
      * STATUS 'X') is refused, and no one may open a box SDBRENT
      * has restricted for a deceased renter or co-renter.  The
      * restricted box leaves the vault's hands only through the
      * estate: a surrender once ESTMAINT has an executor of record
      * on the case, or a drilling.
      *
      * Every access visit is written to the SDBACCL access log as
      * well as stamped on the box.  Rejected transactions go to
      * SDBREJ with a reason.
      *
      * ST-ACTION values:
      *   'A' = add a box to the vault inventory (ST-SIZE)
      *   'R' = rent an available box (renter, up to two co-renters,
      *         the designated rent account, and the annual rent -
      *         zero takes the size's standard rent)
      *   'S' = surrender a rented box (no refund of rent paid)
      *   'V' = log an access visit by the renter or a co-renter
      *   'K' = key event - ST-KEY-STATUS 'L' a key reported lost,
      *         'C' the lock changed and new keys cut
      *   'D' = drill a box in the drill-and-inventory queue, or a
      *         restricted box, recording the sealed inventory
      *         envelope (ST-INVENTORY-REF) the contents went into
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDBMNT.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL SAFE DEPOSIT BOX MAINTENANCE -
      *                    RENTALS, ACCESS AND DRILLINGS WERE KEPT ON
      *                    CARDS IN EACH BRANCH VAULT.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAFE-DEPOSIT-BOX-FILE ASSIGN TO SDBOX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               FILE STATUS IS WS-SDB-STATUS.

           SELECT BRANCH-MASTER ASSIGN TO BRANMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRANCH-ID
               FILE STATUS IS WS-BRAN-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT ESTATE-CASE-FILE ASSIGN TO ESTATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-CUST-ID
               FILE STATUS IS WS-EST-STATUS.

           SELECT SDB-TRANS ASSIGN TO SDBTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT SDB-REJECT ASSIGN TO SDBREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT SDB-ACCESS-LOG ASSIGN TO SDBACCL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCL-STATUS.

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
       FD  SAFE-DEPOSIT-BOX-FILE.
           COPY "sdbox.cpy".

       FD  BRANCH-MASTER.
           COPY "branch.cpy".

       FD  CUSTOMER-MASTER.
           COPY "customer.cpy".

       FD  ACCOUNT-MASTER.
           COPY "account.cpy".

       FD  ESTATE-CASE-FILE.
           COPY "estate.cpy".

       FD  SDB-TRANS
           RECORD CONTAINS 100 CHARACTERS.
       01  SDB-TRAN-RECORD.
           05  ST-ACTION                  PIC X(01).
           05  ST-BRANCH-ID               PIC X(05).
           05  ST-BOX-NO                  PIC 9(05).
           05  ST-SIZE                    PIC X(01).
           05  ST-CUST-ID                 PIC 9(10).
           05  ST-CO-RENTER-ID            PIC 9(10)   OCCURS 2 TIMES.
           05  ST-RENT-ACCT-NO            PIC 9(12).
           05  ST-ANNUAL-RENT             PIC 9(05)V99.
           05  ST-KEY-STATUS              PIC X(01).
           05  ST-INVENTORY-REF           PIC X(10).
           05  ST-ACCESS-TIME             PIC 9(06).
           05  ST-OPER-ID                 PIC X(08).
           05  FILLER                     PIC X(14).

       FD  SDB-REJECT
           RECORD CONTAINS 151 CHARACTERS.
       01  SDB-REJECT-RECORD.
           05  SJ-BRANCH-ID               PIC X(05).
           05  SJ-BOX-NO                  PIC 9(05).
           05  SJ-ACTION                  PIC X(01).
           05  SJ-REASON                  PIC X(40).
           05  SJ-TRAN-IMAGE              PIC X(100).

       FD  SDB-ACCESS-LOG
           RECORD CONTAINS 60 CHARACTERS.
       01  SDB-ACCESS-LOG-RECORD.
           05  AL-BRANCH-ID               PIC X(05).
           05  AL-BOX-NO                  PIC 9(05).
           05  AL-CUST-ID                 PIC 9(10).
           05  AL-ACCESS-DATE             PIC 9(08).
           05  AL-ACCESS-TIME             PIC 9(06).
           05  AL-OPER-ID                 PIC X(08).
           05  FILLER                     PIC X(18).

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

       01  WS-SDB-STATUS                  PIC X(02).
           88  WS-SDB-OK                   VALUE '00'.
       01  WS-BRAN-STATUS                 PIC X(02).
       01  WS-CUST-STATUS                 PIC X(02).
       01  WS-ACCT-STATUS                 PIC X(02).
       01  WS-EST-STATUS                  PIC X(02).
       01  WS-TRAN-STATUS                 PIC X(02).
       01  WS-REJ-STATUS                  PIC X(02).
       01  WS-ACCL-STATUS                 PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-VALID-SW                PIC X(01)   VALUE 'Y'.
               88  WS-RECORD-VALID         VALUE 'Y'.
           05  WS-ABORT-SW                PIC X(01)   VALUE 'N'.
               88  WS-ABORT                 VALUE 'Y'.
           05  WS-PARTY-SW                PIC X(01)   VALUE 'N'.
               88  WS-PARTY-FOUND          VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.

      *----------------------------------------------------------------*
      * STANDARD ANNUAL RENT BY BOX SIZE - TAKEN WHEN THE RENTAL IS
      * KEYED WITH NO RENT OF ITS OWN.
      *----------------------------------------------------------------*
       01  WS-RENT-SMALL                  PIC 9(05)V99 VALUE 50.00.
       01  WS-RENT-MEDIUM                 PIC 9(05)V99 VALUE 85.00.
       01  WS-RENT-LARGE                  PIC 9(05)V99 VALUE 140.00.
       01  WS-RENT-XLARGE                 PIC 9(05)V99 VALUE 225.00.

      *----------------------------------------------------------------*
      * THE BOX'S PARTIES - RENTER AND CO-RENTERS - FOR THE VISITOR
      * AND EXECUTOR MATCHES.
      *----------------------------------------------------------------*
       01  WS-PARTY-TABLE.
           05  WS-PARTY-ID                PIC 9(10)   OCCURS 3 TIMES.
       01  WS-PARTY-IDX                   PIC 9(01)   VALUE ZERO.
       01  WS-CO-IDX                      PIC 9(01)   VALUE ZERO.
       01  WS-EDIT-CUST-ID                PIC 9(10)   VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-READ-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-ADD-CNT                 PIC 9(07)   VALUE ZERO.
           05  WS-RENT-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-SURRENDER-CNT           PIC 9(07)   VALUE ZERO.
           05  WS-ACCESS-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-KEY-CNT                 PIC 9(07)   VALUE ZERO.
           05  WS-DRILL-CNT               PIC 9(07)   VALUE ZERO.
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
           OPEN I-O SAFE-DEPOSIT-BOX-FILE
           IF NOT WS-SDB-OK
               DISPLAY 'SDBMNT ERROR - CANNOT OPEN SAFE DEPOSIT BOX '
                   'MASTER, STATUS = ' WS-SDB-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT BRANCH-MASTER
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT ESTATE-CASE-FILE
           OPEN INPUT SDB-TRANS
           OPEN OUTPUT SDB-REJECT
           OPEN OUTPUT SDB-ACCESS-LOG
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPER-STATUS = '00'
               MOVE 'Y' TO WS-OP-MASTER-SW
           ELSE
               DISPLAY 'SDBMNT OPERATOR MASTER NOT AVAILABLE - '
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

           EVALUATE ST-ACTION
               WHEN 'A'
                   PERFORM 5000-ADD-BOX THRU 5000-EXIT
               WHEN 'R'
                   PERFORM 5100-RENT-BOX THRU 5100-EXIT
               WHEN 'S'
                   PERFORM 5200-SURRENDER-BOX THRU 5200-EXIT
               WHEN 'V'
                   PERFORM 5300-LOG-ACCESS THRU 5300-EXIT
               WHEN 'K'
                   PERFORM 5400-KEY-EVENT THRU 5400-EXIT
               WHEN 'D'
                   PERFORM 5500-DRILL-BOX THRU 5500-EXIT
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
           READ SDB-TRANS
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 2200-CHECK-OPERATOR THRU 2200-EXIT
      *   The keying operator must be active on the operator master
      *   and entitled to safe deposit box maintenance ('SDB') - no
      *   amount is keyed, so no limit applies.
      *----------------------------------------------------------------*
       2200-CHECK-OPERATOR.
           MOVE ST-OPER-ID TO WS-OP-CHECK-ID
           MOVE 'SDB' TO WS-OP-CHECK-CLASS
           MOVE SPACE TO WS-OP-CHECK-LIMIT
           MOVE ZERO TO WS-OP-CHECK-AMOUNT
           PERFORM 8700-CHECK-OPERATOR THRU 8700-EXIT
           IF WS-OP-CHECK-REASON NOT = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE WS-OP-CHECK-REASON TO WS-REJECT-REASON
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-READ-BOX THRU 2500-EXIT
      *   Reads the box the transaction names and loads its parties
      *   into WS-PARTY-TABLE.
      *----------------------------------------------------------------*
       2500-READ-BOX.
           MOVE ST-BRANCH-ID TO SB-BRANCH-ID
           IF ST-BOX-NO IS NUMERIC
               MOVE ST-BOX-NO TO SB-BOX-NO
           ELSE
               MOVE ZERO TO SB-BOX-NO
           END-IF
           READ SAFE-DEPOSIT-BOX-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'BOX NOT ON SAFE DEPOSIT BOX MASTER' TO
                       WS-REJECT-REASON
                   GO TO 2500-EXIT
           END-READ
           MOVE SB-RENTER-CUST-ID       TO WS-PARTY-ID(1)
           MOVE SB-CO-RENTER-CUST-ID(1) TO WS-PARTY-ID(2)
           MOVE SB-CO-RENTER-CUST-ID(2) TO WS-PARTY-ID(3).
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2600-EDIT-PARTY THRU 2600-EXIT
      *   A renter, co-renter or visitor (WS-EDIT-CUST-ID) must be
      *   on the customer master, not closed and not reported
      *   deceased.
      *----------------------------------------------------------------*
       2600-EDIT-PARTY.
           MOVE WS-EDIT-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'CUSTOMER NOT ON CUSTOMER MASTER' TO
                       WS-REJECT-REASON
                   GO TO 2600-EXIT
           END-READ
           IF CUST-STATUS = 'X'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'CUSTOMER IS REPORTED DECEASED' TO
                   WS-REJECT-REASON
               GO TO 2600-EXIT
           END-IF
           IF CUST-STATUS = 'C'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'CUSTOMER IS CLOSED' TO WS-REJECT-REASON
           END-IF.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           IF NOT WS-ABORT
               IF WS-OP-MASTER-OPEN
                   CLOSE OPERATOR-MASTER
               END-IF
               CLOSE SAFE-DEPOSIT-BOX-FILE
               CLOSE BRANCH-MASTER
               CLOSE CUSTOMER-MASTER
               CLOSE ACCOUNT-MASTER
               CLOSE ESTATE-CASE-FILE
               CLOSE SDB-TRANS
               CLOSE SDB-REJECT
               CLOSE SDB-ACCESS-LOG
           END-IF
           DISPLAY 'SDBMNT READ       = ' WS-READ-CNT
           DISPLAY 'SDBMNT BOXES ADDED= ' WS-ADD-CNT
           DISPLAY 'SDBMNT RENTED     = ' WS-RENT-CNT
           DISPLAY 'SDBMNT SURRENDERED= ' WS-SURRENDER-CNT
           DISPLAY 'SDBMNT ACCESSES   = ' WS-ACCESS-CNT
           DISPLAY 'SDBMNT KEY EVENTS = ' WS-KEY-CNT
           DISPLAY 'SDBMNT DRILLED    = ' WS-DRILL-CNT
           DISPLAY 'SDBMNT REJECTED   = ' WS-REJECT-CNT.

      *----------------------------------------------------------------*
      * 5000-ADD-BOX THRU 5000-EXIT
      *   A new box goes into the vault inventory available, with
      *   both keys held by the bank.
      *----------------------------------------------------------------*
       5000-ADD-BOX.
           IF ST-BOX-NO IS NOT NUMERIC OR ST-BOX-NO = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'BOX NUMBER MUST BE SUPPLIED' TO WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF
           IF ST-SIZE NOT = 'S' AND ST-SIZE NOT = 'M'
               AND ST-SIZE NOT = 'L' AND ST-SIZE NOT = 'X'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'BOX SIZE MUST BE S, M, L OR X' TO
                   WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF

           MOVE ST-BRANCH-ID TO BRANCH-ID
           READ BRANCH-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'BRANCH NOT ON BRANCH MASTER' TO
                       WS-REJECT-REASON
                   GO TO 5000-EXIT
           END-READ
           IF BRANCH-STATUS NOT = 'A'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'BRANCH IS NOT OPEN' TO WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF

           MOVE SPACES       TO SAFE-DEPOSIT-BOX-RECORD
           MOVE ST-BRANCH-ID TO SB-BRANCH-ID
           MOVE ST-BOX-NO    TO SB-BOX-NO
           MOVE ST-SIZE      TO SB-SIZE
           MOVE 'A'          TO SB-STATUS
           MOVE 'B'          TO SB-KEY-STATUS
           MOVE 'N'          TO SB-RESTRICT-FLAG
           MOVE ZERO         TO SB-RESTRICT-DATE
           PERFORM 5900-CLEAR-RENTAL THRU 5900-EXIT
           MOVE ZERO         TO SB-LAST-ACCESS-DATE
           MOVE ZERO         TO SB-DRILL-DATE
           WRITE SAFE-DEPOSIT-BOX-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'BOX ALREADY ON FILE' TO WS-REJECT-REASON
                   GO TO 5000-EXIT
           END-WRITE
           ADD 1 TO WS-ADD-CNT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-RENT-BOX THRU 5100-EXIT
      *   Rents an available box.  The renter must own the
      *   designated rent account; the rent-due date is set to today
      *   so SDBRENT charges the first year tonight.
      *----------------------------------------------------------------*
       5100-RENT-BOX.
           PERFORM 2500-READ-BOX THRU 2500-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 5100-EXIT
           END-IF
           IF NOT SB-AVAILABLE
               MOVE 'N' TO WS-VALID-SW
               MOVE 'BOX IS ALREADY RENTED' TO WS-REJECT-REASON
               GO TO 5100-EXIT
           END-IF
           IF SB-KEY-STATUS = 'L'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'LOST KEY - LOCK MUST BE CHANGED FIRST' TO
                   WS-REJECT-REASON
               GO TO 5100-EXIT
           END-IF

           IF ST-CUST-ID IS NOT NUMERIC OR ST-CUST-ID = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'RENTER MUST BE SUPPLIED' TO WS-REJECT-REASON
               GO TO 5100-EXIT
           END-IF
           MOVE ST-CUST-ID TO WS-EDIT-CUST-ID
           PERFORM 2600-EDIT-PARTY THRU 2600-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 5100-EXIT
           END-IF

           PERFORM 5110-EDIT-CO-RENTER THRU 5110-EXIT
               VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > 2 OR NOT WS-RECORD-VALID
           IF NOT WS-RECORD-VALID
               GO TO 5100-EXIT
           END-IF

           PERFORM 5120-EDIT-RENT-ACCOUNT THRU 5120-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 5100-EXIT
           END-IF

           IF ST-ANNUAL-RENT IS NUMERIC AND ST-ANNUAL-RENT > ZERO
               MOVE ST-ANNUAL-RENT TO SB-ANNUAL-RENT
           ELSE
               EVALUATE SB-SIZE
                   WHEN 'S'
                       MOVE WS-RENT-SMALL  TO SB-ANNUAL-RENT
                   WHEN 'M'
                       MOVE WS-RENT-MEDIUM TO SB-ANNUAL-RENT
                   WHEN 'L'
                       MOVE WS-RENT-LARGE  TO SB-ANNUAL-RENT
                   WHEN OTHER
                       MOVE WS-RENT-XLARGE TO SB-ANNUAL-RENT
               END-EVALUATE
           END-IF

           MOVE 'R'             TO SB-STATUS
           MOVE 'I'             TO SB-KEY-STATUS
           MOVE ST-CUST-ID      TO SB-RENTER-CUST-ID
           PERFORM 5130-MOVE-CO-RENTER THRU 5130-EXIT
               VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > 2
           MOVE ST-RENT-ACCT-NO TO SB-RENT-ACCT-NO
           MOVE WS-TODAY        TO SB-RENT-START-DATE
           MOVE WS-TODAY        TO SB-RENT-DUE-DATE
           MOVE ZERO            TO SB-LAST-RENT-DATE
           MOVE ZERO            TO SB-NOTICE-LEVEL
           MOVE ZERO            TO SB-QUEUE-DATE
           MOVE ZERO            TO SB-ACCESS-CNT
           REWRITE SAFE-DEPOSIT-BOX-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   GO TO 5100-EXIT
           END-REWRITE
           ADD 1 TO WS-RENT-CNT.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5110-EDIT-CO-RENTER THRU 5110-EXIT
      *   A co-renter is optional (zero or blank); one keyed must
      *   pass the party edit and not repeat the renter.
      *----------------------------------------------------------------*
       5110-EDIT-CO-RENTER.
           IF ST-CO-RENTER-ID(WS-CO-IDX) IS NOT NUMERIC
               OR ST-CO-RENTER-ID(WS-CO-IDX) = ZERO
               GO TO 5110-EXIT
           END-IF
           IF ST-CO-RENTER-ID(WS-CO-IDX) = ST-CUST-ID
               MOVE 'N' TO WS-VALID-SW
               MOVE 'CO-RENTER REPEATS THE RENTER' TO
                   WS-REJECT-REASON
               GO TO 5110-EXIT
           END-IF
           MOVE ST-CO-RENTER-ID(WS-CO-IDX) TO WS-EDIT-CUST-ID
           PERFORM 2600-EDIT-PARTY THRU 2600-EXIT
           IF NOT WS-RECORD-VALID
               MOVE 'CO-RENTER IS MISSING, CLOSED OR DECEASED' TO
                   WS-REJECT-REASON
           END-IF.
       5110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5120-EDIT-RENT-ACCOUNT THRU 5120-EXIT
      *   The designated rent account must be on file, pass its
      *   check digit, be open and belong to the renter.
      *----------------------------------------------------------------*
       5120-EDIT-RENT-ACCOUNT.
           IF ST-RENT-ACCT-NO IS NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               MOVE 'RENT ACCOUNT MUST BE SUPPLIED' TO
                   WS-REJECT-REASON
               GO TO 5120-EXIT
           END-IF
           MOVE ST-RENT-ACCT-NO TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'RENT ACCT NOT ON ACCOUNT MASTER' TO
                       WS-REJECT-REASON
                   GO TO 5120-EXIT
           END-READ

           IF ACCT-CKD-FLAG = 'Y'
               MOVE ST-RENT-ACCT-NO TO WS-CKD-ACCT-NO
               PERFORM 8800-VERIFY-CHECK-DIGIT THRU 8800-EXIT
               IF NOT WS-CKD-OK
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'RENT ACCT FAILS CHECK DIGIT' TO
                       WS-REJECT-REASON
                   GO TO 5120-EXIT
               END-IF
           END-IF

           IF ACCT-STATUS NOT = 'A'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'RENT ACCOUNT IS NOT OPEN' TO WS-REJECT-REASON
               GO TO 5120-EXIT
           END-IF
           IF ACCT-CUST-ID NOT = ST-CUST-ID
               MOVE 'N' TO WS-VALID-SW
               MOVE 'RENT ACCOUNT DOES NOT BELONG TO RENTER' TO
                   WS-REJECT-REASON
           END-IF.
       5120-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5130-MOVE-CO-RENTER THRU 5130-EXIT
      *----------------------------------------------------------------*
       5130-MOVE-CO-RENTER.
           IF ST-CO-RENTER-ID(WS-CO-IDX) IS NUMERIC
               MOVE ST-CO-RENTER-ID(WS-CO-IDX) TO
                   SB-CO-RENTER-CUST-ID(WS-CO-IDX)
           ELSE
               MOVE ZERO TO SB-CO-RENTER-CUST-ID(WS-CO-IDX)
           END-IF.
       5130-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5200-SURRENDER-BOX THRU 5200-EXIT
      *   Returns a rented box to the inventory.  Delinquent rent
      *   must be settled first.  A restricted box may only be
      *   surrendered by the estate - an ESTATE case on one of its
      *   parties with an executor of record.  Rent already paid is
      *   not refunded.
      *----------------------------------------------------------------*
       5200-SURRENDER-BOX.
           PERFORM 2500-READ-BOX THRU 2500-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 5200-EXIT
           END-IF
           IF NOT SB-RENTED
               MOVE 'N' TO WS-VALID-SW
               MOVE 'BOX IS NOT RENTED' TO WS-REJECT-REASON
               GO TO 5200-EXIT
           END-IF

           IF SB-RESTRICTED
               MOVE 'N' TO WS-PARTY-SW
               PERFORM 5210-MATCH-EXECUTOR THRU 5210-EXIT
                   VARYING WS-PARTY-IDX FROM 1 BY 1
                   UNTIL WS-PARTY-IDX > 3 OR WS-PARTY-FOUND
               IF NOT WS-PARTY-FOUND
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'RESTRICTED - NO EXECUTOR OF RECORD' TO
                       WS-REJECT-REASON
                   GO TO 5200-EXIT
               END-IF
           ELSE
               IF SB-STATUS NOT = 'R'
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'RENT DELINQUENT - SETTLE BEFORE SURRENDER'
                       TO WS-REJECT-REASON
                   GO TO 5200-EXIT
               END-IF
           END-IF

           MOVE 'A' TO SB-STATUS
           IF SB-KEY-STATUS NOT = 'L'
               MOVE 'B' TO SB-KEY-STATUS
           END-IF
           MOVE 'N'  TO SB-RESTRICT-FLAG
           MOVE ZERO TO SB-RESTRICT-DATE
           PERFORM 5900-CLEAR-RENTAL THRU 5900-EXIT
           REWRITE SAFE-DEPOSIT-BOX-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   GO TO 5200-EXIT
           END-REWRITE
           ADD 1 TO WS-SURRENDER-CNT.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5210-MATCH-EXECUTOR THRU 5210-EXIT
      *----------------------------------------------------------------*
       5210-MATCH-EXECUTOR.
           IF WS-PARTY-ID(WS-PARTY-IDX) = ZERO
               GO TO 5210-EXIT
           END-IF
           MOVE WS-PARTY-ID(WS-PARTY-IDX) TO ES-CUST-ID
           READ ESTATE-CASE-FILE
               INVALID KEY
                   GO TO 5210-EXIT
           END-READ
           IF ES-EXECUTOR-NAME NOT = SPACES
               MOVE 'Y' TO WS-PARTY-SW
           END-IF.
       5210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5300-LOG-ACCESS THRU 5300-EXIT
      *   Only the renter or a co-renter may open the box, and not
      *   once it is restricted or queued for drilling.  A renter
      *   whose rent is merely delinquent is let in - the branch
      *   collects at the visit.
      *----------------------------------------------------------------*
       5300-LOG-ACCESS.
           PERFORM 2500-READ-BOX THRU 2500-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 5300-EXIT
           END-IF
           IF NOT SB-RENTED
               MOVE 'N' TO WS-VALID-SW
               MOVE 'BOX IS NOT RENTED' TO WS-REJECT-REASON
               GO TO 5300-EXIT
           END-IF
           IF SB-RESTRICTED
               MOVE 'N' TO WS-VALID-SW
               MOVE 'BOX RESTRICTED - RENTER DECEASED' TO
                   WS-REJECT-REASON
               GO TO 5300-EXIT
           END-IF
           IF SB-DRILL-QUEUED
               MOVE 'N' TO WS-VALID-SW
               MOVE 'BOX IS QUEUED FOR DRILLING' TO WS-REJECT-REASON
               GO TO 5300-EXIT
           END-IF

           MOVE 'N' TO WS-PARTY-SW
           IF ST-CUST-ID IS NUMERIC AND ST-CUST-ID NOT = ZERO
               PERFORM 5310-MATCH-VISITOR THRU 5310-EXIT
                   VARYING WS-PARTY-IDX FROM 1 BY 1
                   UNTIL WS-PARTY-IDX > 3 OR WS-PARTY-FOUND
           END-IF
           IF NOT WS-PARTY-FOUND
               MOVE 'N' TO WS-VALID-SW
               MOVE 'VISITOR IS NOT A RENTER OF THE BOX' TO
                   WS-REJECT-REASON
               GO TO 5300-EXIT
           END-IF
           MOVE ST-CUST-ID TO WS-EDIT-CUST-ID
           PERFORM 2600-EDIT-PARTY THRU 2600-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 5300-EXIT
           END-IF

           MOVE WS-TODAY TO SB-LAST-ACCESS-DATE
           IF SB-ACCESS-CNT < 99999
               ADD 1 TO SB-ACCESS-CNT
           END-IF
           REWRITE SAFE-DEPOSIT-BOX-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   GO TO 5300-EXIT
           END-REWRITE

           MOVE SPACES          TO SDB-ACCESS-LOG-RECORD
           MOVE SB-BRANCH-ID    TO AL-BRANCH-ID
           MOVE SB-BOX-NO       TO AL-BOX-NO
           MOVE ST-CUST-ID      TO AL-CUST-ID
           MOVE WS-TODAY        TO AL-ACCESS-DATE
           IF ST-ACCESS-TIME IS NUMERIC
               MOVE ST-ACCESS-TIME TO AL-ACCESS-TIME
           ELSE
               MOVE ZERO           TO AL-ACCESS-TIME
           END-IF
           MOVE ST-OPER-ID      TO AL-OPER-ID
           WRITE SDB-ACCESS-LOG-RECORD
           ADD 1 TO WS-ACCESS-CNT.
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5310-MATCH-VISITOR THRU 5310-EXIT
      *----------------------------------------------------------------*
       5310-MATCH-VISITOR.
           IF WS-PARTY-ID(WS-PARTY-IDX) = ST-CUST-ID
               MOVE 'Y' TO WS-PARTY-SW
           END-IF.
       5310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5400-KEY-EVENT THRU 5400-EXIT
      *   'L' records a renter's key reported lost; 'C' records the
      *   lock changed and new keys cut - issued to the renter on a
      *   rented box, held by the bank on an available one.
      *----------------------------------------------------------------*
       5400-KEY-EVENT.
           PERFORM 2500-READ-BOX THRU 2500-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 5400-EXIT
           END-IF

           EVALUATE ST-KEY-STATUS
               WHEN 'L'
                   IF NOT SB-RENTED
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'NO KEYS ARE ISSUED ON THE BOX' TO
                           WS-REJECT-REASON
                       GO TO 5400-EXIT
                   END-IF
                   MOVE 'L' TO SB-KEY-STATUS
               WHEN 'C'
                   IF SB-RENTED
                       MOVE 'I' TO SB-KEY-STATUS
                   ELSE
                       MOVE 'B' TO SB-KEY-STATUS
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'KEY EVENT MUST BE L OR C' TO WS-REJECT-REASON
                   GO TO 5400-EXIT
           END-EVALUATE

           REWRITE SAFE-DEPOSIT-BOX-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   GO TO 5400-EXIT
           END-REWRITE
           ADD 1 TO WS-KEY-CNT.
       5400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5500-DRILL-BOX THRU 5500-EXIT
      *   A box SDBRENT has queued for non-payment, or one
      *   restricted for a deceased renter, is drilled and its
      *   contents sealed into an inventory envelope.  The drilling
      *   ends the rental; the box returns to the inventory with a
      *   new lock and both keys held by the bank.
      *----------------------------------------------------------------*
       5500-DRILL-BOX.
           PERFORM 2500-READ-BOX THRU 2500-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 5500-EXIT
           END-IF
           IF NOT SB-DRILL-QUEUED AND NOT SB-RESTRICTED
               MOVE 'N' TO WS-VALID-SW
               MOVE 'BOX IS NOT QUEUED FOR DRILLING' TO
                   WS-REJECT-REASON
               GO TO 5500-EXIT
           END-IF
           IF ST-INVENTORY-REF = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE 'INVENTORY ENVELOPE MUST BE SUPPLIED' TO
                   WS-REJECT-REASON
               GO TO 5500-EXIT
           END-IF

           MOVE 'A'              TO SB-STATUS
           MOVE 'B'              TO SB-KEY-STATUS
           MOVE 'N'              TO SB-RESTRICT-FLAG
           MOVE ZERO             TO SB-RESTRICT-DATE
           MOVE WS-TODAY         TO SB-DRILL-DATE
           MOVE ST-INVENTORY-REF TO SB-INVENTORY-REF
           PERFORM 5900-CLEAR-RENTAL THRU 5900-EXIT
           REWRITE SAFE-DEPOSIT-BOX-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   GO TO 5500-EXIT
           END-REWRITE
           ADD 1 TO WS-DRILL-CNT.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5900-CLEAR-RENTAL THRU 5900-EXIT
      *   Clears the rental fields when a box is added, surrendered
      *   or drilled.  The access and drilling history stays.
      *----------------------------------------------------------------*
       5900-CLEAR-RENTAL.
           MOVE ZERO TO SB-RENTER-CUST-ID
           MOVE ZERO TO SB-CO-RENTER-CUST-ID(1)
           MOVE ZERO TO SB-CO-RENTER-CUST-ID(2)
           MOVE ZERO TO SB-RENT-ACCT-NO
           MOVE ZERO TO SB-ANNUAL-RENT
           MOVE ZERO TO SB-RENT-START-DATE
           MOVE ZERO TO SB-RENT-DUE-DATE
           MOVE ZERO TO SB-LAST-RENT-DATE
           MOVE ZERO TO SB-NOTICE-LEVEL
           MOVE ZERO TO SB-QUEUE-DATE
           MOVE ZERO TO SB-ACCESS-CNT.
       5900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-WRITE-REJECT THRU 8000-EXIT
      *----------------------------------------------------------------*
       8000-WRITE-REJECT.
           MOVE ST-BRANCH-ID      TO SJ-BRANCH-ID
           IF ST-BOX-NO IS NUMERIC
               MOVE ST-BOX-NO     TO SJ-BOX-NO
           ELSE
               MOVE ZERO          TO SJ-BOX-NO
           END-IF
           MOVE ST-ACTION         TO SJ-ACTION
           MOVE WS-REJECT-REASON  TO SJ-REASON
           MOVE SDB-TRAN-RECORD   TO SJ-TRAN-IMAGE
           WRITE SDB-REJECT-RECORD
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
           MOVE 'SDBMNT' TO RL-PROGRAM
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
