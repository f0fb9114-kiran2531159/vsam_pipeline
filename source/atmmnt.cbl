      *================================================================*
      * ATMMNT - ATM TERMINAL MAINTENANCE
      *
      * Applies the ATM network team's terminal transactions to the
      * ATMTERM ATM terminal master (keyed terminal ID) - the owning
      * branch, where the machine stands, the note cassettes it is
      * fitted with and whether it is in service.  The cash in the
      * machine is not keyed here: ATMSETL takes the loads and
      * unloads off the cash crew's replenishment file and settles
      * each terminal nightly.
      *
      * A terminal holding cash cannot change its cassettes or its
      * owning branch, and cannot be closed - the crew must unload
      * it first, so the cycle in flight is settled against the
      * set-up it was loaded under.  A closed terminal is final.
      *
      * Rejected transactions go to ATMREJ with a reason.
      *
      * AM-ACTION values:
      *   'A' = add a terminal (owning branch, location, cassettes)
      *   'C' = change the location, and - when the terminal holds
      *         no cash - the owning branch or the cassettes (a
      *         blank or zero field is left as it is)
      *   'S' = status change - AM-STATUS 'A' in service, 'O' out
      *         of service, 'C' closed
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMMNT.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL ATM TERMINAL MAINTENANCE - THE
      *                    TERMINALS WERE KNOWN ONLY AS THE BRANCH'S
      *                    9999 DRAWER POSITION.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATM-TERMINAL-MASTER ASSIGN TO ATMTERM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-TERMINAL-ID
               FILE STATUS IS WS-ATM-STATUS.

           SELECT BRANCH-MASTER ASSIGN TO BRANMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRANCH-ID
               FILE STATUS IS WS-BRAN-STATUS.

           SELECT ATM-TRANS ASSIGN TO ATMTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT ATM-REJECT ASSIGN TO ATMREJ
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
       FD  ATM-TERMINAL-MASTER.
           COPY "atmterm.cpy".

       FD  BRANCH-MASTER.
           COPY "branch.cpy".

       FD  ATM-TRANS
           RECORD CONTAINS 100 CHARACTERS.
       01  ATM-TRAN-RECORD.
           05  AM-ACTION                  PIC X(01).
           05  AM-TERMINAL-ID             PIC X(08).
           05  AM-BRANCH-ID               PIC X(05).
           05  AM-LOCATION                PIC X(30).
           05  AM-CASSETTE                OCCURS 4 TIMES.
               10  AM-CASS-DENOM          PIC 9(03).
               10  AM-CASS-CAPACITY       PIC 9(05).
           05  AM-STATUS                  PIC X(01).
           05  AM-OPER-ID                 PIC X(08).
           05  FILLER                     PIC X(15).

       FD  ATM-REJECT
           RECORD CONTAINS 149 CHARACTERS.
       01  ATM-REJECT-RECORD.
           05  AJ-TERMINAL-ID             PIC X(08).
           05  AJ-ACTION                  PIC X(01).
           05  AJ-REASON                  PIC X(40).
           05  AJ-TRAN-IMAGE              PIC X(100).

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

       01  WS-ATM-STATUS                  PIC X(02).
           88  WS-ATM-OK                   VALUE '00'.
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
           05  WS-CASS-KEYED-SW           PIC X(01)   VALUE 'N'.
               88  WS-CASS-KEYED           VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.

      *----------------------------------------------------------------*
      * THE NOTE DENOMINATIONS A CASSETTE MAY BE LOADED WITH.
      *----------------------------------------------------------------*
       01  WS-DENOM-CHECK                 PIC 9(03)   VALUE ZERO.
           88  WS-DENOM-VALID              VALUE 1 2 5 10 20 50 100.

       01  WS-CASS-IDX                    PIC 9(01)   VALUE ZERO.
       01  WS-HIST-IDX                    PIC 9(02)   VALUE ZERO.
       01  WS-CASS-FITTED                 PIC 9(01)   VALUE ZERO.
       01  WS-NEW-CAPACITY                PIC 9(09)V99 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-READ-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-ADD-CNT                 PIC 9(07)   VALUE ZERO.
           05  WS-CHANGE-CNT              PIC 9(07)   VALUE ZERO.
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
           OPEN I-O ATM-TERMINAL-MASTER
           IF NOT WS-ATM-OK
               DISPLAY 'ATMMNT ERROR - CANNOT OPEN ATM TERMINAL '
                   'MASTER, STATUS = ' WS-ATM-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT BRANCH-MASTER
           OPEN INPUT ATM-TRANS
           OPEN OUTPUT ATM-REJECT
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPER-STATUS = '00'
               MOVE 'Y' TO WS-OP-MASTER-SW
           ELSE
               DISPLAY 'ATMMNT OPERATOR MASTER NOT AVAILABLE - '
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

           EVALUATE AM-ACTION
               WHEN 'A'
                   PERFORM 5000-ADD-TERMINAL THRU 5000-EXIT
               WHEN 'C'
                   PERFORM 5100-CHANGE-TERMINAL THRU 5100-EXIT
               WHEN 'S'
                   PERFORM 5200-CHANGE-STATUS THRU 5200-EXIT
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
           READ ATM-TRANS
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 2200-CHECK-OPERATOR THRU 2200-EXIT
      *   The keying operator must be active on the operator master
      *   and entitled to ATM terminal maintenance ('ATM') - no
      *   amount is keyed, so no limit applies.
      *----------------------------------------------------------------*
       2200-CHECK-OPERATOR.
           MOVE AM-OPER-ID TO WS-OP-CHECK-ID
           MOVE 'ATM' TO WS-OP-CHECK-CLASS
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
      * 2500-READ-TERMINAL THRU 2500-EXIT
      *   Reads the terminal the transaction names.  A closed
      *   terminal takes no further maintenance.
      *----------------------------------------------------------------*
       2500-READ-TERMINAL.
           MOVE AM-TERMINAL-ID TO AT-TERMINAL-ID
           READ ATM-TERMINAL-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'TERMINAL NOT ON ATM TERMINAL MASTER' TO
                       WS-REJECT-REASON
                   GO TO 2500-EXIT
           END-READ
           IF AT-CLOSED
               MOVE 'N' TO WS-VALID-SW
               MOVE 'TERMINAL IS CLOSED' TO WS-REJECT-REASON
           END-IF.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2600-EDIT-BRANCH THRU 2600-EXIT
      *   The owning branch (AM-BRANCH-ID) must be on the branch
      *   master and open.
      *----------------------------------------------------------------*
       2600-EDIT-BRANCH.
           MOVE AM-BRANCH-ID TO BRANCH-ID
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
      * 2700-EDIT-CASSETTES THRU 2700-EXIT
      *   Every fitted cassette (non-zero denomination) must carry a
      *   valid denomination and a capacity; at least one must be
      *   fitted.  Leaves the machine's cash capacity in
      *   WS-NEW-CAPACITY.
      *----------------------------------------------------------------*
       2700-EDIT-CASSETTES.
           MOVE ZERO TO WS-CASS-FITTED
           MOVE ZERO TO WS-NEW-CAPACITY
           PERFORM 2710-EDIT-ONE-CASSETTE THRU 2710-EXIT
               VARYING WS-CASS-IDX FROM 1 BY 1
               UNTIL WS-CASS-IDX > 4 OR NOT WS-RECORD-VALID
           IF NOT WS-RECORD-VALID
               GO TO 2700-EXIT
           END-IF
           IF WS-CASS-FITTED = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'AT LEAST ONE CASSETTE MUST BE FITTED' TO
                   WS-REJECT-REASON
           END-IF.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2710-EDIT-ONE-CASSETTE THRU 2710-EXIT
      *----------------------------------------------------------------*
       2710-EDIT-ONE-CASSETTE.
           IF AM-CASS-DENOM(WS-CASS-IDX) IS NOT NUMERIC
               OR AM-CASS-CAPACITY(WS-CASS-IDX) IS NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               MOVE 'CASSETTE DENOMINATION/CAPACITY NOT NUMERIC'
                   TO WS-REJECT-REASON
               GO TO 2710-EXIT
           END-IF
           IF AM-CASS-DENOM(WS-CASS-IDX) = ZERO
               GO TO 2710-EXIT
           END-IF

           MOVE AM-CASS-DENOM(WS-CASS-IDX) TO WS-DENOM-CHECK
           IF NOT WS-DENOM-VALID
               MOVE 'N' TO WS-VALID-SW
               MOVE 'INVALID CASSETTE DENOMINATION' TO
                   WS-REJECT-REASON
               GO TO 2710-EXIT
           END-IF
           IF AM-CASS-CAPACITY(WS-CASS-IDX) = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'CASSETTE CAPACITY MUST BE SUPPLIED' TO
                   WS-REJECT-REASON
               GO TO 2710-EXIT
           END-IF

           ADD 1 TO WS-CASS-FITTED
           COMPUTE WS-NEW-CAPACITY = WS-NEW-CAPACITY
               + AM-CASS-DENOM(WS-CASS-IDX)
               * AM-CASS-CAPACITY(WS-CASS-IDX).
       2710-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           IF NOT WS-ABORT
               IF WS-OP-MASTER-OPEN
                   CLOSE OPERATOR-MASTER
               END-IF
               CLOSE ATM-TERMINAL-MASTER
               CLOSE BRANCH-MASTER
               CLOSE ATM-TRANS
               CLOSE ATM-REJECT
           END-IF
           DISPLAY 'ATMMNT READ       = ' WS-READ-CNT
           DISPLAY 'ATMMNT ADDED      = ' WS-ADD-CNT
           DISPLAY 'ATMMNT CHANGED    = ' WS-CHANGE-CNT
           DISPLAY 'ATMMNT STATUS CHG = ' WS-STATUS-CNT
           DISPLAY 'ATMMNT REJECTED   = ' WS-REJECT-CNT.

      *----------------------------------------------------------------*
      * 5000-ADD-TERMINAL THRU 5000-EXIT
      *   A new terminal goes on file in service and empty - the
      *   crew's initial load on the replenishment file opens its
      *   first cycle.
      *----------------------------------------------------------------*
       5000-ADD-TERMINAL.
           IF AM-TERMINAL-ID = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE 'TERMINAL ID MUST BE SUPPLIED' TO
                   WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF
           IF AM-LOCATION = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE 'TERMINAL LOCATION MUST BE SUPPLIED' TO
                   WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF
           PERFORM 2600-EDIT-BRANCH THRU 2600-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 5000-EXIT
           END-IF
           PERFORM 2700-EDIT-CASSETTES THRU 2700-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 5000-EXIT
           END-IF

           MOVE SPACES           TO ATM-TERMINAL-RECORD
           MOVE AM-TERMINAL-ID   TO AT-TERMINAL-ID
           MOVE AM-BRANCH-ID     TO AT-BRANCH-ID
           MOVE AM-LOCATION      TO AT-LOCATION
           MOVE 'A'              TO AT-STATUS
           PERFORM 5900-SET-CASSETTES THRU 5900-EXIT
           MOVE WS-TODAY         TO AT-OPEN-DATE
           MOVE ZERO             TO AT-LOAD-DATE
           MOVE ZERO             TO AT-LOAD-TIME
           MOVE ZERO             TO AT-LOADED-AMT
           MOVE ZERO             TO AT-CYCLE-DISPENSED
           MOVE ZERO             TO AT-SETTLE-DATE
           MOVE ZERO             TO AT-LAST-COUNTED
           MOVE ZERO             TO AT-LAST-VARIANCE
           MOVE ZERO             TO AT-HIST-CNT
           PERFORM 5910-CLEAR-ONE-HIST THRU 5910-EXIT
               VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > 14
           WRITE ATM-TERMINAL-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'TERMINAL ALREADY ON FILE' TO
                       WS-REJECT-REASON
                   GO TO 5000-EXIT
           END-WRITE
           ADD 1 TO WS-ADD-CNT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-CHANGE-TERMINAL THRU 5100-EXIT
      *   The location may change at any time.  A new owning branch
      *   or a new cassette set-up waits until the terminal is
      *   empty, so the cycle in flight settles as it was loaded.
      *----------------------------------------------------------------*
       5100-CHANGE-TERMINAL.
           PERFORM 2500-READ-TERMINAL THRU 2500-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 5100-EXIT
           END-IF

           MOVE 'N' TO WS-CASS-KEYED-SW
           PERFORM 5110-CHECK-CASS-KEYED THRU 5110-EXIT
               VARYING WS-CASS-IDX FROM 1 BY 1
               UNTIL WS-CASS-IDX > 4

           IF (WS-CASS-KEYED
               OR (AM-BRANCH-ID NOT = SPACES
                   AND AM-BRANCH-ID NOT = AT-BRANCH-ID))
               AND AT-LOADED-AMT NOT = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'TERMINAL HOLDS CASH - UNLOAD IT FIRST' TO
                   WS-REJECT-REASON
               GO TO 5100-EXIT
           END-IF

           IF AM-BRANCH-ID NOT = SPACES
               PERFORM 2600-EDIT-BRANCH THRU 2600-EXIT
               IF NOT WS-RECORD-VALID
                   GO TO 5100-EXIT
               END-IF
           END-IF
           IF WS-CASS-KEYED
               PERFORM 2700-EDIT-CASSETTES THRU 2700-EXIT
               IF NOT WS-RECORD-VALID
                   GO TO 5100-EXIT
               END-IF
           END-IF

           IF AM-LOCATION NOT = SPACES
               MOVE AM-LOCATION  TO AT-LOCATION
           END-IF
           IF AM-BRANCH-ID NOT = SPACES
               MOVE AM-BRANCH-ID TO AT-BRANCH-ID
           END-IF
           IF WS-CASS-KEYED
               PERFORM 5900-SET-CASSETTES THRU 5900-EXIT
           END-IF
           REWRITE ATM-TERMINAL-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   GO TO 5100-EXIT
           END-REWRITE
           ADD 1 TO WS-CHANGE-CNT.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5110-CHECK-CASS-KEYED THRU 5110-EXIT
      *   A change transaction replaces the cassette set-up only
      *   when it keys at least one fitted cassette.
      *----------------------------------------------------------------*
       5110-CHECK-CASS-KEYED.
           IF AM-CASS-DENOM(WS-CASS-IDX) IS NUMERIC
               AND AM-CASS-DENOM(WS-CASS-IDX) NOT = ZERO
               MOVE 'Y' TO WS-CASS-KEYED-SW
           END-IF.
       5110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5200-CHANGE-STATUS THRU 5200-EXIT
      *   Takes a terminal in or out of service, or closes it.  A
      *   terminal still holding cash cannot be closed.
      *----------------------------------------------------------------*
       5200-CHANGE-STATUS.
           IF AM-STATUS NOT = 'A' AND AM-STATUS NOT = 'O'
               AND AM-STATUS NOT = 'C'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'TERMINAL STATUS MUST BE A, O OR C' TO
                   WS-REJECT-REASON
               GO TO 5200-EXIT
           END-IF
           PERFORM 2500-READ-TERMINAL THRU 2500-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 5200-EXIT
           END-IF
           IF AM-STATUS = 'C' AND AT-LOADED-AMT NOT = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'TERMINAL HOLDS CASH - UNLOAD IT FIRST' TO
                   WS-REJECT-REASON
               GO TO 5200-EXIT
           END-IF

           MOVE AM-STATUS TO AT-STATUS
           REWRITE ATM-TERMINAL-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   GO TO 5200-EXIT
           END-REWRITE
           ADD 1 TO WS-STATUS-CNT.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5900-SET-CASSETTES THRU 5900-EXIT
      *   Copies the keyed cassette set-up and the cash capacity
      *   2700-EDIT-CASSETTES worked out onto the terminal.
      *----------------------------------------------------------------*
       5900-SET-CASSETTES.
           PERFORM 5920-SET-ONE-CASSETTE THRU 5920-EXIT
               VARYING WS-CASS-IDX FROM 1 BY 1
               UNTIL WS-CASS-IDX > 4
           MOVE WS-NEW-CAPACITY TO AT-CASH-CAPACITY.
       5900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5910-CLEAR-ONE-HIST THRU 5910-EXIT
      *----------------------------------------------------------------*
       5910-CLEAR-ONE-HIST.
           MOVE ZERO TO AT-DISPENSE-HIST(WS-HIST-IDX).
       5910-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5920-SET-ONE-CASSETTE THRU 5920-EXIT
      *----------------------------------------------------------------*
       5920-SET-ONE-CASSETTE.
           MOVE AM-CASS-DENOM(WS-CASS-IDX) TO
               AT-CASS-DENOM(WS-CASS-IDX)
           IF AM-CASS-DENOM(WS-CASS-IDX) = ZERO
               MOVE ZERO TO AT-CASS-CAPACITY(WS-CASS-IDX)
           ELSE
               MOVE AM-CASS-CAPACITY(WS-CASS-IDX) TO
                   AT-CASS-CAPACITY(WS-CASS-IDX)
           END-IF.
       5920-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-WRITE-REJECT THRU 8000-EXIT
      *----------------------------------------------------------------*
       8000-WRITE-REJECT.
           MOVE AM-TERMINAL-ID    TO AJ-TERMINAL-ID
           MOVE AM-ACTION         TO AJ-ACTION
           MOVE WS-REJECT-REASON  TO AJ-REASON
           MOVE ATM-TRAN-RECORD   TO AJ-TRAN-IMAGE
           WRITE ATM-REJECT-RECORD
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
           MOVE 'ATMMNT' TO RL-PROGRAM
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
