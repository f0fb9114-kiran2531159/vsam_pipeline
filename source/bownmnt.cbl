      *================================================================*
      * BOWNMNT - BENEFICIAL OWNER LINK MAINTENANCE
      *
      * Applies add / change / remove transactions against the
      * BENOWNR beneficial-owner KSDS, the OWNMAINT shape.  Each row
      * ties a legal-entity customer (CUSTMAINT 'B') to one of the
      * individual customers the customer due diligence rule
      * requires us to identify: every person owning 25% or more of
      * the entity, and the person with significant management
      * control.  WLSCAN screens the entities a watch-listed person
      * owns, KYCTIER rolls the owners' risk into the entity's
      * tier, and CUST360 lists the links from both ends.
      *
      * A link is only accepted from an operator entitled to
      * customer maintenance ('CUS'), and only when the entity is an
      * open legal-entity customer, the owner an open, living
      * individual customer, an owner's share is at least 25%, and
      * the active owners' shares of the entity do not pass 100%.
      * Rejected transactions go to BOWNREJ; every applied change
      * journals to MNTJRNL.
      *
      * BT-ACTION values:
      *   'A' = add a link ('O' owner, 'C' control, 'B' both)
      *   'C' = change the link's ownership share and role
      *   'X' = remove the link (set BO-STATUS to removed)
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOWNMNT.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL BENEFICIAL OWNER LINK
      *                    MAINTENANCE.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEFICIAL-OWNER ASSIGN TO BENOWNR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-KEY
               ALTERNATE RECORD KEY IS BO-OWNER-ID WITH DUPLICATES
               FILE STATUS IS WS-BO-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT OWNER-TRANS ASSIGN TO BOWNTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT OWNER-REJECT ASSIGN TO BOWNREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT RUN-LOG ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT MAINT-JOURNAL ASSIGN TO MNTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

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
       FD  BENEFICIAL-OWNER.
           COPY "benowner.cpy".

       FD  CUSTOMER-MASTER.
           COPY "customer.cpy".

       FD  OWNER-TRANS
           RECORD CONTAINS 40 CHARACTERS.
       01  OWNER-TRAN-RECORD.
           05  BT-ACTION                  PIC X(01).
           05  BT-ENTITY-ID               PIC 9(10).
           05  BT-OWNER-ID                PIC 9(10).
           05  BT-OWN-PCT                 PIC 9(03)V99.
           05  BT-ROLE                    PIC X(01).
               88  BT-ROLE-VALID           VALUE 'O' 'C' 'B'.
               88  BT-ROLE-OWNER           VALUE 'O' 'B'.
           05  BT-OPER-ID                 PIC X(08).
           05  FILLER                     PIC X(05).

       FD  OWNER-REJECT
           RECORD CONTAINS 101 CHARACTERS.
       01  OWNER-REJECT-RECORD.
           05  BJ-ENTITY-ID               PIC 9(10).
           05  BJ-OWNER-ID                PIC 9(10).
           05  BJ-ACTION                  PIC X(01).
           05  BJ-REASON                  PIC X(40).
           05  BJ-TRAN-IMAGE              PIC X(40).

       FD  RUN-LOG.
           COPY "runlog.cpy".

       FD  MAINT-JOURNAL.
           COPY "mntjrnl.cpy".

       FD  PROC-DATE-CTL
           RECORD CONTAINS 8 CHARACTERS.
       01  PROC-DATE-RECORD               PIC 9(08).

       FD  OPERATOR-MASTER.
           COPY "opermstr.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PDATE-STATUS                PIC X(02).

       01  WS-JRNL-STATUS                 PIC X(02).
       01  WS-JR-ACTION                   PIC X(01).
       01  WS-JR-KEY                      PIC X(20).
       01  WS-JR-BEFORE                   PIC X(512).
       01  WS-JR-AFTER                    PIC X(512).

       01  WS-RUNLOG-STATUS               PIC X(02).
       01  WS-RL-PHASE                    PIC X(01).
       01  WS-RL-COUNT                    PIC 9(09).

       01  WS-BO-STATUS                   PIC X(02).
           88  WS-BO-OK                    VALUE '00'.
       01  WS-CUST-STATUS                 PIC X(02).
           88  WS-CUST-OK                  VALUE '00'.
       01  WS-TRAN-STATUS                 PIC X(02).
       01  WS-REJ-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-VALID-SW                PIC X(01)   VALUE 'Y'.
               88  WS-RECORD-VALID         VALUE 'Y'.
           05  WS-BO-EOF-SW               PIC X(01)   VALUE 'N'.
               88  WS-BO-EOF                VALUE 'Y'.
           05  WS-ABORT-SW                PIC X(01)   VALUE 'N'.
               88  WS-ABORT                 VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.

      *----------------------------------------------------------------*
      * OWNERSHIP SHARE CHECK - THE ACTIVE OWNERS' SHARES OF ONE
      * ENTITY, LEAVING OUT THE LINK BEING ADDED OR CHANGED, PLUS THE
      * SHARE ON THE TRANSACTION MAY NOT PASS 100%.  AN OWNER MUST
      * HOLD AT LEAST THE 25% THE DUE DILIGENCE RULE NAMES.
      *----------------------------------------------------------------*
       01  WS-PCT-FIELDS.
           05  WS-OTHER-PCT               PIC 9(05)V99 VALUE ZERO.
           05  WS-TOTAL-PCT               PIC 9(05)V99 VALUE ZERO.
           05  WS-FULL-PCT                PIC 9(03)V99 VALUE 100.00.
           05  WS-OWNER-MIN-PCT           PIC 9(03)V99 VALUE 25.00.

       01  WS-COUNTERS.
           05  WS-READ-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-ADD-CNT                 PIC 9(07)   VALUE ZERO.
           05  WS-CHANGE-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-REMOVE-CNT              PIC 9(07)   VALUE ZERO.
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
           OPEN I-O BENEFICIAL-OWNER
           IF NOT WS-BO-OK
               DISPLAY 'BOWNMNT ERROR - CANNOT OPEN BENEFICIAL '
                   'OWNER FILE, STATUS = ' WS-BO-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT OWNER-TRANS
           OPEN OUTPUT OWNER-REJECT
           OPEN EXTEND MAINT-JOURNAL
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPER-STATUS = '00'
               MOVE 'Y' TO WS-OP-MASTER-SW
           ELSE
               DISPLAY 'BOWNMNT OPERATOR MASTER NOT AVAILABLE - '
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

           EVALUATE BT-ACTION
               WHEN 'A'
                   PERFORM 4000-VALIDATE-LINK THRU 4000-EXIT
                   IF WS-RECORD-VALID
                       PERFORM 5000-ADD-LINK THRU 5000-EXIT
                   END-IF
               WHEN 'C'
                   PERFORM 6000-CHANGE-LINK THRU 6000-EXIT
               WHEN 'X'
                   PERFORM 7000-REMOVE-LINK THRU 7000-EXIT
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
           READ OWNER-TRANS
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 2200-CHECK-OPERATOR THRU 2200-EXIT
      *   The keying operator must be active on the operator master
      *   and entitled to customer maintenance ('CUS') - a
      *   beneficial owner link is part of the entity's customer
      *   profile.  No amount is keyed, so no limit applies.
      *----------------------------------------------------------------*
       2200-CHECK-OPERATOR.
           MOVE BT-OPER-ID TO WS-OP-CHECK-ID
           MOVE 'CUS' TO WS-OP-CHECK-CLASS
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
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           IF NOT WS-ABORT
               IF WS-OP-MASTER-OPEN
                   CLOSE OPERATOR-MASTER
               END-IF
               CLOSE BENEFICIAL-OWNER
               CLOSE CUSTOMER-MASTER
               CLOSE OWNER-TRANS
               CLOSE OWNER-REJECT
               CLOSE MAINT-JOURNAL
           END-IF
           DISPLAY 'BOWNMNT READ      = ' WS-READ-CNT
           DISPLAY 'BOWNMNT ADDED     = ' WS-ADD-CNT
           DISPLAY 'BOWNMNT CHANGED   = ' WS-CHANGE-CNT
           DISPLAY 'BOWNMNT REMOVED   = ' WS-REMOVE-CNT
           DISPLAY 'BOWNMNT REJECTED  = ' WS-REJECT-CNT.

      *----------------------------------------------------------------*
      * 4000-VALIDATE-LINK THRU 4000-EXIT
      *   Edits an add: the role and share, then both customers.
      *----------------------------------------------------------------*
       4000-VALIDATE-LINK.
           PERFORM 4100-VALIDATE-SHARE THRU 4100-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 4000-EXIT
           END-IF

           IF BT-OWNER-ID = BT-ENTITY-ID
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ENTITY CANNOT BE ITS OWN OWNER' TO
                   WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF

           MOVE BT-ENTITY-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'ENTITY NOT ON CUSTOMER MASTER' TO
                       WS-REJECT-REASON
           END-READ
           IF NOT WS-RECORD-VALID
               GO TO 4000-EXIT
           END-IF
           IF NOT CUST-LEGAL-ENTITY
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ENTITY CUSTOMER IS NOT A LEGAL ENTITY' TO
                   WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF
           IF CUST-STATUS = 'C'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ENTITY CUSTOMER IS CLOSED' TO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF

           MOVE BT-OWNER-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'OWNER NOT ON CUSTOMER MASTER' TO
                       WS-REJECT-REASON
           END-READ
           IF NOT WS-RECORD-VALID
               GO TO 4000-EXIT
           END-IF
           IF NOT CUST-INDIVIDUAL
               MOVE 'N' TO WS-VALID-SW
               MOVE 'OWNER MUST BE AN INDIVIDUAL CUSTOMER' TO
                   WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF
           IF CUST-STATUS = 'C' OR CUST-STATUS = 'X'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'OWNER CUSTOMER IS CLOSED OR DECEASED' TO
                   WS-REJECT-REASON
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-VALIDATE-SHARE THRU 4100-EXIT
      *   Shared by add and change.  A control-only link may carry
      *   any share below 25% (zero included); an owner link must
      *   carry at least 25%.  The entity's active owners, this
      *   link left out, plus the new share may not pass 100%.
      *----------------------------------------------------------------*
       4100-VALIDATE-SHARE.
           IF NOT BT-ROLE-VALID
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ROLE MUST BE O, C OR B' TO WS-REJECT-REASON
               GO TO 4100-EXIT
           END-IF
           IF BT-OWN-PCT NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               MOVE 'OWNERSHIP PERCENT MUST BE NUMERIC' TO
                   WS-REJECT-REASON
               GO TO 4100-EXIT
           END-IF
           IF BT-OWN-PCT > WS-FULL-PCT
               MOVE 'N' TO WS-VALID-SW
               MOVE 'OWNERSHIP PERCENT OVER 100' TO WS-REJECT-REASON
               GO TO 4100-EXIT
           END-IF
           IF BT-ROLE-OWNER AND BT-OWN-PCT < WS-OWNER-MIN-PCT
               MOVE 'N' TO WS-VALID-SW
               MOVE 'OWNER MUST HOLD AT LEAST 25 PERCENT' TO
                   WS-REJECT-REASON
               GO TO 4100-EXIT
           END-IF

           PERFORM 4500-SUM-OTHER-SHARES THRU 4500-EXIT
           COMPUTE WS-TOTAL-PCT = WS-OTHER-PCT + BT-OWN-PCT
           IF WS-TOTAL-PCT > WS-FULL-PCT
               MOVE 'N' TO WS-VALID-SW
               MOVE 'OWNERSHIP SHARES WOULD PASS 100 PERCENT' TO
                   WS-REJECT-REASON
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4500-SUM-OTHER-SHARES THRU 4500-EXIT
      *   The key leads with the entity, so the browse covers
      *   exactly its links.
      *----------------------------------------------------------------*
       4500-SUM-OTHER-SHARES.
           MOVE ZERO TO WS-OTHER-PCT
           MOVE 'N' TO WS-BO-EOF-SW
           MOVE BT-ENTITY-ID TO BO-ENTITY-ID
           MOVE ZERO         TO BO-OWNER-ID
           START BENEFICIAL-OWNER KEY IS NOT LESS THAN BO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BO-EOF-SW
           END-START

           PERFORM 4510-ADD-ONE-SHARE THRU 4510-EXIT
               UNTIL WS-BO-EOF.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4510-ADD-ONE-SHARE THRU 4510-EXIT
      *----------------------------------------------------------------*
       4510-ADD-ONE-SHARE.
           READ BENEFICIAL-OWNER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BO-EOF-SW
           END-READ
           IF WS-BO-EOF
               GO TO 4510-EXIT
           END-IF
           IF BO-ENTITY-ID NOT = BT-ENTITY-ID
               MOVE 'Y' TO WS-BO-EOF-SW
               GO TO 4510-EXIT
           END-IF
           IF BO-ACTIVE AND BO-OWNER-ID NOT = BT-OWNER-ID
               ADD BO-OWN-PCT TO WS-OTHER-PCT
           END-IF.
       4510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-ADD-LINK THRU 5000-EXIT
      *----------------------------------------------------------------*
       5000-ADD-LINK.
           MOVE SPACES       TO BENEFICIAL-OWNER-RECORD
           MOVE BT-ENTITY-ID TO BO-ENTITY-ID
           MOVE BT-OWNER-ID  TO BO-OWNER-ID
           MOVE BT-OWN-PCT   TO BO-OWN-PCT
           MOVE BT-ROLE      TO BO-ROLE
           MOVE 'A'          TO BO-STATUS
           MOVE WS-TODAY     TO BO-ADD-DATE
           MOVE WS-TODAY     TO BO-CHANGE-DATE
           WRITE BENEFICIAL-OWNER-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'OWNER LINK ALREADY ON FILE' TO
                       WS-REJECT-REASON
           END-WRITE

           IF WS-RECORD-VALID
               ADD 1 TO WS-ADD-CNT
               MOVE SPACES TO WS-JR-BEFORE
               MOVE BENEFICIAL-OWNER-RECORD TO WS-JR-AFTER
               MOVE 'A' TO WS-JR-ACTION
               MOVE BO-KEY TO WS-JR-KEY
               PERFORM 9800-WRITE-JOURNAL THRU 9800-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-CHANGE-LINK THRU 6000-EXIT
      *   Restates an active link's share and role - the customers
      *   on it were edited when it was added.
      *----------------------------------------------------------------*
       6000-CHANGE-LINK.
           PERFORM 4100-VALIDATE-SHARE THRU 4100-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 6000-EXIT
           END-IF

           MOVE BT-ENTITY-ID TO BO-ENTITY-ID
           MOVE BT-OWNER-ID  TO BO-OWNER-ID
           READ BENEFICIAL-OWNER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'OWNER LINK NOT ON FILE' TO WS-REJECT-REASON
           END-READ
           IF NOT WS-RECORD-VALID
               GO TO 6000-EXIT
           END-IF
           IF NOT BO-ACTIVE
               MOVE 'N' TO WS-VALID-SW
               MOVE 'OWNER LINK HAS BEEN REMOVED' TO
                   WS-REJECT-REASON
               GO TO 6000-EXIT
           END-IF

           MOVE BENEFICIAL-OWNER-RECORD TO WS-JR-BEFORE
           MOVE BT-OWN-PCT TO BO-OWN-PCT
           MOVE BT-ROLE    TO BO-ROLE
           MOVE WS-TODAY   TO BO-CHANGE-DATE
           REWRITE BENEFICIAL-OWNER-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE
           IF WS-RECORD-VALID
               ADD 1 TO WS-CHANGE-CNT
               MOVE BENEFICIAL-OWNER-RECORD TO WS-JR-AFTER
               MOVE 'C' TO WS-JR-ACTION
               MOVE BO-KEY TO WS-JR-KEY
               PERFORM 9800-WRITE-JOURNAL THRU 9800-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-REMOVE-LINK THRU 7000-EXIT
      *----------------------------------------------------------------*
       7000-REMOVE-LINK.
           MOVE BT-ENTITY-ID TO BO-ENTITY-ID
           MOVE BT-OWNER-ID  TO BO-OWNER-ID
           READ BENEFICIAL-OWNER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'OWNER LINK NOT ON FILE' TO WS-REJECT-REASON
           END-READ

           IF WS-RECORD-VALID
               MOVE BENEFICIAL-OWNER-RECORD TO WS-JR-BEFORE
               MOVE 'X'      TO BO-STATUS
               MOVE WS-TODAY TO BO-CHANGE-DATE
               REWRITE BENEFICIAL-OWNER-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
               END-REWRITE
               IF WS-RECORD-VALID
                   ADD 1 TO WS-REMOVE-CNT
                   MOVE BENEFICIAL-OWNER-RECORD TO WS-JR-AFTER
                   MOVE 'C' TO WS-JR-ACTION
                   MOVE BO-KEY TO WS-JR-KEY
                   PERFORM 9800-WRITE-JOURNAL THRU 9800-EXIT
               END-IF
           END-IF.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-WRITE-REJECT THRU 8000-EXIT
      *----------------------------------------------------------------*
       8000-WRITE-REJECT.
           MOVE BT-ENTITY-ID      TO BJ-ENTITY-ID
           MOVE BT-OWNER-ID       TO BJ-OWNER-ID
           MOVE BT-ACTION         TO BJ-ACTION
           MOVE WS-REJECT-REASON  TO BJ-REASON
           MOVE OWNER-TRAN-RECORD TO BJ-TRAN-IMAGE
           WRITE OWNER-REJECT-RECORD
           ADD 1 TO WS-REJECT-CNT.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9800-WRITE-JOURNAL THRU 9800-EXIT
      *   Appends one before/after image record to the maintenance
      *   journal for the add or rewrite just applied.  The caller
      *   leaves the key, action and both images in the WS-JR-*
      *   fields (before image spaces on an add).
      *----------------------------------------------------------------*
       9800-WRITE-JOURNAL.
           MOVE 'BENOWNR' TO JR-FILE-NAME
           MOVE WS-JR-KEY TO JR-RECORD-KEY
           MOVE WS-JR-ACTION TO JR-ACTION
           ACCEPT JR-DATE FROM DATE YYYYMMDD
           ACCEPT JR-TIME FROM TIME
           MOVE 'BOWNMNT' TO JR-PROGRAM
           MOVE WS-JR-BEFORE TO JR-BEFORE-IMAGE
           MOVE WS-JR-AFTER TO JR-AFTER-IMAGE
           WRITE MAINT-JOURNAL-RECORD.
       9800-EXIT.
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
           MOVE 'BOWNMNT' TO RL-PROGRAM
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
