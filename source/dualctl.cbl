      *           customer's accounts (ACCT-CUST-ID alternate
      *           index) sits dormant - the takeover pattern
      *           ADDRSCAN chases after the fact, stopped before;
      *   'FRU' - a fraud-hold release ('R') on the customer;
      *   'OPL' - an account open keyed with a credit limit over the
      *           keying operator's own keying limit on OPERMSTR.
      *
      * The approver must be active on the operator master, hold
      * dual-control approval ('DCA'), and - releasing an account
      * change - carry an approval limit covering its credit limit.
      * A capture from a keyer the operator master refuses is never
      * parked: it passes on and the maintenance program rejects it,
      * image and all, onto the suspense path.  Passed and released
      * images carry the keying operator (and, for accounts, the
      * approver) in the trailing operator fields CUSTMAINT and
      * ACCTMAINT check.
      *
      * Approval transactions release or deny held items; an
      * approver matching the keying operator rejects.  Every park,
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2025-12-08  DS   ORIGINAL DUAL-CONTROL GATE.
      *   2026-10-15  DS   APPROVERS CHECKED AGAINST THE NEW OPERATOR
      *                    MASTER (ACTIVE, 'DCA' ENTITLED, APPROVAL
      *                    LIMIT); NEW 'OPL' HOLD FOR OPENS OVER THE
      *                    KEYER'S LIMIT.  CUSTOMER PASS RECORD GREW
      *                    TO 221 BYTES FOR THE KEYING OPERATOR, AND
      *                    THE ACCOUNT PASS RECORD CARRIES KEYER AND
      *                    APPROVER IN ITS TRAILING PAD.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO OPERMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-CAPTURE
           COPY "account.cpy".

       FD  CUST-PASS-OUT
           RECORD CONTAINS 221 CHARACTERS.
       01  CUST-PASS-RECORD.
           05  CP-IMAGE                   PIC X(213).
           05  CP-OPER-ID                 PIC X(08).

       FD  ACCT-PASS-OUT
           RECORD CONTAINS 80 CHARACTERS.
       01  ACCT-PASS-RECORD.
           05  AO-IMAGE                   PIC X(62).
           05  AO-OPER-ID                 PIC X(08).
           05  AO-APPR-OPER               PIC X(08).
           05  FILLER                     PIC X(02).

       FD  GATE-REJECT
           RECORD CONTAINS 80 CHARACTERS.
           RECORD CONTAINS 8 CHARACTERS.
       01  PROC-DATE-RECORD               PIC 9(08).

       FD  OPERATOR-MASTER.
           COPY "opermstr.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PDATE-STATUS                PIC X(02).

                                          VALUE 50000.00.
       01  WS-LIMIT-RAISE                 PIC S9(11)V99 VALUE ZERO.

      *    A HELD ACCOUNT IMAGE, FOR THE CREDIT LIMIT THE APPROVER'S
      *    APPROVAL LIMIT MUST COVER.
       01  WS-HELD-ACCT-VIEW.
           05  FILLER                     PIC X(36).
           05  WS-HELD-CREDIT-LIMIT       PIC S9(11)V99.
           05  FILLER                     PIC X(31).

       01  WS-BEFORE-HELD                 PIC X(271)  VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-DENIED-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-REJECT-CNT              PIC 9(07)   VALUE ZERO.

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
           OPEN OUTPUT ACCT-PASS-OUT
           OPEN OUTPUT GATE-REJECT
           OPEN EXTEND MAINT-JOURNAL
           OPEN INPUT  OPERATOR-MASTER
           IF WS-OPER-STATUS = '00'
               MOVE 'Y' TO WS-OP-MASTER-SW
           ELSE
               DISPLAY 'DUALCTL OPERATOR MASTER NOT AVAILABLE - '
                   'STATUS ' WS-OPER-STATUS
           END-IF
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           PERFORM 1100-LOAD-NEXT-HELD-ID THRU 1100-EXIT

               PERFORM 2500-CHECK-DORMANT-OWNER THRU 2500-EXIT
           END-IF

      *    A KEYER THE OPERATOR MASTER REFUSES IS NOT PARKED FOR AN
      *    APPROVER'S TIME - CUSTMAINT REJECTS THE PASSED IMAGE.
           IF WS-HOLD-IT
               MOVE CC-OPER-ID TO WS-OP-CHECK-ID
               IF CC-ACTION = 'R'
                   MOVE 'FRD' TO WS-OP-CHECK-CLASS
               ELSE
                   MOVE 'CUS' TO WS-OP-CHECK-CLASS
               END-IF
               MOVE SPACE TO WS-OP-CHECK-LIMIT
               MOVE ZERO TO WS-OP-CHECK-AMOUNT
               PERFORM 8700-CHECK-OPERATOR THRU 8700-EXIT
               IF WS-OP-CHECK-REASON NOT = SPACES
                   MOVE 'N' TO WS-HOLD-SW
               END-IF
           END-IF

           IF WS-HOLD-IT
               MOVE 'CUST' TO HC-TARGET
               MOVE CC-OPER-ID TO HC-KEYED-OPER
               MOVE CC-IMAGE TO HC-IMAGE
               PERFORM 6000-PARK-CHANGE THRU 6000-EXIT
           ELSE
               MOVE CC-IMAGE   TO CP-IMAGE
               MOVE CC-OPER-ID TO CP-OPER-ID
               WRITE CUST-PASS-RECORD
               ADD 1 TO WS-PASSED-CNT
           END-IF
               MOVE 'LIM' TO WS-HOLD-REASON
           END-IF

      *    A KEYER THE OPERATOR MASTER REFUSES PASSES ON FOR ACCTMAINT
      *    TO REJECT; AN OPEN OVER THE KEYER'S OWN KEYING LIMIT PARKS
      *    FOR AN APPROVER WHOSE APPROVAL LIMIT COVERS IT.
           MOVE AC-OPER-ID TO WS-OP-CHECK-ID
           MOVE 'ACT' TO WS-OP-CHECK-CLASS
           MOVE SPACE TO WS-OP-CHECK-LIMIT
           MOVE ZERO TO WS-OP-CHECK-AMOUNT
           PERFORM 8700-CHECK-OPERATOR THRU 8700-EXIT
           IF WS-OP-CHECK-REASON NOT = SPACES
               MOVE 'N' TO WS-HOLD-SW
               MOVE SPACES TO WS-HOLD-REASON
           ELSE
               IF NOT WS-HOLD-IT
                   AND AC-ACTION = 'O'
                   AND AC-CREDIT-LIMIT > OP-KEY-LIMIT
                   MOVE 'Y' TO WS-HOLD-SW
                   MOVE 'OPL' TO WS-HOLD-REASON
               END-IF
           END-IF

           IF WS-HOLD-IT
               MOVE 'ACCT' TO HC-TARGET
               MOVE AC-OPER-ID TO HC-KEYED-OPER
               MOVE AC-IMAGE TO HC-IMAGE(1:80)
               PERFORM 6000-PARK-CHANGE THRU 6000-EXIT
           ELSE
               MOVE AC-IMAGE   TO ACCT-PASS-RECORD
               MOVE AC-OPER-ID TO AO-OPER-ID
               MOVE SPACES     TO AO-APPR-OPER
               WRITE ACCT-PASS-RECORD
               ADD 1 TO WS-PASSED-CNT
           END-IF
           CLOSE ACCT-PASS-OUT
           CLOSE GATE-REJECT
           CLOSE MAINT-JOURNAL
           IF WS-OP-MASTER-OPEN
               CLOSE OPERATOR-MASTER
           END-IF
           DISPLAY 'DUALCTL CUST CAPTURES = ' WS-CUST-CNT
           DISPLAY 'DUALCTL ACCT CAPTURES = ' WS-ACCT-CNT
           DISPLAY 'DUALCTL PASSED        = ' WS-PASSED-CNT
      *----------------------------------------------------------------*
      * 5000-APPLY-ONE-APPROVAL THRU 5000-EXIT
      *   The approver must differ from the keying operator - one
      *   person never both keys and approves - and must pass the
      *   operator master: active, entitled to 'DCA', and for an
      *   account release an approval limit over its credit limit.
      *----------------------------------------------------------------*
       5000-APPLY-ONE-APPROVAL.
           MOVE AP-HELD-ID TO HC-HELD-ID
               GO TO 5000-EXIT
           END-IF

           MOVE AP-OPER-ID TO WS-OP-CHECK-ID
           MOVE 'DCA' TO WS-OP-CHECK-CLASS
           MOVE SPACE TO WS-OP-CHECK-LIMIT
           MOVE ZERO TO WS-OP-CHECK-AMOUNT
           IF AP-ACTION = 'A' AND HC-TARGET = 'ACCT'
               MOVE HC-IMAGE(1:80) TO WS-HELD-ACCT-VIEW
               MOVE 'A' TO WS-OP-CHECK-LIMIT
               MOVE WS-HELD-CREDIT-LIMIT TO WS-OP-CHECK-AMOUNT
           END-IF
           PERFORM 8700-CHECK-OPERATOR THRU 8700-EXIT
           IF WS-OP-CHECK-REASON NOT = SPACES
               MOVE WS-OP-CHECK-REASON TO GJ-REASON
               PERFORM 8000-WRITE-REJECT THRU 8000-EXIT
               GO TO 5000-EXIT
           END-IF

           MOVE HELD-CHANGE-RECORD TO WS-BEFORE-HELD

           IF AP-ACTION = 'A'
               IF HC-TARGET = 'CUST'
                   MOVE HC-IMAGE      TO CP-IMAGE
                   MOVE HC-KEYED-OPER TO CP-OPER-ID
                   WRITE CUST-PASS-RECORD
               ELSE
                   MOVE HC-IMAGE(1:80) TO ACCT-PASS-RECORD
                   MOVE HC-KEYED-OPER  TO AO-OPER-ID
                   MOVE AP-OPER-ID     TO AO-APPR-OPER
                   WRITE ACCT-PASS-RECORD
               END-IF
               MOVE 'R' TO HC-STATUS
       1090-EXIT.
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
