      *                    CHANNEL SCOPE ONTO THE REGEOPT FILE
      *                    TXNPOST HONORS, JOURNALING EVERY CONSENT
      *                    CHANGE FOR EXAMINER REVIEW.
      *   2026-10-15  DS   TRANSACTION CARRIES AT-OPER-ID (KEYING
      *                    OPERATOR) AND AT-APPR-OPER (DUAL-CONTROL
      *                    APPROVER) FROM THE TRAILING PAD, CHECKED
      *                    AGAINST THE NEW OPERATOR MASTER - UNKNOWN,
      *                    SUSPENDED, REVOKED OR UNENTITLED OPERATORS
      *                    AND CREDIT LIMITS OVER THE OPERATOR LIMIT
      *                    ARE REJECTED.
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
       FD  ACCOUNT-MASTER.
      *    other action.
           05  AT-REGE-OPT                PIC X(01).
           05  AT-REGE-SCOPE              PIC X(01).
      *    Keying operator and, for a change DUALCTL released after
      *    dual-control approval, the approving operator - also
      *    carved from the trailing pad.
           05  AT-OPER-ID                 PIC X(08).
           05  AT-APPR-OPER               PIC X(08).

       FD  ACCOUNT-REJECT
           RECORD CONTAINS 133 CHARACTERS.
           RECORD CONTAINS 8 CHARACTERS.
       01  PROC-DATE-RECORD               PIC 9(08).

       FD  OPERATOR-MASTER.
           COPY "opermstr.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PDATE-STATUS                PIC X(02).

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
           OPEN INPUT  ACCOUNT-TRANS
           OPEN OUTPUT ACCOUNT-REJECT
           OPEN EXTEND MAINT-JOURNAL
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPER-STATUS = '00'
               MOVE 'Y' TO WS-OP-MASTER-SW
           ELSE
               DISPLAY 'ACCTMAINT OPERATOR MASTER NOT AVAILABLE - '
                   'STATUS ' WS-OPER-STATUS
           END-IF
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           PERFORM 2100-READ-TRANS.

           MOVE 'Y' TO WS-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON

           PERFORM 2200-CHECK-OPERATOR THRU 2200-EXIT
           IF NOT WS-RECORD-VALID
               PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
               PERFORM 2100-READ-TRANS
               GO TO 2000-EXIT
           END-IF

           EVALUATE AT-ACTION
               WHEN 'O'
                   PERFORM 4000-OPEN-ACCOUNT THRU 4000-EXIT
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 2200-CHECK-OPERATOR THRU 2200-EXIT
      *   The keying operator must be active on the operator master
      *   and entitled to account maintenance ('ACT').  An open
      *   keyed on the operator's own authority must carry a credit
      *   limit within their keying limit; one DUALCTL released
      *   after a second operator's approval carries that approver,
      *   who must hold dual-control approval ('DCA') and an
      *   approval limit covering the credit limit.
      *----------------------------------------------------------------*
       2200-CHECK-OPERATOR.
           MOVE AT-OPER-ID TO WS-OP-CHECK-ID
           MOVE 'ACT' TO WS-OP-CHECK-CLASS
           MOVE SPACE TO WS-OP-CHECK-LIMIT
           MOVE ZERO TO WS-OP-CHECK-AMOUNT
           IF AT-ACTION = 'O' AND AT-APPR-OPER = SPACES
               MOVE 'K' TO WS-OP-CHECK-LIMIT
               MOVE AT-CREDIT-LIMIT TO WS-OP-CHECK-AMOUNT
           END-IF
           PERFORM 8700-CHECK-OPERATOR THRU 8700-EXIT
           IF WS-OP-CHECK-REASON NOT = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE WS-OP-CHECK-REASON TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF
           IF AT-ACTION NOT = 'O' OR AT-APPR-OPER = SPACES
               GO TO 2200-EXIT
           END-IF

           IF AT-APPR-OPER = AT-OPER-ID
               MOVE 'N' TO WS-VALID-SW
               MOVE 'APPROVER CANNOT BE THE KEYING OPERATOR' TO
                   WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF
           MOVE AT-APPR-OPER TO WS-OP-CHECK-ID
           MOVE 'DCA' TO WS-OP-CHECK-CLASS
           MOVE 'A' TO WS-OP-CHECK-LIMIT
           MOVE AT-CREDIT-LIMIT TO WS-OP-CHECK-AMOUNT
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
           IF WS-OP-MASTER-OPEN
               CLOSE OPERATOR-MASTER
           END-IF
           CLOSE ACCOUNT-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE BRANCH-MASTER
       6000-EXIT.
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
