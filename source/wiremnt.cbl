      * MODIFICATION HISTORY
      *   2025-03-31  DS   ORIGINAL WIRE INSTRUCTION MAINTENANCE
      *                     WITH DUAL-OPERATOR APPROVAL.
      *   2026-10-15  DS   THE TRANSACTION RECORD GREW TO 176 BYTES
      *                    FOR WT-KEYED-TIME - AN APPROVAL NOW
      *                    STAMPS IT ON THE WIRE AS WI-APPR-TIME SO
      *                    TXNPOST CAN HOLD A WIRE APPROVED AFTER
      *                    THE WIRE CUTOFF TO THE NEXT BUSINESS DAY.
      *   2026-10-15  DS   OPERATOR CHECKED AGAINST THE NEW OPERATOR
      *                    MASTER - UNKNOWN, SUSPENDED, REVOKED OR
      *                    UNENTITLED OPERATORS ARE REJECTED, AS ARE
      *                    WIRES OVER THE ENTERING OPERATOR'S KEYING
      *                    LIMIT OR THE APPROVER'S APPROVAL LIMIT.
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
       FD  WIRE-MASTER.
       01  WIRE-SEQUENCE-RECORD           PIC 9(10).

       FD  WIRE-TRANS
           RECORD CONTAINS 176 CHARACTERS.
       01  WIRE-TRAN-RECORD.
           05  WT-ACTION                  PIC X(01).
           05  WT-WIRE-ID                 PIC 9(10).
           05  WT-BENE-BANK-NAME          PIC X(30).
           05  WT-BENE-ABA                PIC 9(09).
           05  WT-BENE-ACCT               PIC X(17).
           05  WT-KEYED-TIME              PIC 9(06).

       FD  WIRE-REJECT
           RECORD CONTAINS 227 CHARACTERS.
       01  WIRE-REJECT-RECORD.
           05  WJ-WIRE-ID                 PIC 9(10).
           05  WJ-ACTION                  PIC X(01).
           05  WJ-REASON                  PIC X(40).
           05  WJ-TRAN-IMAGE              PIC X(176).

       FD  WIRE-LOG.
           COPY "wirelog.cpy".
           RECORD CONTAINS 8 CHARACTERS.
       01  PROC-DATE-RECORD               PIC 9(08).

       FD  OPERATOR-MASTER.
           COPY "opermstr.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PDATE-STATUS                PIC X(02).


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
           OPEN INPUT WIRE-TRANS
           OPEN OUTPUT WIRE-REJECT
           OPEN EXTEND WIRE-LOG
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPER-STATUS = '00'
               MOVE 'Y' TO WS-OP-MASTER-SW
           ELSE
               DISPLAY 'WIREMNT OPERATOR MASTER NOT AVAILABLE - '
                   'STATUS ' WS-OPER-STATUS
           END-IF
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           PERFORM 1100-LOAD-NEXT-WIRE-ID
           PERFORM 2100-READ-TRANS.
           MOVE 'Y' TO WS-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON

           PERFORM 2200-CHECK-OPERATOR THRU 2200-EXIT
           IF NOT WS-RECORD-VALID
               PERFORM 8000-WRITE-REJECT THRU 8000-EXIT
               PERFORM 2100-READ-TRANS
               GO TO 2000-EXIT
           END-IF

           EVALUATE WT-ACTION
               WHEN 'A'
                   PERFORM 5000-ENTER-WIRE THRU 5000-EXIT
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 2200-CHECK-OPERATOR THRU 2200-EXIT
      *   The operator must be active on the operator master and
      *   entitled to wire entry ('WIE') to enter or cancel, or to
      *   wire approval ('WIA') to approve.  A wire keyed over the
      *   operator's keying limit is refused here; the approval limit
      *   is checked in 6000 once the wire's amount is read.
      *----------------------------------------------------------------*
       2200-CHECK-OPERATOR.
           MOVE WT-OPERATOR TO WS-OP-CHECK-ID
           MOVE SPACE TO WS-OP-CHECK-LIMIT
           MOVE ZERO TO WS-OP-CHECK-AMOUNT
           IF WT-ACTION = 'P'
               MOVE 'WIA' TO WS-OP-CHECK-CLASS
           ELSE
               MOVE 'WIE' TO WS-OP-CHECK-CLASS
           END-IF
           IF WT-ACTION = 'A'
               MOVE 'K' TO WS-OP-CHECK-LIMIT
               MOVE WT-AMOUNT TO WS-OP-CHECK-AMOUNT
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
           IF WS-OP-MASTER-OPEN
               CLOSE OPERATOR-MASTER
           END-IF
           CLOSE WIRE-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE WIRE-TRANS
           MOVE WS-TODAY            TO WI-ENTRY-DATE
           MOVE SPACES              TO WI-APPR-OPER
           MOVE ZERO                TO WI-APPR-DATE
           MOVE ZERO                TO WI-APPR-TIME
           MOVE 'E'                 TO WI-STATUS
           WRITE WIRE-INSTRUCTION-RECORD
               INVALID KEY
      *----------------------------------------------------------------*
      * 6000-APPROVE-WIRE THRU 6000-EXIT
      *   The whole point of the subsystem - the approver must be a
      *   different operator from the one who keyed the wire.  The
      *   approver's profile is still in OPERATOR-RECORD from
      *   2200-CHECK-OPERATOR.
      *----------------------------------------------------------------*
       6000-APPROVE-WIRE.
           MOVE WT-WIRE-ID TO WI-WIRE-ID
                   WS-REJECT-REASON
               GO TO 6000-EXIT
           END-IF
           IF WI-AMOUNT > OP-APPR-LIMIT
               MOVE 'N' TO WS-VALID-SW
               MOVE 'AMOUNT OVER OPERATOR APPROVAL LIMIT' TO
                   WS-REJECT-REASON
               GO TO 6000-EXIT
           END-IF

           MOVE WT-OPERATOR TO WI-APPR-OPER
           MOVE WS-TODAY    TO WI-APPR-DATE
           IF WT-KEYED-TIME NUMERIC
               MOVE WT-KEYED-TIME TO WI-APPR-TIME
           ELSE
               MOVE ZERO TO WI-APPR-TIME
           END-IF
           MOVE 'A'         TO WI-STATUS
           REWRITE WIRE-INSTRUCTION-RECORD
               INVALID KEY
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
