      * MODIFICATION HISTORY
      *   2025-02-17  DS   ORIGINAL CD TERM MAINTENANCE - THE CD BOOK
      *                     WAS BEING TRACKED IN A SPREADSHEET.
      *   2026-10-15  DS   TRANSACTION CARRIES THE KEYING OPERATOR ID,
      *                    CHECKED AGAINST THE NEW OPERATOR MASTER -
      *                    UNKNOWN, SUSPENDED, REVOKED OR UNENTITLED
      *                    OPERATORS ARE REJECTED.
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
       FD  CD-TERM-FILE.
           COPY "ratetbl.cpy".

       FD  CD-TRANS
           RECORD CONTAINS 38 CHARACTERS.
       01  CD-TRAN-RECORD.
           05  CT-ACTION                  PIC X(01).
           05  CT-ACCT-NO                 PIC 9(12).
           05  CT-TERM-MONTHS             PIC 9(03).
           05  CT-ROLLOVER-INST           PIC X(01).
           05  CT-PAYOUT-ACCT             PIC 9(12).
           05  CT-OPER-ID                 PIC X(08).
           05  FILLER                     PIC X(01).

       FD  CD-REJECT
           RECORD CONTAINS 91 CHARACTERS.
       01  CD-REJECT-RECORD.
           05  CJ-ACCT-NO                 PIC 9(12).
           05  CJ-ACTION                  PIC X(01).
           05  CJ-REASON                  PIC X(40).
           05  CJ-TRAN-IMAGE              PIC X(38).

       FD  RUN-LOG.
           COPY "runlog.cpy".
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
           OPEN INPUT CD-TRANS
           OPEN OUTPUT CD-REJECT
           OPEN EXTEND MAINT-JOURNAL
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPER-STATUS = '00'
               MOVE 'Y' TO WS-OP-MASTER-SW
           ELSE
               DISPLAY 'CDMAINT OPERATOR MASTER NOT AVAILABLE - '
                   'STATUS ' WS-OPER-STATUS
           END-IF
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           PERFORM 2100-READ-TRANS.

           MOVE 'Y' TO WS-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON

           PERFORM 2200-CHECK-OPERATOR THRU 2200-EXIT
           IF NOT WS-RECORD-VALID
               PERFORM 8000-WRITE-REJECT THRU 8000-EXIT
               PERFORM 2100-READ-TRANS
               GO TO 2000-EXIT
           END-IF

           EVALUATE CT-ACTION
               WHEN 'A'
                   PERFORM 4000-VALIDATE-GROUPS THRU 4000-EXIT
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 2200-CHECK-OPERATOR THRU 2200-EXIT
      *   The keying operator must be active on the operator master
      *   and entitled to CD term maintenance ('CDM').
      *----------------------------------------------------------------*
       2200-CHECK-OPERATOR.
           MOVE CT-OPER-ID TO WS-OP-CHECK-ID
           MOVE 'CDM' TO WS-OP-CHECK-CLASS
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
           IF WS-OP-MASTER-OPEN
               CLOSE OPERATOR-MASTER
           END-IF
           CLOSE CD-TERM-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE RATE-TABLE
       8600-EXIT.
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
