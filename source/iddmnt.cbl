      *================================================================*
      * IDDMNT - CUSTOMER IDENTIFICATION DOCUMENT MAINTENANCE
      *
      * Records the identification documents verified for a
      * customer on the IDDOC KSDS - the driver's license or
      * passport inspected at account opening, the renewal a
      * customer brings in when the old one runs out, and a legal
      * entity's formation document.  Each record keeps the
      * document type, issuer, number, issue and expiry dates, how
      * it was verified and the operator who verified it, so the
      * examiner's "how do you know the ID was current" has an
      * answer on file.
      *
      * The step runs ahead of CUSTMAINT: a document keyed with
      * tonight's account opening is accepted before its customer
      * is on the master, and CUSTMAINT then refuses the add
      * unless a current document is on file for the new CUST-ID.
      * Recording a document supersedes the customer's active
      * documents of the same type, so a renewal retires the
      * license it replaces.  The keying operator is the verifying
      * operator and must be entitled to customer maintenance.
      * Rejected transactions go to IDDREJ; every applied change
      * journals to MNTJRNL.
      *
      * DT-ACTION values:
      *   'A' = record a verified document
      *   'X' = remove a document keyed in error (by sequence)
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDDMNT.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL IDENTIFICATION DOCUMENT
      *                    MAINTENANCE.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ID-DOCUMENT ASSIGN TO IDDOC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-KEY
               FILE STATUS IS WS-ID-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT DOCUMENT-TRANS ASSIGN TO IDDTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT DOCUMENT-REJECT ASSIGN TO IDDREJ
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
       FD  ID-DOCUMENT.
           COPY "iddoc.cpy".

       FD  CUSTOMER-MASTER.
           COPY "customer.cpy".

       FD  DOCUMENT-TRANS
           RECORD CONTAINS 84 CHARACTERS.
       01  DOCUMENT-TRAN-RECORD.
           05  DT-ACTION                  PIC X(01).
           05  DT-CUST-ID                 PIC 9(10).
           05  DT-DOC-SEQ                 PIC 9(02).
           05  DT-DOC-TYPE                PIC X(02).
           05  DT-ISSUER                  PIC X(20).
           05  DT-DOC-NUMBER              PIC X(20).
           05  DT-ISSUE-DATE              PIC 9(08).
           05  DT-EXPIRY-DATE             PIC 9(08).
           05  DT-VERIFY-METHOD           PIC X(01).
           05  DT-OPER-ID                 PIC X(08).
           05  FILLER                     PIC X(04).

       FD  DOCUMENT-REJECT
           RECORD CONTAINS 135 CHARACTERS.
       01  DOCUMENT-REJECT-RECORD.
           05  DJ-CUST-ID                 PIC 9(10).
           05  DJ-ACTION                  PIC X(01).
           05  DJ-REASON                  PIC X(40).
           05  DJ-TRAN-IMAGE              PIC X(84).

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

       01  WS-ID-STATUS                   PIC X(02).
           88  WS-ID-OK                    VALUE '00'.
       01  WS-CUST-STATUS                 PIC X(02).
           88  WS-CUST-OK                  VALUE '00'.
       01  WS-TRAN-STATUS                 PIC X(02).
       01  WS-REJ-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-VALID-SW                PIC X(01)   VALUE 'Y'.
               88  WS-RECORD-VALID         VALUE 'Y'.
           05  WS-ID-EOF-SW               PIC X(01)   VALUE 'N'.
               88  WS-ID-EOF                VALUE 'Y'.
           05  WS-ABORT-SW                PIC X(01)   VALUE 'N'.
               88  WS-ABORT                 VALUE 'Y'.
           05  WS-ON-MASTER-SW            PIC X(01)   VALUE 'N'.
               88  WS-ON-MASTER             VALUE 'Y'.
           05  WS-DUP-DOC-SW              PIC X(01)   VALUE 'N'.
               88  WS-DUP-DOC               VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-HIGH-SEQ                    PIC 9(02)   VALUE ZERO.
       01  WS-NEW-SEQ                     PIC 9(02)   VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-READ-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-ADD-CNT                 PIC 9(07)   VALUE ZERO.
           05  WS-NEW-CUST-CNT            PIC 9(07)   VALUE ZERO.
           05  WS-SUPERSEDE-CNT           PIC 9(07)   VALUE ZERO.
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
           OPEN I-O ID-DOCUMENT
           IF NOT WS-ID-OK
               DISPLAY 'IDDMNT ERROR - CANNOT OPEN ID DOCUMENT '
                   'FILE, STATUS = ' WS-ID-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT DOCUMENT-TRANS
           OPEN OUTPUT DOCUMENT-REJECT
           OPEN EXTEND MAINT-JOURNAL
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPER-STATUS = '00'
               MOVE 'Y' TO WS-OP-MASTER-SW
           ELSE
               DISPLAY 'IDDMNT OPERATOR MASTER NOT AVAILABLE - '
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

           EVALUATE DT-ACTION
               WHEN 'A'
                   PERFORM 4000-VALIDATE-DOCUMENT THRU 4000-EXIT
                   IF WS-RECORD-VALID
                       PERFORM 5000-ADD-DOCUMENT THRU 5000-EXIT
                   END-IF
               WHEN 'X'
                   PERFORM 7000-REMOVE-DOCUMENT THRU 7000-EXIT
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
           READ DOCUMENT-TRANS
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 2200-CHECK-OPERATOR THRU 2200-EXIT
      *   The keying operator - who is also the verifying operator
      *   stamped on the document - must be active on the operator
      *   master and entitled to customer maintenance ('CUS').
      *----------------------------------------------------------------*
       2200-CHECK-OPERATOR.
           MOVE DT-OPER-ID TO WS-OP-CHECK-ID
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
               CLOSE ID-DOCUMENT
               CLOSE CUSTOMER-MASTER
               CLOSE DOCUMENT-TRANS
               CLOSE DOCUMENT-REJECT
               CLOSE MAINT-JOURNAL
           END-IF
           DISPLAY 'IDDMNT READ       = ' WS-READ-CNT
           DISPLAY 'IDDMNT RECORDED   = ' WS-ADD-CNT
           DISPLAY 'IDDMNT  NEW CUST  = ' WS-NEW-CUST-CNT
           DISPLAY 'IDDMNT SUPERSEDED = ' WS-SUPERSEDE-CNT
           DISPLAY 'IDDMNT REMOVED    = ' WS-REMOVE-CNT
           DISPLAY 'IDDMNT REJECTED   = ' WS-REJECT-CNT.

      *----------------------------------------------------------------*
      * 4000-VALIDATE-DOCUMENT THRU 4000-EXIT
      *   Edits the document itself, then the customer it belongs
      *   to.  A customer not yet on the master is an opening keyed
      *   ahead of tonight's CUSTMAINT add and is let through; a
      *   customer on file must be open and living, and a formation
      *   document belongs only to a legal entity.
      *----------------------------------------------------------------*
       4000-VALIDATE-DOCUMENT.
           MOVE DT-DOC-TYPE TO ID-DOC-TYPE
           MOVE DT-VERIFY-METHOD TO ID-VERIFY-METHOD
           IF DT-CUST-ID NOT NUMERIC OR DT-CUST-ID = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'CUST-ID MUST BE NON-ZERO' TO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF
           IF NOT ID-TYPE-VALID
               MOVE 'N' TO WS-VALID-SW
               MOVE 'INVALID DOCUMENT TYPE' TO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF
           IF DT-ISSUER = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ISSUER MUST BE SUPPLIED' TO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF
           IF DT-DOC-NUMBER = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE 'DOCUMENT NUMBER MUST BE SUPPLIED' TO
                   WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF
           IF NOT ID-METHOD-VALID
               MOVE 'N' TO WS-VALID-SW
               MOVE 'VERIFICATION METHOD MUST BE D, N OR R' TO
                   WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF

           IF DT-ISSUE-DATE NOT NUMERIC OR DT-ISSUE-DATE = ZERO
               OR DT-ISSUE-DATE > WS-TODAY
               MOVE 'N' TO WS-VALID-SW
               MOVE 'INVALID ISSUE DATE' TO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF
           IF DT-EXPIRY-DATE NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               MOVE 'INVALID EXPIRY DATE' TO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF
           IF DT-EXPIRY-DATE = ZERO AND NOT ID-TYPE-NO-EXPIRY
               MOVE 'N' TO WS-VALID-SW
               MOVE 'EXPIRY DATE REQUIRED FOR DOCUMENT TYPE' TO
                   WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF
           IF DT-EXPIRY-DATE NOT = ZERO
               IF DT-EXPIRY-DATE NOT > DT-ISSUE-DATE
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'EXPIRY DATE MUST FOLLOW ISSUE DATE' TO
                       WS-REJECT-REASON
                   GO TO 4000-EXIT
               END-IF
               IF DT-EXPIRY-DATE NOT > WS-TODAY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'DOCUMENT IS ALREADY EXPIRED' TO
                       WS-REJECT-REASON
                   GO TO 4000-EXIT
               END-IF
           END-IF

           MOVE 'N' TO WS-ON-MASTER-SW
           MOVE DT-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   GO TO 4000-CHECK-FILE
           END-READ
           MOVE 'Y' TO WS-ON-MASTER-SW
           IF CUST-STATUS = 'C' OR CUST-STATUS = 'X'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'CUSTOMER IS CLOSED OR DECEASED' TO
                   WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF
           IF ID-TYPE-NO-EXPIRY AND NOT CUST-LEGAL-ENTITY
               MOVE 'N' TO WS-VALID-SW
               MOVE 'FORMATION DOCUMENT IS FOR ENTITIES ONLY' TO
                   WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF.

       4000-CHECK-FILE.
           PERFORM 4500-SCAN-CUSTOMER-DOCS THRU 4500-EXIT
           IF WS-DUP-DOC
               MOVE 'N' TO WS-VALID-SW
               MOVE 'DOCUMENT ALREADY ON FILE' TO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF
           IF WS-HIGH-SEQ = 99
               MOVE 'N' TO WS-VALID-SW
               MOVE 'DOCUMENT SEQUENCE FULL FOR CUSTOMER' TO
                   WS-REJECT-REASON
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4500-SCAN-CUSTOMER-DOCS THRU 4500-EXIT
      *   The key leads with the customer, so the browse covers
      *   exactly their documents.  Finds the highest sequence in
      *   use and whether this very document (type, number and
      *   expiry) is already active - a rerun of the night's input.
      *----------------------------------------------------------------*
       4500-SCAN-CUSTOMER-DOCS.
           MOVE ZERO TO WS-HIGH-SEQ
           MOVE 'N' TO WS-DUP-DOC-SW
           MOVE 'N' TO WS-ID-EOF-SW
           MOVE DT-CUST-ID TO ID-CUST-ID
           MOVE ZERO       TO ID-DOC-SEQ
           START ID-DOCUMENT KEY IS NOT LESS THAN ID-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ID-EOF-SW
           END-START

           PERFORM 4510-SCAN-ONE-DOC THRU 4510-EXIT
               UNTIL WS-ID-EOF.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4510-SCAN-ONE-DOC THRU 4510-EXIT
      *----------------------------------------------------------------*
       4510-SCAN-ONE-DOC.
           READ ID-DOCUMENT NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ID-EOF-SW
           END-READ
           IF WS-ID-EOF
               GO TO 4510-EXIT
           END-IF
           IF ID-CUST-ID NOT = DT-CUST-ID
               MOVE 'Y' TO WS-ID-EOF-SW
               GO TO 4510-EXIT
           END-IF
           MOVE ID-DOC-SEQ TO WS-HIGH-SEQ
           IF ID-ACTIVE
               AND ID-DOC-TYPE    = DT-DOC-TYPE
               AND ID-DOC-NUMBER  = DT-DOC-NUMBER
               AND ID-EXPIRY-DATE = DT-EXPIRY-DATE
               MOVE 'Y' TO WS-DUP-DOC-SW
           END-IF.
       4510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-ADD-DOCUMENT THRU 5000-EXIT
      *   Writes the document at the next sequence, then supersedes
      *   the customer's earlier active documents of the same type.
      *----------------------------------------------------------------*
       5000-ADD-DOCUMENT.
           COMPUTE WS-NEW-SEQ = WS-HIGH-SEQ + 1
           MOVE SPACES           TO ID-DOCUMENT-RECORD
           MOVE DT-CUST-ID       TO ID-CUST-ID
           MOVE WS-NEW-SEQ       TO ID-DOC-SEQ
           MOVE DT-DOC-TYPE      TO ID-DOC-TYPE
           MOVE DT-ISSUER        TO ID-ISSUER
           MOVE DT-DOC-NUMBER    TO ID-DOC-NUMBER
           MOVE DT-ISSUE-DATE    TO ID-ISSUE-DATE
           MOVE DT-EXPIRY-DATE   TO ID-EXPIRY-DATE
           MOVE DT-VERIFY-METHOD TO ID-VERIFY-METHOD
           MOVE DT-OPER-ID       TO ID-VERIFY-OPER
           MOVE WS-TODAY         TO ID-VERIFY-DATE
           MOVE 'A'              TO ID-STATUS
           MOVE WS-TODAY         TO ID-STATUS-DATE
           WRITE ID-DOCUMENT-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'DOCUMENT WRITE FAILED' TO WS-REJECT-REASON
           END-WRITE
           IF NOT WS-RECORD-VALID
               GO TO 5000-EXIT
           END-IF

           ADD 1 TO WS-ADD-CNT
           IF NOT WS-ON-MASTER
               ADD 1 TO WS-NEW-CUST-CNT
           END-IF
           MOVE SPACES TO WS-JR-BEFORE
           MOVE ID-DOCUMENT-RECORD TO WS-JR-AFTER
           MOVE 'A' TO WS-JR-ACTION
           MOVE ID-KEY TO WS-JR-KEY
           PERFORM 9800-WRITE-JOURNAL THRU 9800-EXIT

           MOVE 'N' TO WS-ID-EOF-SW
           MOVE DT-CUST-ID TO ID-CUST-ID
           MOVE ZERO       TO ID-DOC-SEQ
           START ID-DOCUMENT KEY IS NOT LESS THAN ID-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ID-EOF-SW
           END-START
           PERFORM 5100-SUPERSEDE-ONE-DOC THRU 5100-EXIT
               UNTIL WS-ID-EOF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-SUPERSEDE-ONE-DOC THRU 5100-EXIT
      *----------------------------------------------------------------*
       5100-SUPERSEDE-ONE-DOC.
           READ ID-DOCUMENT NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ID-EOF-SW
           END-READ
           IF WS-ID-EOF
               GO TO 5100-EXIT
           END-IF
           IF ID-CUST-ID NOT = DT-CUST-ID
               MOVE 'Y' TO WS-ID-EOF-SW
               GO TO 5100-EXIT
           END-IF
           IF NOT ID-ACTIVE
               OR ID-DOC-TYPE NOT = DT-DOC-TYPE
               OR ID-DOC-SEQ = WS-NEW-SEQ
               GO TO 5100-EXIT
           END-IF

           MOVE ID-DOCUMENT-RECORD TO WS-JR-BEFORE
           MOVE 'S'      TO ID-STATUS
           MOVE WS-TODAY TO ID-STATUS-DATE
           REWRITE ID-DOCUMENT-RECORD
               INVALID KEY
                   DISPLAY 'IDDMNT - SUPERSEDE REWRITE FAILED FOR '
                       ID-KEY
                   GO TO 5100-EXIT
           END-REWRITE
           ADD 1 TO WS-SUPERSEDE-CNT
           MOVE ID-DOCUMENT-RECORD TO WS-JR-AFTER
           MOVE 'C' TO WS-JR-ACTION
           MOVE ID-KEY TO WS-JR-KEY
           PERFORM 9800-WRITE-JOURNAL THRU 9800-EXIT.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-REMOVE-DOCUMENT THRU 7000-EXIT
      *   Takes a document keyed in error off the customer's record.
      *   A superseded document stays as it is - the history of
      *   what was on file when is the point of the file.
      *----------------------------------------------------------------*
       7000-REMOVE-DOCUMENT.
           MOVE DT-CUST-ID TO ID-CUST-ID
           MOVE DT-DOC-SEQ TO ID-DOC-SEQ
           READ ID-DOCUMENT
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'DOCUMENT NOT ON FILE' TO WS-REJECT-REASON
           END-READ
           IF NOT WS-RECORD-VALID
               GO TO 7000-EXIT
           END-IF
           IF NOT ID-ACTIVE
               MOVE 'N' TO WS-VALID-SW
               MOVE 'DOCUMENT IS NOT ACTIVE' TO WS-REJECT-REASON
               GO TO 7000-EXIT
           END-IF

           MOVE ID-DOCUMENT-RECORD TO WS-JR-BEFORE
           MOVE 'X'      TO ID-STATUS
           MOVE WS-TODAY TO ID-STATUS-DATE
           REWRITE ID-DOCUMENT-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE
           IF WS-RECORD-VALID
               ADD 1 TO WS-REMOVE-CNT
               MOVE ID-DOCUMENT-RECORD TO WS-JR-AFTER
               MOVE 'C' TO WS-JR-ACTION
               MOVE ID-KEY TO WS-JR-KEY
               PERFORM 9800-WRITE-JOURNAL THRU 9800-EXIT
           END-IF.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-WRITE-REJECT THRU 8000-EXIT
      *----------------------------------------------------------------*
       8000-WRITE-REJECT.
           MOVE DT-CUST-ID           TO DJ-CUST-ID
           MOVE DT-ACTION            TO DJ-ACTION
           MOVE WS-REJECT-REASON     TO DJ-REASON
           MOVE DOCUMENT-TRAN-RECORD TO DJ-TRAN-IMAGE
           WRITE DOCUMENT-REJECT-RECORD
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
           MOVE 'IDDOC' TO JR-FILE-NAME
           MOVE WS-JR-KEY TO JR-RECORD-KEY
           MOVE WS-JR-ACTION TO JR-ACTION
           ACCEPT JR-DATE FROM DATE YYYYMMDD
           ACCEPT JR-TIME FROM TIME
           MOVE 'IDDMNT' TO JR-PROGRAM
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
           MOVE 'IDDMNT' TO RL-PROGRAM
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
