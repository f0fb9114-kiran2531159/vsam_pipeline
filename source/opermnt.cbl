      *================================================================*
      * OPERMNT - OPERATOR SECURITY PROFILE MAINTENANCE
      *
      * Applies add / change / status / recertification transactions
      * against the OPERATOR-RECORD VSAM KSDS (keyed on OP-OPER-ID)
      * every maintenance program checks its submitting operator
      * against.  Each transaction carries the ID of the operator
      * submitting it, who must be active and - for everything but
      * a recertification - entitled to operator security
      * administration ('SEC').  Nobody maintains their own profile.
      * A recertification is the operator's own manager (OP-MANAGER-
      * ID) confirming the access is still right; OPERCERT lists
      * what is due each quarter.  Every add and rewrite journals
      * to MNTJRNL with the before and after images, and rejected
      * transactions go to OPERREJ with a reason code.
      *
      * OT-ACTION values:
      *   'A' = add a new operator (status active)
      *   'C' = change name / branch / role / manager / limits /
      *         entitlements
      *   'S' = suspend an active operator
      *   'R' = revoke (permanent - a returning operator gets a
      *         new ID)
      *   'I' = reinstate a suspended operator
      *   'Q' = recertify (submitted by the operator's manager)
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL OPERATOR PROFILE MAINTENANCE -
      *                    THE MAINTENANCE PROGRAMS TOOK WHATEVER
      *                    OPERATOR ID WAS KEYED ON TRUST.
      *   2026-10-15  DS   NEW ENTITLEMENT CLASS 'PRM' - PROMOTIONAL
      *                    CAMPAIGN MAINTENANCE (CAMPMNT).
      *   2026-10-15  DS   NEW ENTITLEMENT CLASS 'OCI' - OFFICIAL
      *                    CHECK ISSUANCE (OFCMNT).
      *   2026-10-15  DS   NEW ENTITLEMENT CLASS 'SDB' - SAFE DEPOSIT
      *                    BOX MAINTENANCE (SDBMNT).
      *   2026-10-15  DS   NEW ENTITLEMENT CLASS 'ATM' - ATM TERMINAL
      *                    MAINTENANCE (ATMMNT).
      *   2026-10-15  DS   NEW ENTITLEMENT CLASS 'VLT' - BRANCH VAULT
      *                    CASH MAINTENANCE (VLTMNT).
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO OPERMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPER-ID
               ALTERNATE RECORD KEY IS OP-BRANCH-ID WITH DUPLICATES
               FILE STATUS IS WS-OPER-STATUS.

           SELECT BRANCH-MASTER ASSIGN TO BRANMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRANCH-ID
               FILE STATUS IS WS-BRAN-STATUS.

           SELECT OPERATOR-TRANS ASSIGN TO OPERTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT OPERATOR-REJECT ASSIGN TO OPERREJ
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

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
           COPY "opermstr.cpy".

       FD  BRANCH-MASTER.
           COPY "branch.cpy".

       FD  OPERATOR-TRANS
           RECORD CONTAINS 130 CHARACTERS.
       01  OPER-TRAN-RECORD.
           05  OT-ACTION                  PIC X(01).
           05  OT-OPER-ID                 PIC X(08).
           05  OT-NAME                    PIC X(30).
           05  OT-BRANCH-ID               PIC X(05).
           05  OT-ROLE                    PIC X(03).
               88  OT-ROLE-VALID           VALUE 'TLR' 'CSR' 'OPS'
                                                 'SUP' 'MGR' 'SEC'
                                                 'SYS'.
           05  OT-MANAGER-ID              PIC X(08).
           05  OT-KEY-LIMIT               PIC S9(11)V99.
           05  OT-APPR-LIMIT              PIC S9(11)V99.
           05  OT-ENTITLEMENTS.
               10  OT-ENT-CLASS           PIC X(03) OCCURS 12 TIMES.
           05  OT-MAINT-OPER              PIC X(08).
           05  FILLER                     PIC X(05).

       FD  OPERATOR-REJECT
           RECORD CONTAINS 179 CHARACTERS.
       01  OPER-REJECT-RECORD.
           05  OJ-OPER-ID                 PIC X(08).
           05  OJ-ACTION                  PIC X(01).
           05  OJ-REASON                  PIC X(40).
           05  OJ-TRAN-IMAGE              PIC X(130).

       FD  RUN-LOG.
           COPY "runlog.cpy".

       FD  MAINT-JOURNAL.
           COPY "mntjrnl.cpy".

       FD  PROC-DATE-CTL
           RECORD CONTAINS 8 CHARACTERS.
       01  PROC-DATE-RECORD               PIC 9(08).

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

       01  WS-OPER-STATUS                 PIC X(02).
       01  WS-BRAN-STATUS                 PIC X(02).
       01  WS-TRAN-STATUS                 PIC X(02).
       01  WS-REJ-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-VALID-SW                PIC X(01)   VALUE 'Y'.
               88  WS-RECORD-VALID         VALUE 'Y'.
           05  WS-SUB-SEC-SW              PIC X(01)   VALUE 'N'.
               88  WS-SUB-IS-SEC           VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-NEW-STATUS                  PIC X(01)   VALUE SPACE.
       01  WS-ENT-IDX                     PIC 9(02)   VALUE ZERO.

      *----------------------------------------------------------------*
      * THE ENTITLEMENT CLASSES OPERMSTR DOCUMENTS - A CLASS KEYED
      * ON A TRANSACTION MUST BE ONE OF THESE.
      *----------------------------------------------------------------*
       01  WS-ENT-CLASS-CHECK             PIC X(03)   VALUE SPACES.
           88  WS-ENT-CLASS-VALID          VALUE 'CUS' 'FRD' 'ACT'
                                                 'DRW' 'CDM' 'STP'
                                                 'WIE' 'WIA' 'FWR'
                                                 'FWA' 'DCA' 'SEC'
                                                 'PRM' 'OCI' 'SDB'
                                                 'ATM' 'VLT'.

       01  WS-COUNTERS.
           05  WS-READ-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-ADD-CNT                 PIC 9(07)   VALUE ZERO.
           05  WS-CHANGE-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-STATUS-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-CERT-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-REJECT-CNT              PIC 9(07)   VALUE ZERO.

       01  WS-REJECT-REASON               PIC X(40).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'S' TO WS-RL-PHASE
           MOVE ZERO TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 3000-TERMINATE
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-READ-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O   OPERATOR-MASTER
           OPEN INPUT BRANCH-MASTER
           OPEN INPUT OPERATOR-TRANS
           OPEN OUTPUT OPERATOR-REJECT
           OPEN EXTEND MAINT-JOURNAL
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           PERFORM 2100-READ-TRANS.

      *----------------------------------------------------------------*
      * 2000-PROCESS-TRANS THRU 2000-EXIT
      *----------------------------------------------------------------*
       2000-PROCESS-TRANS.
           ADD 1 TO WS-READ-CNT
           MOVE 'Y' TO WS-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON

           PERFORM 2200-CHECK-SUBMITTER THRU 2200-EXIT
           IF NOT WS-RECORD-VALID
               PERFORM 8000-WRITE-REJECT THRU 8000-EXIT
               PERFORM 2100-READ-TRANS
               GO TO 2000-EXIT
           END-IF

           EVALUATE OT-ACTION
               WHEN 'A'
                   PERFORM 4000-VALIDATE-PROFILE THRU 4000-EXIT
                   IF WS-RECORD-VALID
                       PERFORM 5000-ADD-OPERATOR THRU 5000-EXIT
                   END-IF
               WHEN 'C'
                   PERFORM 4000-VALIDATE-PROFILE THRU 4000-EXIT
                   IF WS-RECORD-VALID
                       PERFORM 6000-CHANGE-OPERATOR THRU 6000-EXIT
                   END-IF
               WHEN 'S'
               WHEN 'R'
               WHEN 'I'
                   PERFORM 7000-CHANGE-STATUS THRU 7000-EXIT
               WHEN 'Q'
                   PERFORM 7500-RECERTIFY THRU 7500-EXIT
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
           READ OPERATOR-TRANS
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 2200-CHECK-SUBMITTER THRU 2200-EXIT
      *   The submitting operator must be on file and active, may
      *   not be the operator being maintained, and needs 'SEC' for
      *   everything except a recertification (7500 checks that the
      *   submitter is the operator's manager instead).
      *----------------------------------------------------------------*
       2200-CHECK-SUBMITTER.
           MOVE 'N' TO WS-SUB-SEC-SW
           IF OT-MAINT-OPER = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE 'SUBMITTING OPERATOR MUST BE SUPPLIED' TO
                   WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF
           IF OT-MAINT-OPER = OT-OPER-ID
               MOVE 'N' TO WS-VALID-SW
               MOVE 'OPERATOR MAY NOT MAINTAIN OWN PROFILE' TO
                   WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF

           MOVE OT-MAINT-OPER TO OP-OPER-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'SUBMITTING OPERATOR NOT ON FILE' TO
                       WS-REJECT-REASON
                   GO TO 2200-EXIT
           END-READ
           IF OP-STATUS NOT = 'A'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'SUBMITTING OPERATOR NOT ACTIVE' TO
                   WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF

           PERFORM 2210-MATCH-SEC THRU 2210-EXIT
               VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > 12 OR WS-SUB-IS-SEC
           IF OT-ACTION NOT = 'Q' AND NOT WS-SUB-IS-SEC
               MOVE 'N' TO WS-VALID-SW
               MOVE 'OPERATOR NOT ENTITLED TO FUNCTION' TO
                   WS-REJECT-REASON
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2210-MATCH-SEC THRU 2210-EXIT
      *----------------------------------------------------------------*
       2210-MATCH-SEC.
           IF OP-ENT-CLASS(WS-ENT-IDX) = 'SEC'
               MOVE 'Y' TO WS-SUB-SEC-SW
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           CLOSE OPERATOR-MASTER
           CLOSE BRANCH-MASTER
           CLOSE OPERATOR-TRANS
           CLOSE OPERATOR-REJECT
           CLOSE MAINT-JOURNAL
           DISPLAY 'OPERMNT READ        = ' WS-READ-CNT
           DISPLAY 'OPERMNT ADDED       = ' WS-ADD-CNT
           DISPLAY 'OPERMNT CHANGED     = ' WS-CHANGE-CNT
           DISPLAY 'OPERMNT STATUS CHGS = ' WS-STATUS-CNT
           DISPLAY 'OPERMNT RECERTIFIED = ' WS-CERT-CNT
           DISPLAY 'OPERMNT REJECTED    = ' WS-REJECT-CNT.

      *----------------------------------------------------------------*
      * 4000-VALIDATE-PROFILE THRU 4000-EXIT
      *   Edits the profile fields an add or change carries.  The
      *   manager must be another operator already on file and not
      *   revoked - the recertification trail runs through them.
      *   Entitlement combinations are not refused here; OPERSOD
      *   reports the segregation-of-duties conflicts nightly.
      *----------------------------------------------------------------*
       4000-VALIDATE-PROFILE.
           IF OT-OPER-ID = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE 'OPERATOR ID MUST BE SUPPLIED' TO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF
           IF OT-NAME = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE 'OPERATOR NAME REQUIRED' TO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF
           IF NOT OT-ROLE-VALID
               MOVE 'N' TO WS-VALID-SW
               MOVE 'INVALID OPERATOR ROLE' TO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF
           IF OT-KEY-LIMIT NOT NUMERIC OR OT-APPR-LIMIT NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               MOVE 'OPERATOR LIMITS MUST BE NUMERIC' TO
                   WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF
           IF OT-KEY-LIMIT < ZERO OR OT-APPR-LIMIT < ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'OPERATOR LIMITS CANNOT BE NEGATIVE' TO
                   WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF

           PERFORM 4100-CHECK-ENT-CLASS THRU 4100-EXIT
               VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > 12 OR NOT WS-RECORD-VALID
           IF NOT WS-RECORD-VALID
               GO TO 4000-EXIT
           END-IF

           MOVE OT-BRANCH-ID TO BRANCH-ID
           READ BRANCH-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'BRANCH NOT ON BRANCH MASTER' TO
                       WS-REJECT-REASON
                   GO TO 4000-EXIT
           END-READ
           IF BRANCH-STATUS = 'C'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'BRANCH IS CLOSED' TO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF

           IF OT-MANAGER-ID = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE 'MANAGER ID REQUIRED' TO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF
           IF OT-MANAGER-ID = OT-OPER-ID
               MOVE 'N' TO WS-VALID-SW
               MOVE 'OPERATOR CANNOT BE OWN MANAGER' TO
                   WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF
           MOVE OT-MANAGER-ID TO OP-OPER-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'MANAGER NOT ON OPERATOR MASTER' TO
                       WS-REJECT-REASON
                   GO TO 4000-EXIT
           END-READ
           IF OP-STATUS = 'R'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'MANAGER ACCESS REVOKED' TO WS-REJECT-REASON
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-CHECK-ENT-CLASS THRU 4100-EXIT
      *----------------------------------------------------------------*
       4100-CHECK-ENT-CLASS.
           IF OT-ENT-CLASS(WS-ENT-IDX) = SPACES
               GO TO 4100-EXIT
           END-IF
           MOVE OT-ENT-CLASS(WS-ENT-IDX) TO WS-ENT-CLASS-CHECK
           IF NOT WS-ENT-CLASS-VALID
               MOVE 'N' TO WS-VALID-SW
               MOVE 'INVALID ENTITLEMENT CLASS' TO WS-REJECT-REASON
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-ADD-OPERATOR THRU 5000-EXIT
      *----------------------------------------------------------------*
       5000-ADD-OPERATOR.
           MOVE SPACES                 TO OPERATOR-RECORD
           MOVE OT-OPER-ID             TO OP-OPER-ID
           MOVE OT-NAME                TO OP-NAME
           MOVE OT-BRANCH-ID           TO OP-BRANCH-ID
           MOVE OT-ROLE                TO OP-ROLE
           MOVE 'A'                    TO OP-STATUS
           MOVE OT-MANAGER-ID          TO OP-MANAGER-ID
           MOVE OT-KEY-LIMIT           TO OP-KEY-LIMIT
           MOVE OT-APPR-LIMIT          TO OP-APPR-LIMIT
           MOVE OT-ENTITLEMENTS        TO OP-ENTITLEMENTS
           MOVE WS-TODAY               TO OP-ADD-DATE
           MOVE WS-TODAY               TO OP-STATUS-DATE
           MOVE ZERO                   TO OP-LAST-CERT-DATE
           MOVE SPACES                 TO OP-LAST-CERT-BY
           MOVE OT-MAINT-OPER          TO OP-LAST-MAINT-OPER
           WRITE OPERATOR-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'OPERATOR ID ALREADY ON FILE' TO
                       WS-REJECT-REASON
           END-WRITE

           IF WS-RECORD-VALID
               ADD 1 TO WS-ADD-CNT
               MOVE SPACES TO WS-JR-BEFORE
               MOVE OPERATOR-RECORD TO WS-JR-AFTER
               MOVE 'A' TO WS-JR-ACTION
               MOVE OP-OPER-ID TO WS-JR-KEY
               PERFORM 9800-WRITE-JOURNAL THRU 9800-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-CHANGE-OPERATOR THRU 6000-EXIT
      *   A revoked profile is frozen - it stays on file only as the
      *   audit record of what that ID could once do.
      *----------------------------------------------------------------*
       6000-CHANGE-OPERATOR.
           MOVE OT-OPER-ID TO OP-OPER-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'OPERATOR ID NOT ON FILE' TO WS-REJECT-REASON
                   GO TO 6000-EXIT
           END-READ
           IF OP-STATUS = 'R'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'OPERATOR ACCESS REVOKED' TO WS-REJECT-REASON
               GO TO 6000-EXIT
           END-IF

           MOVE OPERATOR-RECORD TO WS-JR-BEFORE
           MOVE OT-NAME                TO OP-NAME
           MOVE OT-BRANCH-ID           TO OP-BRANCH-ID
           MOVE OT-ROLE                TO OP-ROLE
           MOVE OT-MANAGER-ID          TO OP-MANAGER-ID
           MOVE OT-KEY-LIMIT           TO OP-KEY-LIMIT
           MOVE OT-APPR-LIMIT          TO OP-APPR-LIMIT
           MOVE OT-ENTITLEMENTS        TO OP-ENTITLEMENTS
           MOVE OT-MAINT-OPER          TO OP-LAST-MAINT-OPER
           REWRITE OPERATOR-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE

           IF WS-RECORD-VALID
               ADD 1 TO WS-CHANGE-CNT
               MOVE OPERATOR-RECORD TO WS-JR-AFTER
               MOVE 'C' TO WS-JR-ACTION
               MOVE OP-OPER-ID TO WS-JR-KEY
               PERFORM 9800-WRITE-JOURNAL THRU 9800-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-CHANGE-STATUS THRU 7000-EXIT
      *   'S' suspends an active operator, 'I' reinstates a
      *   suspended one, 'R' revokes from either - revocation is
      *   final.
      *----------------------------------------------------------------*
       7000-CHANGE-STATUS.
           MOVE OT-OPER-ID TO OP-OPER-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'OPERATOR ID NOT ON FILE' TO WS-REJECT-REASON
                   GO TO 7000-EXIT
           END-READ

           EVALUATE OT-ACTION
               WHEN 'S'
                   IF OP-STATUS NOT = 'A'
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'OPERATOR IS NOT ACTIVE' TO
                           WS-REJECT-REASON
                   END-IF
                   MOVE 'S' TO WS-NEW-STATUS
               WHEN 'I'
                   IF OP-STATUS NOT = 'S'
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'OPERATOR IS NOT SUSPENDED' TO
                           WS-REJECT-REASON
                   END-IF
                   MOVE 'A' TO WS-NEW-STATUS
               WHEN OTHER
                   IF OP-STATUS = 'R'
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'OPERATOR ALREADY REVOKED' TO
                           WS-REJECT-REASON
                   END-IF
                   MOVE 'R' TO WS-NEW-STATUS
           END-EVALUATE
           IF NOT WS-RECORD-VALID
               GO TO 7000-EXIT
           END-IF

           MOVE OPERATOR-RECORD TO WS-JR-BEFORE
           MOVE WS-NEW-STATUS TO OP-STATUS
           MOVE WS-TODAY      TO OP-STATUS-DATE
           MOVE OT-MAINT-OPER TO OP-LAST-MAINT-OPER
           REWRITE OPERATOR-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE

           IF WS-RECORD-VALID
               ADD 1 TO WS-STATUS-CNT
               MOVE OPERATOR-RECORD TO WS-JR-AFTER
               MOVE 'C' TO WS-JR-ACTION
               MOVE OP-OPER-ID TO WS-JR-KEY
               PERFORM 9800-WRITE-JOURNAL THRU 9800-EXIT
           END-IF.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7500-RECERTIFY THRU 7500-EXIT
      *   Only the operator's own manager may recertify - the point
      *   is someone who knows the job confirming the access still
      *   fits it.  A manager who finds it does not asks security
      *   administration for a change or revocation instead.
      *----------------------------------------------------------------*
       7500-RECERTIFY.
           MOVE OT-OPER-ID TO OP-OPER-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'OPERATOR ID NOT ON FILE' TO WS-REJECT-REASON
                   GO TO 7500-EXIT
           END-READ
           IF OP-STATUS = 'R'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'OPERATOR ACCESS REVOKED' TO WS-REJECT-REASON
               GO TO 7500-EXIT
           END-IF
           IF OP-MANAGER-ID NOT = OT-MAINT-OPER
               MOVE 'N' TO WS-VALID-SW
               MOVE 'RECERTIFIER IS NOT THE OPERATOR MANAGER' TO
                   WS-REJECT-REASON
               GO TO 7500-EXIT
           END-IF

           MOVE OPERATOR-RECORD TO WS-JR-BEFORE
           MOVE WS-TODAY      TO OP-LAST-CERT-DATE
           MOVE OT-MAINT-OPER TO OP-LAST-CERT-BY
           MOVE OT-MAINT-OPER TO OP-LAST-MAINT-OPER
           REWRITE OPERATOR-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE

           IF WS-RECORD-VALID
               ADD 1 TO WS-CERT-CNT
               MOVE OPERATOR-RECORD TO WS-JR-AFTER
               MOVE 'C' TO WS-JR-ACTION
               MOVE OP-OPER-ID TO WS-JR-KEY
               PERFORM 9800-WRITE-JOURNAL THRU 9800-EXIT
           END-IF.
       7500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-WRITE-REJECT THRU 8000-EXIT
      *----------------------------------------------------------------*
       8000-WRITE-REJECT.
           MOVE OT-OPER-ID       TO OJ-OPER-ID
           MOVE OT-ACTION        TO OJ-ACTION
           MOVE WS-REJECT-REASON TO OJ-REASON
           MOVE OPER-TRAN-RECORD TO OJ-TRAN-IMAGE
           WRITE OPER-REJECT-RECORD
           ADD 1 TO WS-REJECT-CNT.
       8000-EXIT.
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
           MOVE 'OPERMNT' TO RL-PROGRAM
           MOVE WS-RL-PHASE TO RL-PHASE
           MOVE WS-RL-COUNT TO RL-RECORD-CNT
           MOVE RETURN-CODE TO RL-RETURN-CODE
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG.
       9900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9800-WRITE-JOURNAL THRU 9800-EXIT
      *   Appends one before/after image record to the maintenance
      *   journal for the add or rewrite just applied.  The caller
      *   leaves the key, action and both images in the WS-JR-*
      *   fields (before image spaces on an add).
      *----------------------------------------------------------------*
       9800-WRITE-JOURNAL.
           MOVE 'OPERMSTR' TO JR-FILE-NAME
           MOVE WS-JR-KEY TO JR-RECORD-KEY
           MOVE WS-JR-ACTION TO JR-ACTION
           MOVE WS-TODAY TO JR-DATE
           ACCEPT JR-TIME FROM TIME
           MOVE 'OPERMNT' TO JR-PROGRAM
           MOVE WS-JR-BEFORE TO JR-BEFORE-IMAGE
           MOVE WS-JR-AFTER TO JR-AFTER-IMAGE
           WRITE MAINT-JOURNAL-RECORD.
       9800-EXIT.
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
