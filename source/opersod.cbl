      *================================================================*
      * OPERSOD - SEGREGATION-OF-DUTIES CONFLICT REPORT
      *
      * Runs nightly after OPERMNT.  Reads the whole operator
      * master and lists every active or suspended operator whose
      * profile puts both halves of a two-person control in one
      * pair of hands, or leaves nobody to recertify them:
      *
      *   WIE + WIA      - can enter a wire and approve it
      *   FWR + FWA      - can request a fee waiver and approve it
      *   DCA + CUS/ACT/FRD
      *                  - can key high-risk maintenance and give
      *                    the dual-control approval for it
      *   SEC + business - can grant entitlements and use them
      *   SYS + approval - a batch service ID holding WIA, FWA or
      *                    DCA, which no person answers for
      *   own manager    - OP-MANAGER-ID is the operator or blank,
      *                    so no one else recertifies them
      *
      * OPERMNT does not refuse these combinations - a two-teller
      * branch may have to run with one under a compensating
      * control - so the report is the control: security
      * administration works it every morning.  Revoked profiles
      * are skipped.  The report goes to OPERSOD.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERSOD.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL SEGREGATION-OF-DUTIES REPORT.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO OPERMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT SOD-REPORT ASSIGN TO OPERSOD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUN-LOG ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT PROC-DATE-CTL ASSIGN TO PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
           COPY "opermstr.cpy".

       FD  SOD-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       FD  RUN-LOG.
           COPY "runlog.cpy".

       FD  PROC-DATE-CTL
           RECORD CONTAINS 8 CHARACTERS.
       01  PROC-DATE-RECORD               PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-PDATE-STATUS                PIC X(02).

       01  WS-RUNLOG-STATUS               PIC X(02).
       01  WS-RL-PHASE                    PIC X(01).
       01  WS-RL-COUNT                    PIC 9(09).

       01  WS-OPER-STATUS                 PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-OPER-FLAGGED-SW         PIC X(01)   VALUE 'N'.
               88  WS-OPER-FLAGGED         VALUE 'Y'.

      *----------------------------------------------------------------*
      * ONE SWITCH PER ENTITLEMENT CLASS THE CONFLICT RULES TEST,
      * SET FROM THE OPERATOR'S OP-ENT-CLASS TABLE.
      *----------------------------------------------------------------*
       01  WS-CLASS-FLAGS.
           05  WS-HAS-CUS                 PIC X(01).
           05  WS-HAS-FRD                 PIC X(01).
           05  WS-HAS-ACT                 PIC X(01).
           05  WS-HAS-WIE                 PIC X(01).
           05  WS-HAS-WIA                 PIC X(01).
           05  WS-HAS-FWR                 PIC X(01).
           05  WS-HAS-FWA                 PIC X(01).
           05  WS-HAS-DCA                 PIC X(01).
           05  WS-HAS-SEC                 PIC X(01).
       01  WS-BUSINESS-CNT                PIC 9(02)   VALUE ZERO.
       01  WS-ENT-IDX                     PIC 9(02)   VALUE ZERO.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-CONFLICT-TEXT               PIC X(50)   VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-READ-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-SKIP-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-FLAGGED-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-CONFLICT-CNT            PIC 9(07)   VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER PIC X(46) VALUE
               'OPERSOD - SEGREGATION-OF-DUTIES CONFLICTS ON  '.
           05  WS-HD-DATE                 PIC 9(08).

       01  WS-COLUMN-LINE.
           05  FILLER PIC X(50) VALUE
               'OPERATOR  NAME                           BRANCH   '.
           05  FILLER PIC X(20) VALUE
               'ROLE ST  CONFLICT   '.

       01  WS-DETAIL-LINE.
           05  WS-DL-OPER-ID              PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DL-NAME                 PIC X(30).
           05  FILLER PIC X(01) VALUE SPACES.
           05  WS-DL-BRANCH-ID            PIC X(05).
           05  FILLER PIC X(04) VALUE SPACES.
           05  WS-DL-ROLE                 PIC X(03).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DL-STATUS               PIC X(01).
           05  FILLER PIC X(03) VALUE SPACES.
           05  WS-DL-CONFLICT             PIC X(50).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                PIC X(30).
           05  WS-TL-COUNT                PIC Z(06)9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'S' TO WS-RL-PHASE
           MOVE ZERO TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-OPERATOR THRU 2000-EXIT
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
           OPEN INPUT OPERATOR-MASTER
           OPEN OUTPUT SOD-REPORT
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           MOVE WS-TODAY TO WS-HD-DATE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 2100-READ-OPERATOR.

      *----------------------------------------------------------------*
      * 2000-PROCESS-OPERATOR THRU 2000-EXIT
      *----------------------------------------------------------------*
       2000-PROCESS-OPERATOR.
           ADD 1 TO WS-READ-CNT
           IF OP-STATUS = 'R'
               ADD 1 TO WS-SKIP-CNT
               PERFORM 2100-READ-OPERATOR
               GO TO 2000-EXIT
           END-IF

           MOVE 'N' TO WS-OPER-FLAGGED-SW
           MOVE ALL 'N' TO WS-CLASS-FLAGS
           MOVE ZERO TO WS-BUSINESS-CNT
           PERFORM 2200-NOTE-CLASS THRU 2200-EXIT
               VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > 12

           IF WS-HAS-WIE = 'Y' AND WS-HAS-WIA = 'Y'
               MOVE 'WIRE ENTRY AND WIRE APPROVAL (WIE+WIA)' TO
                   WS-CONFLICT-TEXT
               PERFORM 4000-WRITE-CONFLICT THRU 4000-EXIT
           END-IF
           IF WS-HAS-FWR = 'Y' AND WS-HAS-FWA = 'Y'
               MOVE 'WAIVER REQUEST AND WAIVER APPROVAL (FWR+FWA)' TO
                   WS-CONFLICT-TEXT
               PERFORM 4000-WRITE-CONFLICT THRU 4000-EXIT
           END-IF
           IF WS-HAS-DCA = 'Y'
               AND (WS-HAS-CUS = 'Y' OR WS-HAS-ACT = 'Y'
                    OR WS-HAS-FRD = 'Y')
               MOVE 'KEYS MAINTENANCE AND DUAL-CONTROL APPROVES' TO
                   WS-CONFLICT-TEXT
               PERFORM 4000-WRITE-CONFLICT THRU 4000-EXIT
           END-IF
           IF WS-HAS-SEC = 'Y' AND WS-BUSINESS-CNT > ZERO
               MOVE 'SECURITY ADMIN HOLDS BUSINESS ENTITLEMENTS' TO
                   WS-CONFLICT-TEXT
               PERFORM 4000-WRITE-CONFLICT THRU 4000-EXIT
           END-IF
           IF OP-ROLE = 'SYS'
               AND (WS-HAS-WIA = 'Y' OR WS-HAS-FWA = 'Y'
                    OR WS-HAS-DCA = 'Y')
               MOVE 'SERVICE ID HOLDS AN APPROVAL ENTITLEMENT' TO
                   WS-CONFLICT-TEXT
               PERFORM 4000-WRITE-CONFLICT THRU 4000-EXIT
           END-IF
           IF OP-MANAGER-ID = SPACES OR OP-MANAGER-ID = OP-OPER-ID
               MOVE 'NO OTHER MANAGER TO RECERTIFY ACCESS' TO
                   WS-CONFLICT-TEXT
               PERFORM 4000-WRITE-CONFLICT THRU 4000-EXIT
           END-IF

           IF WS-OPER-FLAGGED
               ADD 1 TO WS-FLAGGED-CNT
           END-IF

           PERFORM 2100-READ-OPERATOR.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-READ-OPERATOR
      *----------------------------------------------------------------*
       2100-READ-OPERATOR.
           READ OPERATOR-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 2200-NOTE-CLASS THRU 2200-EXIT
      *   Every class other than 'SEC' counts as a business
      *   entitlement for the security-administrator rule.
      *----------------------------------------------------------------*
       2200-NOTE-CLASS.
           IF OP-ENT-CLASS(WS-ENT-IDX) = SPACES
               GO TO 2200-EXIT
           END-IF
           IF OP-ENT-CLASS(WS-ENT-IDX) NOT = 'SEC'
               ADD 1 TO WS-BUSINESS-CNT
           END-IF
           EVALUATE OP-ENT-CLASS(WS-ENT-IDX)
               WHEN 'CUS'
                   MOVE 'Y' TO WS-HAS-CUS
               WHEN 'FRD'
                   MOVE 'Y' TO WS-HAS-FRD
               WHEN 'ACT'
                   MOVE 'Y' TO WS-HAS-ACT
               WHEN 'WIE'
                   MOVE 'Y' TO WS-HAS-WIE
               WHEN 'WIA'
                   MOVE 'Y' TO WS-HAS-WIA
               WHEN 'FWR'
                   MOVE 'Y' TO WS-HAS-FWR
               WHEN 'FWA'
                   MOVE 'Y' TO WS-HAS-FWA
               WHEN 'DCA'
                   MOVE 'Y' TO WS-HAS-DCA
               WHEN 'SEC'
                   MOVE 'Y' TO WS-HAS-SEC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'OPERATORS READ' TO WS-TL-LABEL
           MOVE WS-READ-CNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'REVOKED - NOT CHECKED' TO WS-TL-LABEL
           MOVE WS-SKIP-CNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'OPERATORS WITH CONFLICTS' TO WS-TL-LABEL
           MOVE WS-FLAGGED-CNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'CONFLICTS REPORTED' TO WS-TL-LABEL
           MOVE WS-CONFLICT-CNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE

           CLOSE OPERATOR-MASTER
           CLOSE SOD-REPORT
           DISPLAY 'OPERSOD READ      = ' WS-READ-CNT
           DISPLAY 'OPERSOD FLAGGED   = ' WS-FLAGGED-CNT
           DISPLAY 'OPERSOD CONFLICTS = ' WS-CONFLICT-CNT.

      *----------------------------------------------------------------*
      * 4000-WRITE-CONFLICT THRU 4000-EXIT
      *----------------------------------------------------------------*
       4000-WRITE-CONFLICT.
           MOVE 'Y' TO WS-OPER-FLAGGED-SW
           ADD 1 TO WS-CONFLICT-CNT
           MOVE OP-OPER-ID       TO WS-DL-OPER-ID
           MOVE OP-NAME          TO WS-DL-NAME
           MOVE OP-BRANCH-ID     TO WS-DL-BRANCH-ID
           MOVE OP-ROLE          TO WS-DL-ROLE
           MOVE OP-STATUS        TO WS-DL-STATUS
           MOVE WS-CONFLICT-TEXT TO WS-DL-CONFLICT
           MOVE WS-DETAIL-LINE   TO RPT-LINE
           WRITE RPT-LINE.
       4000-EXIT.
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
           MOVE 'OPERSOD' TO RL-PROGRAM
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
