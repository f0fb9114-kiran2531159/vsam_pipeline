      *================================================================*
      * CAMPMNT - PROMOTIONAL CAMPAIGN AND ENROLLMENT MAINTENANCE
      *
      * Marketing's only lever for a bonus-rate offer used to be a
      * product-wide RATETBL change or hand-editing each account's
      * ACCT-INTEREST-RATE.  This job keeps the offers themselves
      * on the campaign master (CAMPMAST) and the accounts taking
      * them up on the enrollment file (CAMPENRL); INTACCR pays the
      * bonus from the two.  Rejected transactions go to CAMPREJ
      * with a reason code, and every applied change is journaled,
      * the same add/change shape the other maintained masters use.
      *
      * CX-REC-TYPE 'C' - campaign maintenance:
      *   'A' = add a campaign
      *   'C' = change the description, end date, notice or
      *         retention days (the rate, rule, term and cap are
      *         what enrollees signed up for and never change)
      *   'X' = close the campaign to new enrollments
      * CX-REC-TYPE 'E' - enrollment maintenance:
      *   'A' = enroll an account - the campaign must be open and
      *         inside its enrollment window, the account open, of
      *         an eligible type, and not already in an offer; the
      *         night's balance becomes the new-money base
      *   'X' = withdraw the enrollment - the bonus stops
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPMNT.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL CAMPAIGN AND ENROLLMENT
      *                    MAINTENANCE.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-MASTER ASSIGN TO CAMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CAMP-CODE
               FILE STATUS IS WS-CAMP-STATUS.

           SELECT CAMPAIGN-ENROLL ASSIGN TO CAMPENRL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-KEY
               FILE STATUS IS WS-ENRL-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CAMP-TRANS ASSIGN TO CAMPTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT CAMP-REJECT ASSIGN TO CAMPREJ
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
       FD  CAMPAIGN-MASTER.
           COPY "campmstr.cpy".

       FD  CAMPAIGN-ENROLL.
           COPY "campenrl.cpy".

       FD  ACCOUNT-MASTER.
           COPY "account.cpy".

       FD  CAMP-TRANS
           RECORD CONTAINS 116 CHARACTERS.
       01  CAMP-TRAN-RECORD.
           05  CX-REC-TYPE                PIC X(01).
           05  CX-ACTION                  PIC X(01).
           05  CX-CAMP-CODE               PIC X(06).
           05  CX-OPER-ID                 PIC X(08).
           05  CX-CAMPAIGN-DATA.
               10  CX-DESCRIPTION         PIC X(30).
               10  CX-ELIG-TYPES.
                   15  CX-ELIG-TYPE       PIC X(03) OCCURS 5 TIMES.
               10  CX-BONUS-RATE          PIC 9(03)V9(04).
               10  CX-NEW-MONEY-RULE      PIC X(01).
               10  CX-START-DATE          PIC 9(08).
               10  CX-END-DATE            PIC 9(08).
               10  CX-BONUS-MONTHS        PIC 9(02).
               10  CX-BALANCE-CAP         PIC 9(11)V99.
               10  CX-NOTICE-DAYS         PIC 9(03).
               10  CX-RETAIN-DAYS         PIC 9(03).
               10  FILLER                 PIC X(10).
           05  CX-ENROLL-DATA REDEFINES CX-CAMPAIGN-DATA.
               10  CX-ACCT-NO             PIC 9(12).
               10  FILLER                 PIC X(88).

       FD  CAMP-REJECT
           RECORD CONTAINS 175 CHARACTERS.
       01  CAMP-REJECT-RECORD.
           05  CJ-CAMP-CODE               PIC X(06).
           05  CJ-REC-TYPE                PIC X(01).
           05  CJ-ACTION                  PIC X(01).
           05  CJ-REASON                  PIC X(40).
           05  CJ-TRAN-IMAGE              PIC X(116).
           05  FILLER                     PIC X(11).

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
       01  WS-JR-FILE-NAME                PIC X(08).
       01  WS-JR-ACTION                   PIC X(01).
       01  WS-JR-KEY                      PIC X(20).
       01  WS-JR-BEFORE                   PIC X(512).
       01  WS-JR-AFTER                    PIC X(512).

       01  WS-RUNLOG-STATUS               PIC X(02).
       01  WS-RL-PHASE                    PIC X(01).
       01  WS-RL-COUNT                    PIC 9(09).

       01  WS-CAMP-STATUS                 PIC X(02).
       01  WS-ENRL-STATUS                 PIC X(02).
       01  WS-ACCT-STATUS                 PIC X(02).
       01  WS-TRAN-STATUS                 PIC X(02).
       01  WS-REJ-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-VALID-SW                PIC X(01)   VALUE 'Y'.
               88  WS-RECORD-VALID         VALUE 'Y'.
           05  WS-ENRL-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-ENRL-EOF              VALUE 'Y'.
           05  WS-IN-FORCE-SW             PIC X(01)   VALUE 'N'.
               88  WS-IN-FORCE              VALUE 'Y'.
           05  WS-TYPE-OK-SW              PIC X(01)   VALUE 'N'.
               88  WS-TYPE-OK               VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-ELIG-IDX                    PIC 9(02)   VALUE ZERO.
       01  WS-ELIG-CNT                    PIC 9(02)   VALUE ZERO.

      *----------------------------------------------------------------*
      * DEFAULTS FOR A CAMPAIGN ADDED WITHOUT NOTICE OR RETENTION
      * DAYS.
      *----------------------------------------------------------------*
       01  WS-DEFAULT-NOTICE-DAYS         PIC 9(03)   VALUE 030.
       01  WS-DEFAULT-RETAIN-DAYS         PIC 9(03)   VALUE 090.

      *----------------------------------------------------------------*
      * EXPIRY DATE ARITHMETIC - ENROLLMENT DATE PLUS THE BONUS TERM
      * IN MONTHS, CLAMPED TO THE 28TH THE WAY CDMAINT SCHEDULES A
      * MATURITY.
      *----------------------------------------------------------------*
       01  WS-EXP-DATE                    PIC 9(08).
       01  WS-EXP-DATE-R REDEFINES WS-EXP-DATE.
           05  WS-EXP-YYYY                PIC 9(04).
           05  WS-EXP-MM                  PIC 9(02).
           05  WS-EXP-DD                  PIC 9(02).
       01  WS-EXP-MM-WORK                 PIC S9(05).
       01  WS-EXP-YY-ADD                  PIC S9(04).
       01  WS-EXP-MM-REM                  PIC S9(04).

       01  WS-COUNTERS.
           05  WS-READ-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-CAMP-ADD-CNT            PIC 9(07)   VALUE ZERO.
           05  WS-CAMP-CHANGE-CNT         PIC 9(07)   VALUE ZERO.
           05  WS-CAMP-CLOSE-CNT          PIC 9(07)   VALUE ZERO.
           05  WS-ENROLL-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-WITHDRAW-CNT            PIC 9(07)   VALUE ZERO.
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
           OPEN I-O   CAMPAIGN-MASTER
           OPEN I-O   CAMPAIGN-ENROLL
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT CAMP-TRANS
           OPEN OUTPUT CAMP-REJECT
           OPEN EXTEND MAINT-JOURNAL
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPER-STATUS = '00'
               MOVE 'Y' TO WS-OP-MASTER-SW
           ELSE
               DISPLAY 'CAMPMNT OPERATOR MASTER NOT AVAILABLE - '
                   'STATUS ' WS-OPER-STATUS
           END-IF
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           PERFORM 2100-READ-TRANS.

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

           EVALUATE CX-REC-TYPE ALSO CX-ACTION
               WHEN 'C' ALSO 'A'
                   PERFORM 4000-VALIDATE-CAMPAIGN THRU 4000-EXIT
                   IF WS-RECORD-VALID
                       PERFORM 5000-ADD-CAMPAIGN THRU 5000-EXIT
                   END-IF
               WHEN 'C' ALSO 'C'
                   PERFORM 4100-VALIDATE-CHANGE THRU 4100-EXIT
                   IF WS-RECORD-VALID
                       PERFORM 5100-CHANGE-CAMPAIGN THRU 5100-EXIT
                   END-IF
               WHEN 'C' ALSO 'X'
                   PERFORM 5200-CLOSE-CAMPAIGN THRU 5200-EXIT
               WHEN 'E' ALSO 'A'
                   PERFORM 6000-ENROLL-ACCOUNT THRU 6000-EXIT
               WHEN 'E' ALSO 'X'
                   PERFORM 6500-WITHDRAW-ENROLLMENT THRU 6500-EXIT
               WHEN OTHER
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'INVALID RECORD TYPE OR ACTION CODE' TO
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
           READ CAMP-TRANS
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 2200-CHECK-OPERATOR THRU 2200-EXIT
      *   The keying operator must be active on the operator master
      *   and entitled to promotional campaign maintenance ('PRM').
      *----------------------------------------------------------------*
       2200-CHECK-OPERATOR.
           MOVE CX-OPER-ID TO WS-OP-CHECK-ID
           MOVE 'PRM' TO WS-OP-CHECK-CLASS
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
           CLOSE CAMPAIGN-MASTER
           CLOSE CAMPAIGN-ENROLL
           CLOSE ACCOUNT-MASTER
           CLOSE CAMP-TRANS
           CLOSE CAMP-REJECT
           CLOSE MAINT-JOURNAL
           DISPLAY 'CAMPMNT READ               = ' WS-READ-CNT
           DISPLAY 'CAMPMNT CAMPAIGNS ADDED    = ' WS-CAMP-ADD-CNT
           DISPLAY 'CAMPMNT CAMPAIGNS CHANGED  = ' WS-CAMP-CHANGE-CNT
           DISPLAY 'CAMPMNT CAMPAIGNS CLOSED   = ' WS-CAMP-CLOSE-CNT
           DISPLAY 'CAMPMNT ACCOUNTS ENROLLED  = ' WS-ENROLL-CNT
           DISPLAY 'CAMPMNT ENROLLMENTS ENDED  = ' WS-WITHDRAW-CNT
           DISPLAY 'CAMPMNT REJECTED           = ' WS-REJECT-CNT.

      *----------------------------------------------------------------*
      * 4000-VALIDATE-CAMPAIGN THRU 4000-EXIT
      *----------------------------------------------------------------*
       4000-VALIDATE-CAMPAIGN.
           IF CX-CAMP-CODE = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE 'CAMPAIGN CODE MUST BE SUPPLIED' TO
                   WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF

           MOVE ZERO TO WS-ELIG-CNT
           PERFORM 4010-COUNT-ELIG-TYPE THRU 4010-EXIT
               VARYING WS-ELIG-IDX FROM 1 BY 1
               UNTIL WS-ELIG-IDX > 5
           IF WS-ELIG-CNT = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'AT LEAST ONE ELIGIBLE ACCT TYPE REQUIRED' TO
                   WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF

           IF CX-BONUS-RATE NOT NUMERIC OR CX-BONUS-RATE = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'BONUS RATE MUST BE GREATER THAN ZERO' TO
                   WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF

           IF CX-NEW-MONEY-RULE NOT = 'N' AND
              CX-NEW-MONEY-RULE NOT = 'A'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'NEW MONEY RULE MUST BE N OR A' TO
                   WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF

           IF CX-BALANCE-CAP NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               MOVE 'BALANCE CAP MUST BE NUMERIC' TO
                   WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF

           IF CX-BONUS-MONTHS NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               MOVE 'BONUS TERM IN MONTHS MUST BE NUMERIC' TO
                   WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF

           IF CX-START-DATE NOT NUMERIC OR CX-START-DATE = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'START DATE MUST BE SUPPLIED' TO
                   WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF

           PERFORM 4100-VALIDATE-CHANGE THRU 4100-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 4000-EXIT
           END-IF
           IF CX-END-DATE < CX-START-DATE
               MOVE 'N' TO WS-VALID-SW
               MOVE 'END DATE BEFORE START DATE' TO
                   WS-REJECT-REASON
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4010-COUNT-ELIG-TYPE THRU 4010-EXIT
      *----------------------------------------------------------------*
       4010-COUNT-ELIG-TYPE.
           IF CX-ELIG-TYPE(WS-ELIG-IDX) NOT = SPACES
               ADD 1 TO WS-ELIG-CNT
           END-IF.
       4010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-VALIDATE-CHANGE THRU 4100-EXIT
      *   The fields a change may carry - an end date is always
      *   required (an open-ended offer is a RATETBL change, not a
      *   campaign); zero notice or retention days take the
      *   defaults.
      *----------------------------------------------------------------*
       4100-VALIDATE-CHANGE.
           IF CX-END-DATE NOT NUMERIC OR CX-END-DATE = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'END DATE MUST BE SUPPLIED' TO
                   WS-REJECT-REASON
               GO TO 4100-EXIT
           END-IF

           IF CX-NOTICE-DAYS NOT NUMERIC
               OR CX-RETAIN-DAYS NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               MOVE 'NOTICE AND RETENTION DAYS MUST BE NUMERIC' TO
                   WS-REJECT-REASON
               GO TO 4100-EXIT
           END-IF
           IF CX-NOTICE-DAYS = ZERO
               MOVE WS-DEFAULT-NOTICE-DAYS TO CX-NOTICE-DAYS
           END-IF
           IF CX-RETAIN-DAYS = ZERO
               MOVE WS-DEFAULT-RETAIN-DAYS TO CX-RETAIN-DAYS
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-ADD-CAMPAIGN THRU 5000-EXIT
      *----------------------------------------------------------------*
       5000-ADD-CAMPAIGN.
           MOVE SPACES TO CAMPAIGN-RECORD
           MOVE CX-CAMP-CODE        TO CM-CAMP-CODE
           MOVE CX-DESCRIPTION      TO CM-DESCRIPTION
           MOVE CX-ELIG-TYPES       TO CM-ELIG-TYPES
           MOVE CX-BONUS-RATE       TO CM-BONUS-RATE
           MOVE CX-NEW-MONEY-RULE   TO CM-NEW-MONEY-RULE
           MOVE CX-START-DATE       TO CM-START-DATE
           MOVE CX-END-DATE         TO CM-END-DATE
           MOVE CX-BONUS-MONTHS     TO CM-BONUS-MONTHS
           MOVE CX-BALANCE-CAP      TO CM-BALANCE-CAP
           MOVE CX-NOTICE-DAYS      TO CM-NOTICE-DAYS
           MOVE CX-RETAIN-DAYS      TO CM-RETAIN-DAYS
           MOVE 'A'                 TO CM-STATUS
           MOVE WS-TODAY            TO CM-ADD-DATE
           MOVE WS-TODAY            TO CM-STATUS-DATE
           WRITE CAMPAIGN-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'CAMPAIGN ALREADY ON FILE' TO
                       WS-REJECT-REASON
           END-WRITE

           IF WS-RECORD-VALID
               ADD 1 TO WS-CAMP-ADD-CNT
               MOVE SPACES TO WS-JR-BEFORE
               MOVE CAMPAIGN-RECORD TO WS-JR-AFTER
               MOVE 'A' TO WS-JR-ACTION
               PERFORM 5900-JOURNAL-CAMPAIGN THRU 5900-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-CHANGE-CAMPAIGN THRU 5100-EXIT
      *   Extending or shortening the enrollment window moves only
      *   the window - enrollments already taken keep the expiry
      *   they were given.  A blank description leaves it as is.
      *----------------------------------------------------------------*
       5100-CHANGE-CAMPAIGN.
           MOVE CX-CAMP-CODE TO CM-CAMP-CODE
           READ CAMPAIGN-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'CAMPAIGN NOT ON FILE' TO WS-REJECT-REASON
                   GO TO 5100-EXIT
           END-READ
           IF CX-END-DATE < CM-START-DATE
               MOVE 'N' TO WS-VALID-SW
               MOVE 'END DATE BEFORE START DATE' TO
                   WS-REJECT-REASON
               GO TO 5100-EXIT
           END-IF

           MOVE CAMPAIGN-RECORD TO WS-JR-BEFORE
           IF CX-DESCRIPTION NOT = SPACES
               MOVE CX-DESCRIPTION TO CM-DESCRIPTION
           END-IF
           MOVE CX-END-DATE    TO CM-END-DATE
           MOVE CX-NOTICE-DAYS TO CM-NOTICE-DAYS
           MOVE CX-RETAIN-DAYS TO CM-RETAIN-DAYS
           REWRITE CAMPAIGN-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE

           IF WS-RECORD-VALID
               ADD 1 TO WS-CAMP-CHANGE-CNT
               MOVE CAMPAIGN-RECORD TO WS-JR-AFTER
               MOVE 'C' TO WS-JR-ACTION
               PERFORM 5900-JOURNAL-CAMPAIGN THRU 5900-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5200-CLOSE-CAMPAIGN THRU 5200-EXIT
      *----------------------------------------------------------------*
       5200-CLOSE-CAMPAIGN.
           MOVE CX-CAMP-CODE TO CM-CAMP-CODE
           READ CAMPAIGN-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'CAMPAIGN NOT ON FILE' TO WS-REJECT-REASON
                   GO TO 5200-EXIT
           END-READ
           IF CM-STATUS = 'C'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'CAMPAIGN ALREADY CLOSED' TO WS-REJECT-REASON
               GO TO 5200-EXIT
           END-IF

           MOVE CAMPAIGN-RECORD TO WS-JR-BEFORE
           MOVE 'C'      TO CM-STATUS
           MOVE WS-TODAY TO CM-STATUS-DATE
           REWRITE CAMPAIGN-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE

           IF WS-RECORD-VALID
               ADD 1 TO WS-CAMP-CLOSE-CNT
               MOVE CAMPAIGN-RECORD TO WS-JR-AFTER
               MOVE 'C' TO WS-JR-ACTION
               PERFORM 5900-JOURNAL-CAMPAIGN THRU 5900-EXIT
           END-IF.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5900-JOURNAL-CAMPAIGN THRU 5900-EXIT
      *----------------------------------------------------------------*
       5900-JOURNAL-CAMPAIGN.
           MOVE 'CAMPMAST'   TO WS-JR-FILE-NAME
           MOVE CM-CAMP-CODE TO WS-JR-KEY
           PERFORM 9800-WRITE-JOURNAL THRU 9800-EXIT.
       5900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-ENROLL-ACCOUNT THRU 6000-EXIT
      *----------------------------------------------------------------*
       6000-ENROLL-ACCOUNT.
           MOVE CX-CAMP-CODE TO CM-CAMP-CODE
           READ CAMPAIGN-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'CAMPAIGN NOT ON FILE' TO WS-REJECT-REASON
                   GO TO 6000-EXIT
           END-READ
           IF CM-STATUS NOT = 'A'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'CAMPAIGN IS CLOSED' TO WS-REJECT-REASON
               GO TO 6000-EXIT
           END-IF
           IF WS-TODAY < CM-START-DATE OR WS-TODAY > CM-END-DATE
               MOVE 'N' TO WS-VALID-SW
               MOVE 'OUTSIDE THE CAMPAIGN ENROLLMENT WINDOW' TO
                   WS-REJECT-REASON
               GO TO 6000-EXIT
           END-IF

           MOVE CX-ACCT-NO TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'ACCOUNT NOT ON ACCOUNT MASTER' TO
                       WS-REJECT-REASON
                   GO TO 6000-EXIT
           END-READ
           IF ACCT-STATUS NOT = 'A'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ACCOUNT IS NOT OPEN' TO WS-REJECT-REASON
               GO TO 6000-EXIT
           END-IF

           MOVE 'N' TO WS-TYPE-OK-SW
           PERFORM 6010-CHECK-ELIG-TYPE THRU 6010-EXIT
               VARYING WS-ELIG-IDX FROM 1 BY 1
               UNTIL WS-ELIG-IDX > 5 OR WS-TYPE-OK
           IF NOT WS-TYPE-OK
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ACCOUNT TYPE NOT ELIGIBLE FOR CAMPAIGN' TO
                   WS-REJECT-REASON
               GO TO 6000-EXIT
           END-IF

           PERFORM 6100-CHECK-IN-FORCE THRU 6100-EXIT
           IF WS-IN-FORCE
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ACCOUNT ALREADY ENROLLED IN AN OFFER' TO
                   WS-REJECT-REASON
               GO TO 6000-EXIT
           END-IF

           MOVE SPACES TO CAMPAIGN-ENROLL-RECORD
           MOVE CX-ACCT-NO          TO CE-ACCT-NO
           MOVE CX-CAMP-CODE        TO CE-CAMP-CODE
           MOVE WS-TODAY            TO CE-ENROLL-DATE
           IF CM-BONUS-MONTHS > ZERO
               MOVE WS-TODAY TO WS-EXP-DATE
               PERFORM 8600-ADD-BONUS-MONTHS THRU 8600-EXIT
               MOVE WS-EXP-DATE TO CE-EXPIRY-DATE
           ELSE
               MOVE CM-END-DATE TO CE-EXPIRY-DATE
           END-IF
           MOVE ACCT-BALANCE        TO CE-BASE-BALANCE
           MOVE 'A'                 TO CE-STATUS
           MOVE ZERO                TO CE-NOTICE-DATE
           MOVE ZERO                TO CE-BONUS-PAID
           MOVE ZERO                TO CE-PEAK-NEW-MONEY
           MOVE ZERO                TO CE-EXPIRY-BALANCE
           MOVE ZERO                TO CE-RETAIN-DATE
           MOVE ZERO                TO CE-RETAINED-BALANCE
           MOVE CX-OPER-ID          TO CE-ENROLL-OPER
           MOVE WS-TODAY            TO CE-STATUS-DATE
           WRITE CAMPAIGN-ENROLL-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'ACCOUNT ALREADY ENROLLED IN CAMPAIGN' TO
                       WS-REJECT-REASON
           END-WRITE

           IF WS-RECORD-VALID
               ADD 1 TO WS-ENROLL-CNT
               MOVE SPACES TO WS-JR-BEFORE
               MOVE CAMPAIGN-ENROLL-RECORD TO WS-JR-AFTER
               MOVE 'A' TO WS-JR-ACTION
               PERFORM 6900-JOURNAL-ENROLLMENT THRU 6900-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6010-CHECK-ELIG-TYPE THRU 6010-EXIT
      *----------------------------------------------------------------*
       6010-CHECK-ELIG-TYPE.
           IF CM-ELIG-TYPE(WS-ELIG-IDX) NOT = SPACES
               AND CM-ELIG-TYPE(WS-ELIG-IDX) = ACCT-TYPE
               MOVE 'Y' TO WS-TYPE-OK-SW
           END-IF.
       6010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6100-CHECK-IN-FORCE THRU 6100-EXIT
      *   Browses the account's enrollments (CE-KEY leads with the
      *   account) for one still in force - one offer at a time.
      *----------------------------------------------------------------*
       6100-CHECK-IN-FORCE.
           MOVE 'N' TO WS-IN-FORCE-SW
           MOVE 'N' TO WS-ENRL-EOF-SW
           MOVE CX-ACCT-NO  TO CE-ACCT-NO
           MOVE LOW-VALUES  TO CE-CAMP-CODE
           START CAMPAIGN-ENROLL KEY IS NOT LESS THAN CE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ENRL-EOF-SW
           END-START
           PERFORM 6110-CHECK-ONE-ENROLLMENT THRU 6110-EXIT
               UNTIL WS-ENRL-EOF OR WS-IN-FORCE.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6110-CHECK-ONE-ENROLLMENT THRU 6110-EXIT
      *----------------------------------------------------------------*
       6110-CHECK-ONE-ENROLLMENT.
           READ CAMPAIGN-ENROLL NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ENRL-EOF-SW
           END-READ
           IF WS-ENRL-EOF
               GO TO 6110-EXIT
           END-IF
           IF CE-ACCT-NO NOT = CX-ACCT-NO
               MOVE 'Y' TO WS-ENRL-EOF-SW
               GO TO 6110-EXIT
           END-IF
           IF CE-STATUS = 'A'
               MOVE 'Y' TO WS-IN-FORCE-SW
           END-IF.
       6110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6500-WITHDRAW-ENROLLMENT THRU 6500-EXIT
      *   Bonus already paid stays paid; the night's balance is
      *   kept as the expiry reading so the performance report
      *   still measures what the offer brought in.
      *----------------------------------------------------------------*
       6500-WITHDRAW-ENROLLMENT.
           MOVE CX-ACCT-NO   TO CE-ACCT-NO
           MOVE CX-CAMP-CODE TO CE-CAMP-CODE
           READ CAMPAIGN-ENROLL
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'ENROLLMENT NOT ON FILE' TO WS-REJECT-REASON
                   GO TO 6500-EXIT
           END-READ
           IF CE-STATUS NOT = 'A'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ENROLLMENT IS NOT IN FORCE' TO
                   WS-REJECT-REASON
               GO TO 6500-EXIT
           END-IF

           MOVE CAMPAIGN-ENROLL-RECORD TO WS-JR-BEFORE
           MOVE CX-ACCT-NO TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE ZERO TO ACCT-BALANCE
           END-READ
           MOVE ACCT-BALANCE TO CE-EXPIRY-BALANCE
           MOVE 'W'          TO CE-STATUS
           MOVE WS-TODAY     TO CE-STATUS-DATE
           REWRITE CAMPAIGN-ENROLL-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE

           IF WS-RECORD-VALID
               ADD 1 TO WS-WITHDRAW-CNT
               MOVE CAMPAIGN-ENROLL-RECORD TO WS-JR-AFTER
               MOVE 'C' TO WS-JR-ACTION
               PERFORM 6900-JOURNAL-ENROLLMENT THRU 6900-EXIT
           END-IF.
       6500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6900-JOURNAL-ENROLLMENT THRU 6900-EXIT
      *----------------------------------------------------------------*
       6900-JOURNAL-ENROLLMENT.
           MOVE 'CAMPENRL' TO WS-JR-FILE-NAME
           MOVE CE-KEY     TO WS-JR-KEY
           PERFORM 9800-WRITE-JOURNAL THRU 9800-EXIT.
       6900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-WRITE-REJECT THRU 8000-EXIT
      *----------------------------------------------------------------*
       8000-WRITE-REJECT.
           MOVE SPACES            TO CAMP-REJECT-RECORD
           MOVE CX-CAMP-CODE      TO CJ-CAMP-CODE
           MOVE CX-REC-TYPE       TO CJ-REC-TYPE
           MOVE CX-ACTION         TO CJ-ACTION
           MOVE WS-REJECT-REASON  TO CJ-REASON
           MOVE CAMP-TRAN-RECORD  TO CJ-TRAN-IMAGE
           WRITE CAMP-REJECT-RECORD
           ADD 1 TO WS-REJECT-CNT.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8600-ADD-BONUS-MONTHS THRU 8600-EXIT
      *   Adds CM-BONUS-MONTHS to the date in WS-EXP-DATE, carrying
      *   years and clamping the day to 28 so the result is always
      *   a real calendar date.
      *----------------------------------------------------------------*
       8600-ADD-BONUS-MONTHS.
           COMPUTE WS-EXP-MM-WORK = WS-EXP-MM + CM-BONUS-MONTHS - 1
           DIVIDE WS-EXP-MM-WORK BY 12
               GIVING WS-EXP-YY-ADD
               REMAINDER WS-EXP-MM-REM
           ADD WS-EXP-YY-ADD TO WS-EXP-YYYY
           COMPUTE WS-EXP-MM = WS-EXP-MM-REM + 1
           IF WS-EXP-DD > 28
               MOVE 28 TO WS-EXP-DD
           END-IF.
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
           MOVE 'CAMPMNT' TO RL-PROGRAM
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
      *   leaves the file, key, action and both images in the
      *   WS-JR-* fields (before image spaces on an add).
      *----------------------------------------------------------------*
       9800-WRITE-JOURNAL.
           MOVE WS-JR-FILE-NAME TO JR-FILE-NAME
           MOVE WS-JR-KEY TO JR-RECORD-KEY
           MOVE WS-JR-ACTION TO JR-ACTION
           ACCEPT JR-DATE FROM DATE YYYYMMDD
           ACCEPT JR-TIME FROM TIME
           MOVE 'CAMPMNT' TO JR-PROGRAM
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
