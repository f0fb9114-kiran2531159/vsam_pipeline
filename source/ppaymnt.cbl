      *================================================================*
      * PPAYMNT - POSITIVE PAY MAINTENANCE
      *
      * Applies positive-pay transactions from the business
      * customers' issued-check files and the decision desk against
      * the PPAYISS issued-check KSDS and the PPAYEXC exception
      * queue (both keyed on account plus check serial).  TXNPOST
      * holds any presented 'CK' on an enrolled account that does
      * not match an outstanding issued check; the customer decides
      * pay or return here until the exception's PX-DECIDE-BY date,
      * and PPAYDEC applies the decision (an undecided item defaults
      * to return).  Rejected transactions go to PPAYREJ with a
      * reason.
      *
      * PT-ACTION values:
      *   'E' = enroll the account (writes or reopens the serial-
      *         zero enrollment record)
      *   'U' = unenroll the account - presented checks post
      *         unmatched again; the issued file is kept
      *   'I' = issued check (serial, amount, payee, issue date)
      *   'V' = void an outstanding issued check
      *   'P' = pay decision on a pending exception
      *   'R' = return decision on a pending exception
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPAYMNT.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL POSITIVE PAY MAINTENANCE -
      *                    BUSINESS ISSUERS HAD NO WAY TO STOP A
      *                    CHECK THEY NEVER KNEW WAS WRITTEN.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PPAY-ISSUE-FILE ASSIGN TO PPAYISS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PI-KEY
               FILE STATUS IS WS-PPI-STATUS.

           SELECT PPAY-EXCEPTION-FILE ASSIGN TO PPAYEXC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-KEY
               FILE STATUS IS WS-PPX-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT PPAY-TRANS ASSIGN TO PPAYTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT PPAY-REJECT ASSIGN TO PPAYREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT RUN-LOG ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT PROC-DATE-CTL ASSIGN TO PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PPAY-ISSUE-FILE.
           COPY "ppissue.cpy".

       FD  PPAY-EXCEPTION-FILE.
           COPY "ppexcp.cpy".

       FD  ACCOUNT-MASTER.
           COPY "account.cpy".

       FD  PPAY-TRANS
           RECORD CONTAINS 80 CHARACTERS.
       01  PPAY-TRAN-RECORD.
           05  PT-ACTION                  PIC X(01).
           05  PT-ACCT-NO                 PIC 9(12).
           05  PT-CHECK-NO                PIC 9(07).
           05  PT-AMOUNT                  PIC 9(09)V99.
           05  PT-PAYEE                   PIC X(30).
           05  PT-ISSUE-DATE              PIC 9(08).
           05  FILLER                     PIC X(11).

       FD  PPAY-REJECT
           RECORD CONTAINS 133 CHARACTERS.
       01  PPAY-REJECT-RECORD.
           05  PJ-ACCT-NO                 PIC 9(12).
           05  PJ-ACTION                  PIC X(01).
           05  PJ-REASON                  PIC X(40).
           05  PJ-TRAN-IMAGE              PIC X(80).

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

       01  WS-PPI-STATUS                  PIC X(02).
           88  WS-PPI-OK                   VALUE '00'.
       01  WS-PPX-STATUS                  PIC X(02).
           88  WS-PPX-OK                   VALUE '00'.
       01  WS-ACCT-STATUS                 PIC X(02).
           88  WS-ACCT-OK                  VALUE '00'.
       01  WS-TRAN-STATUS                 PIC X(02).
       01  WS-REJ-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-VALID-SW                PIC X(01)   VALUE 'Y'.
               88  WS-RECORD-VALID         VALUE 'Y'.
           05  WS-ON-FILE-SW              PIC X(01)   VALUE 'N'.
               88  WS-ON-FILE              VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-READ-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-ENROLL-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-UNENROLL-CNT            PIC 9(07)   VALUE ZERO.
           05  WS-ISSUE-CNT               PIC 9(07)   VALUE ZERO.
           05  WS-VOID-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-DECISION-CNT            PIC 9(07)   VALUE ZERO.
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
           OPEN I-O   PPAY-ISSUE-FILE
           OPEN I-O   PPAY-EXCEPTION-FILE
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT PPAY-TRANS
           OPEN OUTPUT PPAY-REJECT
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           PERFORM 2100-READ-TRANS.

      *----------------------------------------------------------------*
      * 2000-PROCESS-TRANS THRU 2000-EXIT
      *----------------------------------------------------------------*
       2000-PROCESS-TRANS.
           ADD 1 TO WS-READ-CNT
           MOVE 'Y' TO WS-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON

           EVALUATE PT-ACTION
               WHEN 'E'
                   PERFORM 4000-ENROLL THRU 4000-EXIT
               WHEN 'U'
                   PERFORM 4500-UNENROLL THRU 4500-EXIT
               WHEN 'I'
                   PERFORM 5000-ISSUE-CHECK THRU 5000-EXIT
               WHEN 'V'
                   PERFORM 6000-VOID-CHECK THRU 6000-EXIT
               WHEN 'P'
                   PERFORM 7000-RECORD-DECISION THRU 7000-EXIT
               WHEN 'R'
                   PERFORM 7000-RECORD-DECISION THRU 7000-EXIT
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
           READ PPAY-TRANS
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           CLOSE PPAY-ISSUE-FILE
           CLOSE PPAY-EXCEPTION-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE PPAY-TRANS
           CLOSE PPAY-REJECT
           DISPLAY 'PPAYMNT READ       = ' WS-READ-CNT
           DISPLAY 'PPAYMNT ENROLLED   = ' WS-ENROLL-CNT
           DISPLAY 'PPAYMNT UNENROLLED = ' WS-UNENROLL-CNT
           DISPLAY 'PPAYMNT ISSUED     = ' WS-ISSUE-CNT
           DISPLAY 'PPAYMNT VOIDED     = ' WS-VOID-CNT
           DISPLAY 'PPAYMNT DECISIONS  = ' WS-DECISION-CNT
           DISPLAY 'PPAYMNT REJECTED   = ' WS-REJECT-CNT.

      *----------------------------------------------------------------*
      * 4000-ENROLL THRU 4000-EXIT
      *   Only an open account enrolls.  A previously unenrolled
      *   account reopens its existing enrollment record.
      *----------------------------------------------------------------*
       4000-ENROLL.
           MOVE PT-ACCT-NO TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'ACCOUNT NOT ON ACCOUNT MASTER' TO
                       WS-REJECT-REASON
           END-READ
           IF NOT WS-RECORD-VALID
               GO TO 4000-EXIT
           END-IF
           IF ACCT-STATUS NOT = 'A'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ACCOUNT IS NOT OPEN' TO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF

           PERFORM 8500-READ-ENROLLMENT THRU 8500-EXIT
           IF WS-ON-FILE AND PI-STATUS = 'E'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ACCOUNT ALREADY ENROLLED' TO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF

           MOVE 'E'      TO PI-STATUS
           MOVE WS-TODAY TO PI-LOAD-DATE
           IF WS-ON-FILE
               REWRITE PPAY-ISSUE-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
               END-REWRITE
           ELSE
               MOVE ZERO     TO PI-AMOUNT
               MOVE SPACES   TO PI-PAYEE
               MOVE WS-TODAY TO PI-ISSUE-DATE
               MOVE ZERO     TO PI-PAID-DATE
               MOVE ZERO     TO PI-PAID-TXN-ID
               WRITE PPAY-ISSUE-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'ENROLLMENT WRITE FAILED' TO
                           WS-REJECT-REASON
               END-WRITE
           END-IF

           IF WS-RECORD-VALID
               ADD 1 TO WS-ENROLL-CNT
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4500-UNENROLL THRU 4500-EXIT
      *----------------------------------------------------------------*
       4500-UNENROLL.
           PERFORM 8500-READ-ENROLLMENT THRU 8500-EXIT
           IF NOT WS-ON-FILE OR PI-STATUS NOT = 'E'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ACCOUNT NOT ENROLLED IN POSITIVE PAY' TO
                   WS-REJECT-REASON
               GO TO 4500-EXIT
           END-IF

           MOVE 'U' TO PI-STATUS
           REWRITE PPAY-ISSUE-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE
           IF WS-RECORD-VALID
               ADD 1 TO WS-UNENROLL-CNT
           END-IF.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-ISSUE-CHECK THRU 5000-EXIT
      *   Loads one line of the customer's issued-check file.  A
      *   serial already on file - issued, paid or voided - is never
      *   overwritten; a reissue takes a new serial.
      *----------------------------------------------------------------*
       5000-ISSUE-CHECK.
           IF PT-CHECK-NO = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'CHECK SERIAL MUST BE SUPPLIED' TO
                   WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF
           IF PT-AMOUNT IS NOT NUMERIC OR PT-AMOUNT = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ISSUED AMOUNT MUST BE SUPPLIED' TO
                   WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF

           PERFORM 8500-READ-ENROLLMENT THRU 8500-EXIT
           IF NOT WS-ON-FILE OR PI-STATUS NOT = 'E'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ACCOUNT NOT ENROLLED IN POSITIVE PAY' TO
                   WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF

           MOVE PT-ACCT-NO    TO PI-ACCT-NO
           MOVE PT-CHECK-NO   TO PI-CHECK-NO
           MOVE PT-AMOUNT     TO PI-AMOUNT
           MOVE PT-PAYEE      TO PI-PAYEE
           IF PT-ISSUE-DATE IS NUMERIC AND PT-ISSUE-DATE NOT = ZERO
               MOVE PT-ISSUE-DATE TO PI-ISSUE-DATE
           ELSE
               MOVE WS-TODAY      TO PI-ISSUE-DATE
           END-IF
           MOVE 'I'           TO PI-STATUS
           MOVE WS-TODAY      TO PI-LOAD-DATE
           MOVE ZERO          TO PI-PAID-DATE
           MOVE ZERO          TO PI-PAID-TXN-ID

           WRITE PPAY-ISSUE-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'CHECK SERIAL ALREADY ON FILE' TO
                       WS-REJECT-REASON
           END-WRITE

           IF WS-RECORD-VALID
               ADD 1 TO WS-ISSUE-CNT
           END-IF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-VOID-CHECK THRU 6000-EXIT
      *----------------------------------------------------------------*
       6000-VOID-CHECK.
           MOVE PT-ACCT-NO  TO PI-ACCT-NO
           MOVE PT-CHECK-NO TO PI-CHECK-NO
           IF PT-CHECK-NO = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'CHECK SERIAL MUST BE SUPPLIED' TO
                   WS-REJECT-REASON
               GO TO 6000-EXIT
           END-IF
           READ PPAY-ISSUE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'ISSUED CHECK NOT ON FILE' TO
                       WS-REJECT-REASON
           END-READ
           IF NOT WS-RECORD-VALID
               GO TO 6000-EXIT
           END-IF
           IF PI-STATUS NOT = 'I'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'CHECK ALREADY PAID OR VOIDED' TO
                   WS-REJECT-REASON
               GO TO 6000-EXIT
           END-IF

           MOVE 'V' TO PI-STATUS
           REWRITE PPAY-ISSUE-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE
           IF WS-RECORD-VALID
               ADD 1 TO WS-VOID-CNT
           END-IF.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-RECORD-DECISION THRU 7000-EXIT
      *   Records the customer's pay ('P') or return ('R') decision
      *   on a pending exception.  The customer may change its mind
      *   until the cutoff; after PX-DECIDE-BY the decision is
      *   refused and PPAYDEC's default return stands.
      *----------------------------------------------------------------*
       7000-RECORD-DECISION.
           MOVE PT-ACCT-NO  TO PX-ACCT-NO
           MOVE PT-CHECK-NO TO PX-CHECK-NO
           READ PPAY-EXCEPTION-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'EXCEPTION ITEM NOT ON FILE' TO
                       WS-REJECT-REASON
           END-READ
           IF NOT WS-RECORD-VALID
               GO TO 7000-EXIT
           END-IF
           IF PX-STATUS NOT = 'X'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'EXCEPTION ITEM ALREADY DECIDED' TO
                   WS-REJECT-REASON
               GO TO 7000-EXIT
           END-IF
           IF WS-TODAY > PX-DECIDE-BY
               MOVE 'N' TO WS-VALID-SW
               MOVE 'DECISION RECEIVED AFTER CUTOFF' TO
                   WS-REJECT-REASON
               GO TO 7000-EXIT
           END-IF

           MOVE PT-ACTION TO PX-DECISION
           MOVE WS-TODAY  TO PX-DECISION-DATE
           REWRITE PPAY-EXCEPTION-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE
           IF WS-RECORD-VALID
               ADD 1 TO WS-DECISION-CNT
           END-IF.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-WRITE-REJECT THRU 8000-EXIT
      *----------------------------------------------------------------*
       8000-WRITE-REJECT.
           MOVE PT-ACCT-NO        TO PJ-ACCT-NO
           MOVE PT-ACTION         TO PJ-ACTION
           MOVE WS-REJECT-REASON  TO PJ-REASON
           MOVE PPAY-TRAN-RECORD  TO PJ-TRAN-IMAGE
           WRITE PPAY-REJECT-RECORD
           ADD 1 TO WS-REJECT-CNT.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8500-READ-ENROLLMENT THRU 8500-EXIT
      *   Reads the account's serial-zero enrollment record into the
      *   PPAY-ISSUE-RECORD buffer, setting WS-ON-FILE-SW.
      *----------------------------------------------------------------*
       8500-READ-ENROLLMENT.
           MOVE 'Y' TO WS-ON-FILE-SW
           MOVE PT-ACCT-NO TO PI-ACCT-NO
           MOVE ZERO       TO PI-CHECK-NO
           READ PPAY-ISSUE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ON-FILE-SW
           END-READ.
       8500-EXIT.
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
           MOVE 'PPAYMNT' TO RL-PROGRAM
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
