      *================================================================*
      * LGLMAINT - LEGAL ORDER (LEVY / GARNISHMENT) MAINTENANCE
      *
      * Keys the levies and garnishments served on the bank into
      * the LGLORDR legal-order KSDS (keyed on customer plus the
      * bank's order number) and records agency releases against
      * them.  LGLPROC reviews a new order the same night - the
      * protected-benefit calculation, the hold, the fee, the
      * customer notice and the agency answer all happen there.
      * Rejected transactions go to LGLREJ with a reason.
      *
      * LT-ACTION values:
      *   'A' = add a served order (status 'N').  A blank hold
      *         period defaults by order type - WS-TAX-HOLD-DAYS
      *         for an IRS or state tax levy, WS-GARN-HOLD-DAYS for
      *         a creditor garnishment.
      *   'X' = agency release (keyed by customer + order number).
      *         An order not yet reviewed simply closes; an order
      *         holding funds has its DEPHOLD 'L' holds released so
      *         the funds are available tonight.  Funds already
      *         remitted cannot be released here.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGLMAINT.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL LEGAL ORDER MAINTENANCE - LEVIES
      *                     AND GARNISHMENTS WERE BEING WORKED BY HAND
      *                     OFF THE PAPER ORDER.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-ORDER-FILE ASSIGN TO LGLORDR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LO-KEY
               FILE STATUS IS WS-LGL-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT DEPOSIT-HOLD-FILE ASSIGN TO DEPHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-DEPH-STATUS.

           SELECT LEGAL-TRANS ASSIGN TO LGLTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT LEGAL-REJECT ASSIGN TO LGLREJ
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
       FD  LEGAL-ORDER-FILE.
           COPY "lglordr.cpy".

       FD  CUSTOMER-MASTER.
           COPY "customer.cpy".

       FD  DEPOSIT-HOLD-FILE.
           COPY "dephold.cpy".

       FD  LEGAL-TRANS
           RECORD CONTAINS 170 CHARACTERS.
       01  LEGAL-TRAN-RECORD.
           05  LT-ACTION                  PIC X(01).
           05  LT-CUST-ID                 PIC 9(10).
           05  LT-ORDER-NO                PIC 9(09).
           05  LT-ORDER-TYPE              PIC X(01).
           05  LT-AGENCY-REF              PIC X(20).
           05  LT-AGENCY-NAME             PIC X(30).
           05  LT-AGENCY-ADDR             PIC X(35).
           05  LT-AGENCY-CITY             PIC X(25).
           05  LT-AGENCY-STATE            PIC X(02).
           05  LT-AGENCY-ZIP              PIC 9(05).
           05  LT-AMOUNT-DEMANDED         PIC 9(09)V99.
           05  LT-SERVED-DATE             PIC 9(08).
           05  LT-ANSWER-DEADLINE         PIC 9(08).
           05  LT-HOLD-DAYS               PIC 9(03).
           05  FILLER                     PIC X(02).

       FD  LEGAL-REJECT
           RECORD CONTAINS 230 CHARACTERS.
       01  LEGAL-REJECT-RECORD.
           05  LJ-CUST-ID                 PIC 9(10).
           05  LJ-ORDER-NO                PIC 9(09).
           05  LJ-ACTION                  PIC X(01).
           05  LJ-REASON                  PIC X(40).
           05  LJ-TRAN-IMAGE              PIC X(170).

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

       01  WS-LGL-STATUS                  PIC X(02).
           88  WS-LGL-OK                   VALUE '00'.
       01  WS-CUST-STATUS                 PIC X(02).
       01  WS-DEPH-STATUS                 PIC X(02).
       01  WS-TRAN-STATUS                 PIC X(02).
       01  WS-REJ-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-VALID-SW                PIC X(01)   VALUE 'Y'.
               88  WS-RECORD-VALID         VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.

      *----------------------------------------------------------------*
      * DEFAULT HOLD PERIODS - THE 21 DAYS THE IRS LEVY NOTICE GIVES
      * BEFORE THE BANK MUST PAY OVER (USED FOR STATE TAX LEVIES AS
      * WELL), AND THE 30 DAYS OUR GARNISHMENT COUNSEL ALLOWS FOR
      * THE DEBTOR'S EXEMPTION CLAIM.
      *----------------------------------------------------------------*
       01  WS-TAX-HOLD-DAYS               PIC 9(03)   VALUE 021.
       01  WS-GARN-HOLD-DAYS              PIC 9(03)   VALUE 030.

      *----------------------------------------------------------------*
      * LEGAL HOLD KEY - 999999 AHEAD OF THE ORDER NUMBER, ABOVE ANY
      * TXN-ID THE TXNSEQ SEQUENCE WILL ASSIGN.
      *----------------------------------------------------------------*
       01  WS-LEGAL-HOLD-BASE             PIC 9(15)
                                          VALUE 999999000000000.
       01  WS-HOLD-IDX                    PIC 9(02)   VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-READ-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-ADD-CNT                 PIC 9(07)   VALUE ZERO.
           05  WS-RELEASE-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-HOLD-REL-CNT            PIC 9(07)   VALUE ZERO.
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
           OPEN I-O   LEGAL-ORDER-FILE
           OPEN INPUT CUSTOMER-MASTER
           OPEN I-O   DEPOSIT-HOLD-FILE
           OPEN INPUT LEGAL-TRANS
           OPEN OUTPUT LEGAL-REJECT
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT

           PERFORM 2100-READ-TRANS.

      *----------------------------------------------------------------*
      * 2000-PROCESS-TRANS THRU 2000-EXIT
      *----------------------------------------------------------------*
       2000-PROCESS-TRANS.
           ADD 1 TO WS-READ-CNT
           MOVE 'Y' TO WS-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON

           EVALUATE LT-ACTION
               WHEN 'A'
                   PERFORM 5000-ADD-ORDER THRU 5000-EXIT
               WHEN 'X'
                   PERFORM 6000-RELEASE-ORDER THRU 6000-EXIT
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
           READ LEGAL-TRANS
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           CLOSE LEGAL-ORDER-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE DEPOSIT-HOLD-FILE
           CLOSE LEGAL-TRANS
           CLOSE LEGAL-REJECT
           DISPLAY 'LGLMAINT READ          = ' WS-READ-CNT
           DISPLAY 'LGLMAINT ORDERS ADDED  = ' WS-ADD-CNT
           DISPLAY 'LGLMAINT ORDERS RELSD  = ' WS-RELEASE-CNT
           DISPLAY 'LGLMAINT HOLDS RELSD   = ' WS-HOLD-REL-CNT
           DISPLAY 'LGLMAINT REJECTED      = ' WS-REJECT-CNT.

      *----------------------------------------------------------------*
      * 5000-ADD-ORDER THRU 5000-EXIT
      *----------------------------------------------------------------*
       5000-ADD-ORDER.
           IF LT-ORDER-NO IS NOT NUMERIC OR LT-ORDER-NO = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ORDER NUMBER MUST BE SUPPLIED' TO
                   WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF

           MOVE LT-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'CUSTOMER NOT ON CUSTOMER MASTER' TO
                       WS-REJECT-REASON
           END-READ
           IF NOT WS-RECORD-VALID
               GO TO 5000-EXIT
           END-IF

           IF LT-ORDER-TYPE NOT = 'I' AND LT-ORDER-TYPE NOT = 'S'
               AND LT-ORDER-TYPE NOT = 'G'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'INVALID ORDER TYPE' TO WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF

           IF LT-AMOUNT-DEMANDED IS NOT NUMERIC
               OR LT-AMOUNT-DEMANDED = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'AMOUNT DEMANDED MUST BE SUPPLIED' TO
                   WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF

           IF LT-SERVED-DATE IS NOT NUMERIC
               OR LT-SERVED-DATE = ZERO
               OR LT-SERVED-DATE > WS-TODAY
               MOVE 'N' TO WS-VALID-SW
               MOVE 'SERVED DATE MISSING OR IN THE FUTURE' TO
                   WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF

           IF LT-ANSWER-DEADLINE IS NOT NUMERIC
               OR LT-ANSWER-DEADLINE < LT-SERVED-DATE
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ANSWER DEADLINE BEFORE SERVED DATE' TO
                   WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF

           IF LT-AGENCY-NAME = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ISSUING AGENCY MUST BE SUPPLIED' TO
                   WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF

           MOVE SPACES               TO LEGAL-ORDER-RECORD
           MOVE LT-CUST-ID           TO LO-CUST-ID
           MOVE LT-ORDER-NO          TO LO-ORDER-NO
           MOVE LT-ORDER-TYPE        TO LO-ORDER-TYPE
           MOVE LT-AGENCY-REF        TO LO-AGENCY-REF
           MOVE LT-AGENCY-NAME       TO LO-AGENCY-NAME
           MOVE LT-AGENCY-ADDR       TO LO-AGENCY-ADDR
           MOVE LT-AGENCY-CITY       TO LO-AGENCY-CITY
           MOVE LT-AGENCY-STATE      TO LO-AGENCY-STATE
           IF LT-AGENCY-ZIP IS NUMERIC
               MOVE LT-AGENCY-ZIP    TO LO-AGENCY-ZIP
           ELSE
               MOVE ZERO             TO LO-AGENCY-ZIP
           END-IF
           MOVE LT-AMOUNT-DEMANDED   TO LO-AMOUNT-DEMANDED
           MOVE LT-SERVED-DATE       TO LO-SERVED-DATE
           MOVE LT-ANSWER-DEADLINE   TO LO-ANSWER-DEADLINE
           IF LT-HOLD-DAYS IS NUMERIC AND LT-HOLD-DAYS > ZERO
               MOVE LT-HOLD-DAYS     TO LO-HOLD-DAYS
           ELSE
               IF LT-ORDER-TYPE = 'G'
                   MOVE WS-GARN-HOLD-DAYS TO LO-HOLD-DAYS
               ELSE
                   MOVE WS-TAX-HOLD-DAYS  TO LO-HOLD-DAYS
               END-IF
           END-IF
           MOVE 'N'                  TO LO-STATUS
           MOVE ZERO                 TO LO-REVIEW-DATE
           MOVE ZERO                 TO LO-REMIT-DATE
           MOVE ZERO                 TO LO-PROTECTED-AMT
           MOVE ZERO                 TO LO-HELD-AMT
           MOVE ZERO                 TO LO-FEE-AMT
           MOVE ZERO                 TO LO-REMITTED-AMT
           MOVE ZERO                 TO LO-HOLD-CNT
           PERFORM 5100-CLEAR-HOLD-ENTRY THRU 5100-EXIT
               VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > 5

           WRITE LEGAL-ORDER-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'LEGAL ORDER ALREADY ON FILE' TO
                       WS-REJECT-REASON
           END-WRITE

           IF WS-RECORD-VALID
               ADD 1 TO WS-ADD-CNT
           END-IF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-CLEAR-HOLD-ENTRY THRU 5100-EXIT
      *----------------------------------------------------------------*
       5100-CLEAR-HOLD-ENTRY.
           MOVE ZERO TO LO-HA-ACCT-NO(WS-HOLD-IDX)
           MOVE ZERO TO LO-HA-AMOUNT(WS-HOLD-IDX).
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-RELEASE-ORDER THRU 6000-EXIT
      *----------------------------------------------------------------*
       6000-RELEASE-ORDER.
           MOVE LT-CUST-ID  TO LO-CUST-ID
           MOVE LT-ORDER-NO TO LO-ORDER-NO
           READ LEGAL-ORDER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'LEGAL ORDER NOT ON FILE' TO WS-REJECT-REASON
           END-READ
           IF NOT WS-RECORD-VALID
               GO TO 6000-EXIT
           END-IF

           IF LO-STATUS NOT = 'N' AND LO-STATUS NOT = 'H'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ORDER ALREADY REMITTED OR CLOSED' TO
                   WS-REJECT-REASON
               GO TO 6000-EXIT
           END-IF

           PERFORM 6100-RELEASE-ONE-HOLD THRU 6100-EXIT
               VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > LO-HOLD-CNT

           MOVE 'X' TO LO-STATUS
           REWRITE LEGAL-ORDER-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE
           IF WS-RECORD-VALID
               ADD 1 TO WS-RELEASE-CNT
           END-IF.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6100-RELEASE-ONE-HOLD THRU 6100-EXIT
      *   A hold already released (or missing) is passed over - the
      *   order still closes.
      *----------------------------------------------------------------*
       6100-RELEASE-ONE-HOLD.
           MOVE LO-HA-ACCT-NO(WS-HOLD-IDX) TO DH-ACCT-NO
           COMPUTE DH-TXN-ID = WS-LEGAL-HOLD-BASE + LO-ORDER-NO
           READ DEPOSIT-HOLD-FILE
               INVALID KEY
                   GO TO 6100-EXIT
           END-READ
           IF DH-STATUS NOT = 'O'
               GO TO 6100-EXIT
           END-IF
           MOVE 'R' TO DH-STATUS
           REWRITE DEPOSIT-HOLD-RECORD
           ADD 1 TO WS-HOLD-REL-CNT.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-WRITE-REJECT THRU 8000-EXIT
      *----------------------------------------------------------------*
       8000-WRITE-REJECT.
           MOVE LT-CUST-ID        TO LJ-CUST-ID
           MOVE LT-ORDER-NO       TO LJ-ORDER-NO
           MOVE LT-ACTION         TO LJ-ACTION
           MOVE WS-REJECT-REASON  TO LJ-REASON
           MOVE LEGAL-TRAN-RECORD TO LJ-TRAN-IMAGE
           WRITE LEGAL-REJECT-RECORD
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
           MOVE 'LGLMAINT' TO RL-PROGRAM
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
