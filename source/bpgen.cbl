      *================================================================*
      * BPGEN - BILL-PAY DEBIT REQUEST GENERATOR
      *
      * Nightly step ahead of TXNPOST, the SOGEN shape for bill pay.
      * Scans the BILLPAY payment-instruction file and, for every
      * active instruction whose BP-NEXT-DUE-DATE is on or before
      * today, emits one 'BP' debit TXN-REQUEST (txnreq.cpy layout)
      * against the customer's funding account to BPREQ - the file
      * is concatenated onto TXNPOST's TXNREQ DD so the debit runs
      * the same edits, NSF and hold checks as any other.
      *
      * Nothing leaves the bank here.  Each generated request carries
      * 'BP ' and the BP-ID at the front of TR-DESC; after the
      * posting run BPORIG finds the accepted debits by that marker,
      * originates the outbound ACH credit to the payee, and only
      * then advances the instruction - a payment whose debit was
      * declined sends nothing and stays due for the next night.
      *
      * An instruction is suppressed (counted, not generated) when
      * its owner is deceased or its payee has been deleted.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BPGEN.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL NIGHTLY BILL-PAY GENERATOR.
      *   2026-10-15  DS   REQUEST RECORD GREW TO 169 BYTES FOR THE
      *                    NEW TR-EFFECTIVE-DATE VALUE DATE, ZEROED
      *                    HERE - THESE REQUESTS TAKE VALUE THE DAY
      *                    THEY POST.
      *   2026-10-15  DS   REQUEST RECORD GREW TO 183 BYTES FOR THE
      *                    NEW TR-RECEIVED-DATE / TR-RECEIVED-TIME
      *                    STAMP, ZEROED HERE - REQUESTS GENERATED
      *                    INSIDE THE BATCH CYCLE ARE NEVER HELD TO
      *                    A POSTING CUTOFF.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILL-PAY-FILE ASSIGN TO BILLPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BP-ID
               FILE STATUS IS WS-BPAY-STATUS.

           SELECT BILL-PAYEE-FILE ASSIGN TO BILLPYE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BE-KEY
               FILE STATUS IS WS-PYE-STATUS.

           SELECT BP-REQUEST-OUT ASSIGN TO BPREQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT RUN-LOG ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT PROC-DATE-CTL ASSIGN TO PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BILL-PAY-FILE.
           COPY "billpay.cpy".

       FD  BILL-PAYEE-FILE.
           COPY "billpye.cpy".

       FD  BP-REQUEST-OUT
           RECORD CONTAINS 183 CHARACTERS.
           COPY "txnreq.cpy".

       FD  ACCOUNT-MASTER.
           COPY "account.cpy".

       FD  CUSTOMER-MASTER.
           COPY "customer.cpy".

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

       01  WS-BPAY-STATUS                 PIC X(02).
       01  WS-PYE-STATUS                  PIC X(02).
           88  WS-PYE-OK                   VALUE '00'.
       01  WS-ACCT-STATUS                 PIC X(02).
           88  WS-ACCT-OK                  VALUE '00'.
       01  WS-CUST-STATUS                 PIC X(02).
           88  WS-CUST-OK                  VALUE '00'.
       01  WS-REQ-STATUS                  PIC X(02).

       01  WS-EOF-SW                      PIC X(01)   VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
       01  WS-ABORT-SW                    PIC X(01)   VALUE 'N'.
           88  WS-ABORT                     VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-PAYMENT-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-DUE-CNT                 PIC 9(07)   VALUE ZERO.
           05  WS-SUPPRESSED-CNT          PIC 9(07)   VALUE ZERO.

       01  WS-BATCH-HASH-TOTAL            PIC S9(13)V99 VALUE ZERO.

       01  WS-SUPPRESS-SW                 PIC X(01)   VALUE 'N'.
           88  WS-SUPPRESS                  VALUE 'Y'.

      *----------------------------------------------------------------*
      * GENERATED TR-DESC - 'BP ' MARKER, THE BP-ID, AND THE PAYEE'S
      * NAME SO THE CUSTOMER'S STATEMENT SHOWS WHO WAS PAID.  BPORIG
      * KEYS ON THE MARKER AND ID TO ORIGINATE THE RIGHT PAYMENT.
      *----------------------------------------------------------------*
       01  WS-GEN-DESC.
           05  WS-GD-MARKER               PIC X(03)   VALUE 'BP '.
           05  WS-GD-BP-ID                PIC 9(08).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WS-GD-TEXT                 PIC X(28).

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
               PERFORM 2000-PROCESS-PAYMENT THRU 2000-EXIT
                   UNTIL WS-EOF
           END-IF
           PERFORM 3000-TERMINATE
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-PAYMENT-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE THRU 1000-EXIT
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT BILL-PAY-FILE
           IF WS-BPAY-STATUS NOT = '00'
               DISPLAY 'BPGEN ERROR - CANNOT OPEN BILL-PAY FILE, '
                   'STATUS = ' WS-BPAY-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT BILL-PAYEE-FILE
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT CUSTOMER-MASTER
           OPEN OUTPUT BP-REQUEST-OUT
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT

           MOVE SPACES     TO TXN-BATCH-HEADER
           MOVE 'HDR'      TO TBH-REC-TYPE
           MOVE WS-TODAY   TO TBH-BATCH-DATE
           MOVE 'BPGEN'    TO TBH-BATCH-ID
           WRITE TXN-BATCH-HEADER

           PERFORM 2100-READ-PAYMENT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESS-PAYMENT THRU 2000-EXIT
      *----------------------------------------------------------------*
       2000-PROCESS-PAYMENT.
           ADD 1 TO WS-PAYMENT-CNT

           IF BP-STATUS = 'A' AND BP-NEXT-DUE-DATE <= WS-TODAY
               PERFORM 3500-CHECK-SUPPRESS THRU 3500-EXIT
               IF WS-SUPPRESS
                   ADD 1 TO WS-SUPPRESSED-CNT
               ELSE
                   PERFORM 4000-WRITE-REQUEST THRU 4000-EXIT
               END-IF
           END-IF

           PERFORM 2100-READ-PAYMENT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-READ-PAYMENT
      *----------------------------------------------------------------*
       2100-READ-PAYMENT.
           READ BILL-PAY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           IF NOT WS-ABORT
               MOVE SPACES              TO TXN-BATCH-TRAILER
               MOVE 'TRL'               TO TBT-REC-TYPE
               MOVE WS-DUE-CNT          TO TBT-RECORD-CNT
               MOVE WS-BATCH-HASH-TOTAL TO TBT-HASH-TOTAL
               WRITE TXN-BATCH-TRAILER

               CLOSE BILL-PAY-FILE
               CLOSE BILL-PAYEE-FILE
               CLOSE ACCOUNT-MASTER
               CLOSE CUSTOMER-MASTER
               CLOSE BP-REQUEST-OUT
           END-IF
           DISPLAY 'BPGEN INSTRUCTIONS READ = ' WS-PAYMENT-CNT
           DISPLAY 'BPGEN REQUESTS EMITTED  = ' WS-DUE-CNT
           DISPLAY 'BPGEN SUPPRESSED        = ' WS-SUPPRESSED-CNT.

      *----------------------------------------------------------------*
      * 3500-CHECK-SUPPRESS THRU 3500-EXIT
      *   A payment whose payee is missing or deleted has nowhere to
      *   go, so the customer is never debited for it.  A deceased
      *   owner's payments are suppressed the way SOGEN suppresses
      *   standing orders - the estate case owns the money now.  A
      *   payment whose account or owner cannot be resolved still
      *   generates; TXNPOST declines it and REFSWEEP chases the
      *   dangling key.
      *----------------------------------------------------------------*
       3500-CHECK-SUPPRESS.
           MOVE 'N' TO WS-SUPPRESS-SW
           MOVE BP-CUST-ID  TO BE-CUST-ID
           MOVE BP-PAYEE-NO TO BE-PAYEE-NO
           READ BILL-PAYEE-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-SUPPRESS-SW
                   GO TO 3500-EXIT
           END-READ
           IF BE-STATUS NOT = 'A'
               MOVE 'Y' TO WS-SUPPRESS-SW
               GO TO 3500-EXIT
           END-IF

           MOVE BP-ACCT-NO TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   GO TO 3500-EXIT
           END-READ
           MOVE ACCT-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   GO TO 3500-EXIT
           END-READ
           IF CUST-STATUS = 'X'
               MOVE 'Y' TO WS-SUPPRESS-SW
           END-IF.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-WRITE-REQUEST THRU 4000-EXIT
      *   'BP' is a debit type, so the request carries the amount
      *   negative.  Channel 'BPY' keeps the debit off the inbound
      *   ACH return path - a declined bill payment has no
      *   originator to return to.
      *----------------------------------------------------------------*
       4000-WRITE-REQUEST.
           MOVE BP-ACCT-NO           TO TR-ACCT-NO
           MOVE 'BP'                 TO TR-TYPE
           COMPUTE TR-AMOUNT = ZERO - BP-AMOUNT
           MOVE BP-ID                TO WS-GD-BP-ID
           MOVE BE-NAME              TO WS-GD-TEXT
           MOVE WS-GEN-DESC          TO TR-DESC
           MOVE SPACES               TO TR-MERCHANT-NAME
           MOVE SPACES               TO TR-MERCHANT-CITY
           MOVE SPACES               TO TR-MERCHANT-STATE
           MOVE 'BPY'                TO TR-CHANNEL
           MOVE SPACES               TO TR-AUTH-CODE
           MOVE ZERO                 TO TR-CONTRA-ACCT
           MOVE ZERO                 TO TR-CARD-NO
           MOVE ZERO                 TO TR-CHECK-NO
           MOVE ZERO                 TO TR-EFFECTIVE-DATE
           MOVE ZERO                 TO TR-RECEIVED-DATE
           MOVE ZERO                 TO TR-RECEIVED-TIME
           WRITE TXN-REQUEST-RECORD
           ADD TR-AMOUNT TO WS-BATCH-HASH-TOTAL
           ADD 1 TO WS-DUE-CNT.
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
           MOVE 'BPGEN' TO RL-PROGRAM
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
