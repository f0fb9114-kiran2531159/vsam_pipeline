      *================================================================*
      * BPORIG - BILL-PAY ACH ORIGINATION AND NEXT-DUE ADVANCE
      *
      * Nightly step after TXNPOST, the SOADV shape for bill pay.
      * Scans the transaction master for the night's accepted
      * postings (TXN-STATUS 'P' with TXN-POST-DATE = today) carrying
      * BPGEN's 'BP ' marker at the front of TXN-DESC.  For each one
      * it originates a PPD credit to the payee on the outbound
      * NACHA file (BPACH) and then advances the instruction - a
      * recurring payment steps BP-NEXT-DUE-DATE one period, a
      * one-time payment is marked paid.  A payment whose debit was
      * declined has no posted marker, sends nothing and stays due.
      *
      * The file is balanced: the batch closes with one offsetting
      * debit to the bank's ACH settlement clearing account for the
      * batch's credit total, so the file's debits equal its
      * credits.  The '9' file-control credit total is what CASHRCON
      * proves against the night's GL postings to the clearing
      * account (GLPOST maps 'BP' to it).  A file with no payments
      * still carries the file header and control, so CASHRCON
      * always sees tonight's expectation.
      *
      * The file is rebuilt in full from the transaction master on
      * every run, so a rerun sends the same payments again - the
      * advance is what must not repeat, and BP-LAST-PAID-DATE
      * guards it.  A posted marker whose instruction or payee has
      * vanished cannot be originated: it is reported and the step
      * ends RC=4 (the customer was debited - the money sits in the
      * clearing account until operations refunds or sends it).
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BPORIG.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL BILL-PAY ORIGINATION STEP.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-MASTER ASSIGN TO TXNMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TXN-ID
               FILE STATUS IS WS-TXN-STATUS.

           SELECT BILL-PAY-FILE ASSIGN TO BILLPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BP-ID
               FILE STATUS IS WS-BPAY-STATUS.

           SELECT BILL-PAYEE-FILE ASSIGN TO BILLPYE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BE-KEY
               FILE STATUS IS WS-PYE-STATUS.

           SELECT ACH-FILE ASSIGN TO BPACH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.

           SELECT RUN-LOG ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT PROC-DATE-CTL ASSIGN TO PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-MASTER.
           COPY "transaction.cpy".

       FD  BILL-PAY-FILE.
           COPY "billpay.cpy".

       FD  BILL-PAYEE-FILE.
           COPY "billpye.cpy".

       FD  ACH-FILE
           RECORD CONTAINS 94 CHARACTERS.
       01  ACH-RECORD                     PIC X(94).

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

       01  WS-TXN-STATUS                  PIC X(02).
       01  WS-BPAY-STATUS                 PIC X(02).
           88  WS-BPAY-OK                  VALUE '00'.
       01  WS-PYE-STATUS                  PIC X(02).
           88  WS-PYE-OK                   VALUE '00'.
       01  WS-ACH-STATUS                  PIC X(02).

       01  WS-EOF-SW                      PIC X(01)   VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
       01  WS-ABORT-SW                    PIC X(01)   VALUE 'N'.
           88  WS-ABORT                     VALUE 'Y'.
       01  WS-BATCH-OPEN-SW               PIC X(01)   VALUE 'N'.
           88  WS-BATCH-OPEN                VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-TXN-CNT                 PIC 9(09)   VALUE ZERO.
           05  WS-MARKER-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-ORIGINATED-CNT          PIC 9(07)   VALUE ZERO.
           05  WS-ADVANCED-CNT            PIC 9(07)   VALUE ZERO.
           05  WS-COMPLETED-CNT           PIC 9(07)   VALUE ZERO.
           05  WS-ORPHAN-CNT              PIC 9(07)   VALUE ZERO.

      *----------------------------------------------------------------*
      * TXN-DESC AS BPGEN BUILT IT - 'BP ' MARKER THEN THE BP-ID.
      *----------------------------------------------------------------*
       01  WS-DESC-SCAN.
           05  WS-DS-MARKER               PIC X(03).
           05  WS-DS-BP-ID                PIC X(08).
           05  FILLER                     PIC X(29).

       01  WS-WORK-BP-ID                  PIC 9(08)   VALUE ZERO.

      *----------------------------------------------------------------*
      * NACHA WORK FIELDS
      *----------------------------------------------------------------*
       01  WS-ACH-AMOUNT-CENTS            PIC 9(10)   VALUE ZERO.
       01  WS-ACH-TRAN-CODE               PIC 9(02)   VALUE ZERO.
       01  WS-ACH-ROUTING                 PIC 9(09)   VALUE ZERO.
       01  WS-ENTRY-COUNT                 PIC 9(08)   VALUE ZERO.
       01  WS-ENTRY-HASH                  PIC 9(12)   VALUE ZERO.
       01  WS-ENTRY-HASH-10               PIC 9(10)   VALUE ZERO.
       01  WS-HASH-QUOTIENT               PIC 9(02)   VALUE ZERO.
       01  WS-CREDIT-TOTAL-CENTS          PIC 9(12)   VALUE ZERO.
       01  WS-DEBIT-TOTAL-CENTS           PIC 9(12)   VALUE ZERO.
       01  WS-BATCH-COUNT                 PIC 9(06)   VALUE ZERO.
       01  WS-RECORD-COUNT                PIC 9(07)   VALUE ZERO.
       01  WS-BLOCK-COUNT                 PIC 9(06)   VALUE ZERO.
       01  WS-BLOCK-REMAINDER             PIC 9(02)   VALUE ZERO.
       01  WS-TRACE-SEQ                   PIC 9(07)   VALUE ZERO.
       01  WS-ROUTING-8                   PIC 9(08)   VALUE ZERO.
       01  WS-ROUTING-REM                 PIC 9(01)   VALUE ZERO.

      *----------------------------------------------------------------*
      * ORIGINATING BANK CONSTANTS - OUR OWN ABA NUMBER AND COMPANY
      * IDENTIFICATION, AS REGISTERED WITH THE ACH OPERATOR, AND THE
      * ACH SETTLEMENT CLEARING ACCOUNT THE BALANCING OFFSET DEBITS.
      *----------------------------------------------------------------*
       01  WS-ORIGIN-ROUTING              PIC 9(09)   VALUE 071000013.
       01  WS-COMPANY-ID                  PIC X(10)
                                          VALUE '1770001234'.
       01  WS-COMPANY-NAME                PIC X(16)
                                          VALUE 'RETAIL BANK CORP'.
       01  WS-SETTLE-ACCT-NUM             PIC X(17)
                                          VALUE '100400'.

      *----------------------------------------------------------------*
      * DATE ADVANCE WORK FIELDS
      *----------------------------------------------------------------*
       01  WS-ADV-DATE                    PIC 9(08).
       01  WS-ADV-DATE-R REDEFINES WS-ADV-DATE.
           05  WS-ADV-YYYY                 PIC 9(04).
           05  WS-ADV-MM                   PIC 9(02).
           05  WS-ADV-DD                   PIC 9(02).
       01  WS-ADV-MONTHS                  PIC 9(02)   VALUE ZERO.
       01  WS-ADV-MM-WORK                 PIC S9(04)  VALUE ZERO.
       01  WS-MONTH-DAYS-LIST.
           05  FILLER PIC X(24) VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
           05  WS-MD-DAYS OCCURS 12 TIMES  PIC 9(02).
       01  WS-LEAP-REMAINDER              PIC 9(03)   VALUE ZERO.
       01  WS-LEAP-QUOTIENT               PIC 9(04)   VALUE ZERO.
       01  WS-MONTH-LIMIT                 PIC 9(02)   VALUE ZERO.

       01  WS-CONV-DATE                   PIC 9(08).
       01  WS-CONV-DATE-R REDEFINES WS-CONV-DATE.
           05  WS-CONV-YYYY                PIC 9(04).
           05  WS-CONV-MM                  PIC 9(02).
           05  WS-CONV-DD                  PIC 9(02).
       01  WS-CONV-A                      PIC S9(04).
       01  WS-CONV-Y                      PIC S9(06).
       01  WS-CONV-M                      PIC S9(04).
       01  WS-CONV-JULIAN                 PIC S9(09).
       01  WS-CONV-B                      PIC S9(09).
       01  WS-CONV-C                      PIC S9(09).
       01  WS-CONV-D                      PIC S9(09).
       01  WS-CONV-E                      PIC S9(09).

      *----------------------------------------------------------------*
      * NACHA RECORD LAYOUTS (94-BYTE FIXED RECORDS)
      *----------------------------------------------------------------*
       01  WS-ACH-FILE-HEADER.
           05  FILLER                     PIC X(01)   VALUE '1'.
           05  FILLER                     PIC X(02)   VALUE '01'.
           05  WS-FH-DEST                 PIC X(10).
           05  WS-FH-ORIGIN               PIC X(10).
           05  WS-FH-DATE                 PIC 9(06).
           05  WS-FH-TIME                 PIC 9(04).
           05  FILLER                     PIC X(01)   VALUE 'A'.
           05  FILLER                     PIC X(03)   VALUE '094'.
           05  FILLER                     PIC X(02)   VALUE '10'.
           05  FILLER                     PIC X(01)   VALUE '1'.
           05  WS-FH-DEST-NAME            PIC X(23).
           05  WS-FH-ORIGIN-NAME          PIC X(23).
           05  FILLER                     PIC X(08)   VALUE SPACES.

       01  WS-ACH-BATCH-HEADER.
           05  FILLER                     PIC X(01)   VALUE '5'.
           05  FILLER                     PIC X(03)   VALUE '200'.
           05  WS-BH-COMPANY-NAME         PIC X(16).
           05  FILLER                     PIC X(20)   VALUE SPACES.
           05  WS-BH-COMPANY-ID           PIC X(10).
           05  FILLER                     PIC X(03)   VALUE 'PPD'.
           05  FILLER                     PIC X(10)   VALUE 'BILL PAY'.
           05  WS-BH-DESC-DATE            PIC X(06).
           05  WS-BH-EFF-DATE             PIC 9(06).
           05  FILLER                     PIC X(03)   VALUE SPACES.
           05  FILLER                     PIC X(01)   VALUE '1'.
           05  WS-BH-ODFI                 PIC 9(08).
           05  WS-BH-BATCH-NO             PIC 9(07).

       01  WS-ACH-ENTRY.
           05  FILLER                     PIC X(01)   VALUE '6'.
           05  WS-EN-TRAN-CODE            PIC 9(02).
           05  WS-EN-RDFI                 PIC 9(08).
           05  WS-EN-CHECK-DIGIT          PIC 9(01).
           05  WS-EN-ACCT-NUM             PIC X(17).
           05  WS-EN-AMOUNT               PIC 9(10).
           05  WS-EN-INDIV-ID             PIC X(15).
           05  WS-EN-INDIV-NAME           PIC X(22).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  FILLER                     PIC X(01)   VALUE '0'.
           05  WS-EN-TRACE.
               10  WS-EN-TRACE-ODFI       PIC 9(08).
               10  WS-EN-TRACE-SEQ        PIC 9(07).

       01  WS-ACH-BATCH-CONTROL.
           05  FILLER                     PIC X(01)   VALUE '8'.
           05  FILLER                     PIC X(03)   VALUE '200'.
           05  WS-BC-ENTRY-COUNT          PIC 9(06).
           05  WS-BC-ENTRY-HASH           PIC 9(10).
           05  WS-BC-DEBIT-TOTAL          PIC 9(12).
           05  WS-BC-CREDIT-TOTAL         PIC 9(12).
           05  WS-BC-COMPANY-ID           PIC X(10).
           05  FILLER                     PIC X(19)   VALUE SPACES.
           05  FILLER                     PIC X(06)   VALUE SPACES.
           05  WS-BC-ODFI                 PIC 9(08).
           05  WS-BC-BATCH-NO             PIC 9(07).

       01  WS-ACH-FILE-CONTROL.
           05  FILLER                     PIC X(01)   VALUE '9'.
           05  WS-FC-BATCH-COUNT          PIC 9(06).
           05  WS-FC-BLOCK-COUNT          PIC 9(06).
           05  WS-FC-ENTRY-COUNT          PIC 9(08).
           05  WS-FC-ENTRY-HASH           PIC 9(10).
           05  WS-FC-DEBIT-TOTAL          PIC 9(12).
           05  WS-FC-CREDIT-TOTAL         PIC 9(12).
           05  FILLER                     PIC X(39)   VALUE SPACES.

       01  WS-ACH-FILL-RECORD             PIC X(94)   VALUE ALL '9'.

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
               PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
                   UNTIL WS-EOF
           END-IF
           PERFORM 3000-TERMINATE
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-TXN-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE THRU 1000-EXIT
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT TRANSACTION-MASTER
           IF WS-TXN-STATUS NOT = '00'
               DISPLAY 'BPORIG ERROR - CANNOT OPEN TRANSACTION-'
                   'MASTER, STATUS = ' WS-TXN-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF

           OPEN I-O BILL-PAY-FILE
           IF WS-BPAY-STATUS NOT = '00'
               DISPLAY 'BPORIG ERROR - CANNOT OPEN BILL-PAY FILE, '
                   'STATUS = ' WS-BPAY-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT BILL-PAYEE-FILE
           OPEN OUTPUT ACH-FILE
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           PERFORM 7000-WRITE-ACH-FILE-HEADER THRU 7000-EXIT
           PERFORM 2100-READ-TRANSACTION.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESS-TRANSACTION THRU 2000-EXIT
      *----------------------------------------------------------------*
       2000-PROCESS-TRANSACTION.
           ADD 1 TO WS-TXN-CNT

           IF TXN-STATUS = 'P' AND TXN-POST-DATE = WS-TODAY
               AND TXN-TYPE = 'BP'
               MOVE TXN-DESC TO WS-DESC-SCAN
               IF WS-DS-MARKER = 'BP ' AND WS-DS-BP-ID NUMERIC
                   ADD 1 TO WS-MARKER-CNT
                   MOVE WS-DS-BP-ID TO WS-WORK-BP-ID
                   PERFORM 4000-ORIGINATE-PAYMENT THRU 4000-EXIT
               END-IF
           END-IF

           PERFORM 2100-READ-TRANSACTION.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-READ-TRANSACTION
      *----------------------------------------------------------------*
       2100-READ-TRANSACTION.
           READ TRANSACTION-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           IF NOT WS-ABORT
               IF WS-BATCH-OPEN
                   PERFORM 5500-CLOSE-BATCH THRU 5500-EXIT
               END-IF
               PERFORM 7500-WRITE-FILE-CONTROL THRU 7500-EXIT
               CLOSE TRANSACTION-MASTER
               CLOSE BILL-PAY-FILE
               CLOSE BILL-PAYEE-FILE
               CLOSE ACH-FILE
           END-IF
           IF WS-ORPHAN-CNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'BPORIG TRANSACTIONS READ = ' WS-TXN-CNT
           DISPLAY 'BPORIG MARKERS FOUND     = ' WS-MARKER-CNT
           DISPLAY 'BPORIG PAYMENTS SENT     = ' WS-ORIGINATED-CNT
           DISPLAY 'BPORIG PAYMENTS ADVANCED = ' WS-ADVANCED-CNT
           DISPLAY 'BPORIG ONE-TIME PAID     = ' WS-COMPLETED-CNT
           DISPLAY 'BPORIG NOT ORIGINATED    = ' WS-ORPHAN-CNT.

      *----------------------------------------------------------------*
      * 4000-ORIGINATE-PAYMENT THRU 4000-EXIT
      *   The posted debit's own amount goes out, not the
      *   instruction's - a change keyed after BPGEN ran must not
      *   send a different figure from the one the customer paid.
      *----------------------------------------------------------------*
       4000-ORIGINATE-PAYMENT.
           MOVE WS-WORK-BP-ID TO BP-ID
           READ BILL-PAY-FILE
               INVALID KEY
                   ADD 1 TO WS-ORPHAN-CNT
                   DISPLAY 'BPORIG NOT ORIGINATED - TXN-ID ' TXN-ID
                       ' BP-ID ' WS-WORK-BP-ID ' NOT ON FILE'
                   GO TO 4000-EXIT
           END-READ

           MOVE BP-CUST-ID  TO BE-CUST-ID
           MOVE BP-PAYEE-NO TO BE-PAYEE-NO
           READ BILL-PAYEE-FILE
               INVALID KEY
                   ADD 1 TO WS-ORPHAN-CNT
                   DISPLAY 'BPORIG NOT ORIGINATED - TXN-ID ' TXN-ID
                       ' BP-ID ' WS-WORK-BP-ID ' PAYEE NOT ON FILE'
                   GO TO 4000-EXIT
           END-READ

           IF NOT WS-BATCH-OPEN
               PERFORM 5000-OPEN-BATCH THRU 5000-EXIT
           END-IF

           IF BE-ACCT-TYPE = 'S'
               MOVE 32 TO WS-ACH-TRAN-CODE
           ELSE
               MOVE 22 TO WS-ACH-TRAN-CODE
           END-IF
           MOVE BE-ROUTING-NUM TO WS-ACH-ROUTING
           MOVE BE-ACCT-NUM    TO WS-EN-ACCT-NUM
           COMPUTE WS-ACH-AMOUNT-CENTS = (ZERO - TXN-AMOUNT) * 100
           IF BE-PAYEE-TYPE = 'B'
               MOVE BE-BILLER-REF TO WS-EN-INDIV-ID
           ELSE
               MOVE BP-ID         TO WS-EN-INDIV-ID
           END-IF
           MOVE BE-NAME        TO WS-EN-INDIV-NAME
           PERFORM 5100-WRITE-ENTRY THRU 5100-EXIT
           ADD WS-ACH-AMOUNT-CENTS TO WS-CREDIT-TOTAL-CENTS
           ADD 1 TO WS-ORIGINATED-CNT

           PERFORM 4050-ADVANCE-PAYMENT THRU 4050-EXIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4050-ADVANCE-PAYMENT THRU 4050-EXIT
      *   BP-LAST-PAID-DATE already on today means a rerun has
      *   advanced this instruction once tonight - the payment still
      *   goes on the rebuilt file but the schedule stays put.
      *----------------------------------------------------------------*
       4050-ADVANCE-PAYMENT.
           IF BP-LAST-PAID-DATE = WS-TODAY
               GO TO 4050-EXIT
           END-IF

           IF BP-FREQUENCY = 'O'
               MOVE 'P' TO BP-STATUS
               ADD 1 TO WS-COMPLETED-CNT
           ELSE
               MOVE BP-NEXT-DUE-DATE TO WS-ADV-DATE
               EVALUATE BP-FREQUENCY
                   WHEN 'W'
                       PERFORM 4100-ADVANCE-SEVEN-DAYS THRU 4100-EXIT
                   WHEN 'Q'
                       MOVE 3 TO WS-ADV-MONTHS
                       PERFORM 4200-ADVANCE-MONTHS THRU 4200-EXIT
                   WHEN OTHER
                       MOVE 1 TO WS-ADV-MONTHS
                       PERFORM 4200-ADVANCE-MONTHS THRU 4200-EXIT
               END-EVALUATE
               MOVE WS-ADV-DATE TO BP-NEXT-DUE-DATE
               ADD 1 TO WS-ADVANCED-CNT
           END-IF
           MOVE WS-TODAY TO BP-LAST-PAID-DATE

           REWRITE BILL-PAY-RECORD.
       4050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-ADVANCE-SEVEN-DAYS THRU 4100-EXIT
      *----------------------------------------------------------------*
       4100-ADVANCE-SEVEN-DAYS.
           MOVE WS-ADV-DATE TO WS-CONV-DATE
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           ADD 7 TO WS-CONV-JULIAN
           PERFORM 8100-CONVERT-JULIAN-TO-DATE THRU 8100-EXIT
           MOVE WS-CONV-DATE TO WS-ADV-DATE.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4200-ADVANCE-MONTHS THRU 4200-EXIT
      *   Steps the month forward WS-ADV-MONTHS months, rolling the
      *   year and clamping the day-of-month to the target month's
      *   length (29 for February in a leap year).
      *----------------------------------------------------------------*
       4200-ADVANCE-MONTHS.
           COMPUTE WS-ADV-MM-WORK = WS-ADV-MM + WS-ADV-MONTHS
           PERFORM 4210-ROLL-YEAR THRU 4210-EXIT
               UNTIL WS-ADV-MM-WORK <= 12
           MOVE WS-ADV-MM-WORK TO WS-ADV-MM

           MOVE WS-MD-DAYS(WS-ADV-MM) TO WS-MONTH-LIMIT
           IF WS-ADV-MM = 02
               PERFORM 4300-CHECK-LEAP-YEAR THRU 4300-EXIT
           END-IF
           IF WS-ADV-DD > WS-MONTH-LIMIT
               MOVE WS-MONTH-LIMIT TO WS-ADV-DD
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4210-ROLL-YEAR THRU 4210-EXIT
      *----------------------------------------------------------------*
       4210-ROLL-YEAR.
           SUBTRACT 12 FROM WS-ADV-MM-WORK
           ADD 1 TO WS-ADV-YYYY.
       4210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4300-CHECK-LEAP-YEAR THRU 4300-EXIT
      *   February runs to 29 when the year is divisible by 4, except
      *   century years not divisible by 400.
      *----------------------------------------------------------------*
       4300-CHECK-LEAP-YEAR.
           DIVIDE WS-ADV-YYYY BY 4
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = ZERO
               DIVIDE WS-ADV-YYYY BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER NOT = ZERO
                   MOVE 29 TO WS-MONTH-LIMIT
               ELSE
                   DIVIDE WS-ADV-YYYY BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 29 TO WS-MONTH-LIMIT
                   END-IF
               END-IF
           END-IF.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-OPEN-BATCH THRU 5000-EXIT
      *   One PPD batch carries the night's payments, opened at the
      *   first one - a night with none sends no batch at all.
      *----------------------------------------------------------------*
       5000-OPEN-BATCH.
           MOVE WS-COMPANY-NAME TO WS-BH-COMPANY-NAME
           MOVE WS-COMPANY-ID   TO WS-BH-COMPANY-ID
           MOVE WS-TODAY(3:6)   TO WS-BH-DESC-DATE
           MOVE WS-TODAY(3:6)   TO WS-BH-EFF-DATE
           MOVE WS-ORIGIN-ROUTING(1:8) TO WS-BH-ODFI
           MOVE 1 TO WS-BH-BATCH-NO
           MOVE WS-ACH-BATCH-HEADER TO ACH-RECORD
           WRITE ACH-RECORD
           ADD 1 TO WS-RECORD-COUNT
           ADD 1 TO WS-BATCH-COUNT
           MOVE 'Y' TO WS-BATCH-OPEN-SW.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-WRITE-ENTRY THRU 5100-EXIT
      *   One NACHA entry detail record - the caller sets the tran
      *   code, the receiving routing number, the account, the
      *   amount in cents and the individual ID and name.
      *----------------------------------------------------------------*
       5100-WRITE-ENTRY.
           MOVE WS-ACH-TRAN-CODE TO WS-EN-TRAN-CODE
           DIVIDE WS-ACH-ROUTING BY 10
               GIVING WS-ROUTING-8
               REMAINDER WS-ROUTING-REM
           MOVE WS-ROUTING-8       TO WS-EN-RDFI
           MOVE WS-ROUTING-REM     TO WS-EN-CHECK-DIGIT
           MOVE WS-ACH-AMOUNT-CENTS TO WS-EN-AMOUNT
           MOVE WS-ORIGIN-ROUTING(1:8) TO WS-EN-TRACE-ODFI
           ADD 1 TO WS-TRACE-SEQ
           MOVE WS-TRACE-SEQ       TO WS-EN-TRACE-SEQ
           MOVE WS-ACH-ENTRY TO ACH-RECORD
           WRITE ACH-RECORD
           ADD 1 TO WS-ENTRY-COUNT
           ADD 1 TO WS-RECORD-COUNT
           ADD WS-ROUTING-8 TO WS-ENTRY-HASH.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5500-CLOSE-BATCH THRU 5500-EXIT
      *   The balancing offset - one debit to our own settlement
      *   clearing account for the batch's credit total - then the
      *   batch control.  The entry hash carries the low-order ten
      *   digits of the summed receiving-routing prefixes, per the
      *   NACHA rule.
      *----------------------------------------------------------------*
       5500-CLOSE-BATCH.
           MOVE 27 TO WS-ACH-TRAN-CODE
           MOVE WS-ORIGIN-ROUTING     TO WS-ACH-ROUTING
           MOVE WS-SETTLE-ACCT-NUM    TO WS-EN-ACCT-NUM
           MOVE WS-CREDIT-TOTAL-CENTS TO WS-ACH-AMOUNT-CENTS
           MOVE 'BILL PAY OFFSET'     TO WS-EN-INDIV-ID
           MOVE WS-COMPANY-NAME       TO WS-EN-INDIV-NAME
           PERFORM 5100-WRITE-ENTRY THRU 5100-EXIT
           ADD WS-ACH-AMOUNT-CENTS TO WS-DEBIT-TOTAL-CENTS

           DIVIDE WS-ENTRY-HASH BY 10000000000
               GIVING WS-HASH-QUOTIENT
               REMAINDER WS-ENTRY-HASH-10

           MOVE WS-ENTRY-COUNT        TO WS-BC-ENTRY-COUNT
           MOVE WS-ENTRY-HASH-10      TO WS-BC-ENTRY-HASH
           MOVE WS-DEBIT-TOTAL-CENTS  TO WS-BC-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL-CENTS TO WS-BC-CREDIT-TOTAL
           MOVE WS-COMPANY-ID         TO WS-BC-COMPANY-ID
           MOVE WS-ORIGIN-ROUTING(1:8) TO WS-BC-ODFI
           MOVE 1 TO WS-BC-BATCH-NO
           MOVE WS-ACH-BATCH-CONTROL TO ACH-RECORD
           WRITE ACH-RECORD
           ADD 1 TO WS-RECORD-COUNT
           MOVE 'N' TO WS-BATCH-OPEN-SW.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-WRITE-ACH-FILE-HEADER THRU 7000-EXIT
      *----------------------------------------------------------------*
       7000-WRITE-ACH-FILE-HEADER.
           MOVE SPACES TO WS-FH-DEST
           MOVE WS-ORIGIN-ROUTING TO WS-FH-DEST(2:9)
           MOVE SPACES TO WS-FH-ORIGIN
           MOVE WS-COMPANY-ID TO WS-FH-ORIGIN(1:10)
           MOVE WS-TODAY(3:6) TO WS-FH-DATE
           ACCEPT WS-FH-TIME FROM TIME
           MOVE 'FEDERAL RESERVE' TO WS-FH-DEST-NAME
           MOVE WS-COMPANY-NAME   TO WS-FH-ORIGIN-NAME
           MOVE WS-ACH-FILE-HEADER TO ACH-RECORD
           WRITE ACH-RECORD
           ADD 1 TO WS-RECORD-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7500-WRITE-FILE-CONTROL THRU 7500-EXIT
      *   File control, then all-nines fill records to a full block
      *   of ten, as PAYROLL closes its file.
      *----------------------------------------------------------------*
       7500-WRITE-FILE-CONTROL.
           DIVIDE WS-ENTRY-HASH BY 10000000000
               GIVING WS-HASH-QUOTIENT
               REMAINDER WS-ENTRY-HASH-10

           ADD 1 TO WS-RECORD-COUNT
           COMPUTE WS-BLOCK-COUNT = (WS-RECORD-COUNT + 9) / 10
           MOVE WS-BATCH-COUNT        TO WS-FC-BATCH-COUNT
           MOVE WS-BLOCK-COUNT        TO WS-FC-BLOCK-COUNT
           MOVE WS-ENTRY-COUNT        TO WS-FC-ENTRY-COUNT
           MOVE WS-ENTRY-HASH-10      TO WS-FC-ENTRY-HASH
           MOVE WS-DEBIT-TOTAL-CENTS  TO WS-FC-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL-CENTS TO WS-FC-CREDIT-TOTAL
           MOVE WS-ACH-FILE-CONTROL TO ACH-RECORD
           WRITE ACH-RECORD

           DIVIDE WS-RECORD-COUNT BY 10
               GIVING WS-BLOCK-COUNT
               REMAINDER WS-BLOCK-REMAINDER
           PERFORM 7510-WRITE-FILL-RECORD THRU 7510-EXIT
               UNTIL WS-BLOCK-REMAINDER = ZERO.
       7500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7510-WRITE-FILL-RECORD THRU 7510-EXIT
      *----------------------------------------------------------------*
       7510-WRITE-FILL-RECORD.
           MOVE WS-ACH-FILL-RECORD TO ACH-RECORD
           WRITE ACH-RECORD
           ADD 1 TO WS-RECORD-COUNT
           DIVIDE WS-RECORD-COUNT BY 10
               GIVING WS-BLOCK-COUNT
               REMAINDER WS-BLOCK-REMAINDER.
       7510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
      *   Converts WS-CONV-DATE (YYYYMMDD) to an absolute Julian day
      *   number in WS-CONV-JULIAN using the standard civil-calendar
      *   to Julian day formula.
      *----------------------------------------------------------------*
       8000-CONVERT-DATE-TO-JULIAN.
           COMPUTE WS-CONV-A = (14 - WS-CONV-MM) / 12
           COMPUTE WS-CONV-Y = WS-CONV-YYYY + 4800 - WS-CONV-A
           COMPUTE WS-CONV-M = WS-CONV-MM + (12 * WS-CONV-A) - 3
           COMPUTE WS-CONV-JULIAN =
               WS-CONV-DD
               + ((153 * WS-CONV-M) + 2) / 5
               + (365 * WS-CONV-Y)
               + (WS-CONV-Y / 4)
               - (WS-CONV-Y / 100)
               + (WS-CONV-Y / 400)
               - 32045.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8100-CONVERT-JULIAN-TO-DATE THRU 8100-EXIT
      *   The inverse of 8000 - converts the absolute Julian day
      *   number in WS-CONV-JULIAN back to YYYYMMDD in WS-CONV-DATE,
      *   using the standard integer-arithmetic civil-calendar
      *   formula.
      *----------------------------------------------------------------*
       8100-CONVERT-JULIAN-TO-DATE.
           COMPUTE WS-CONV-B =
               (4 * (WS-CONV-JULIAN + 32044) + 3) / 146097
           COMPUTE WS-CONV-C =
               (WS-CONV-JULIAN + 32044) - ((146097 * WS-CONV-B) / 4)
           COMPUTE WS-CONV-D = ((4 * WS-CONV-C) + 3) / 1461
           COMPUTE WS-CONV-E =
               WS-CONV-C - ((1461 * WS-CONV-D) / 4)
           COMPUTE WS-CONV-M = ((5 * WS-CONV-E) + 2) / 153
           COMPUTE WS-CONV-DD =
               WS-CONV-E - (((153 * WS-CONV-M) + 2) / 5) + 1
           COMPUTE WS-CONV-MM =
               WS-CONV-M + 3 - (12 * (WS-CONV-M / 10))
           COMPUTE WS-CONV-YYYY =
               (100 * WS-CONV-B) + WS-CONV-D - 4800
               + (WS-CONV-M / 10).
       8100-EXIT.
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
           MOVE 'BPORIG' TO RL-PROGRAM
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
