      *================================================================*
      * MAILOAD - LOAD MOSTLYAI SYNTHETIC DATA INTO THE TEST REGION
      *
      * The reverse of the MAIPIPE export.  TESTSUB carves a slice of
      * real production data for the test region; this job fills the
      * test region from the synthetic dataset MostlyAI generated
      * instead, so QA can run the whole NIGHTLY cycle with no real
      * customer in it.  It reads the dataset (SYNCMB) in the
      * combined_mai.cpy CU/AC/TX sequence and widens each record back
      * into the full customer.cpy, account.cpy and transaction.cpy
      * layouts:
      *
      *   - every key is regenerated - CUST-ID, TXN-ID and a twelve
      *     digit ACCT-NUMBER carrying ACCTMAINT's doubled-digit check
      *     digit (ACCT-CKD-FLAG 'Y') - so nothing the generator
      *     happened to echo from production survives as a key;
      *   - ACCT-ROUTING-NUM is the bank's own routing number and
      *     ACCT-BRANCH-CODE must be an open branch on BRANCH-MASTER;
      *     a synthetic branch ID that is not one is dealt round the
      *     open branches in turn;
      *   - the two-character synthetic ACCT-TYPE is widened back to
      *     the product code ACCTEXTR cut it from, loan balances go
      *     back to negative, and debit TXN-TYPEs get their sign back
      *     (the extract layouts carry unsigned whole amounts);
      *   - SSN, phone, DOB and email are rebuilt as test values -
      *     the SSN in the 9xx area the SSA never issues, the phone
      *     in the 555 fictitious range, the email at EXAMPLE.COM -
      *     since the generator only ever saw MASKPII's masked forms;
      *   - the fields the synthetic layout drops take the defaults
      *     CUSTMAINT and ACCTMAINT give a new record, and any date
      *     that is not a calendar date or falls after the load's
      *     snapshot date is pulled back to a usable one.
      *
      * A record is only taken under its parent: an AC whose
      * ACCT-CUST-ID is not the customer it follows, or a TX whose
      * TXN-ACCT-NO is not the account it follows, is dropped as an
      * orphan, so the loaded masters always pass REFSWEEP.
      *
      * To let BALPROOF prove the first test night, each account's
      * BALANCE-HISTORY row is seeded as of the day before the test
      * PROCDATE at the loaded ACCT-BALANCE, and every transaction is
      * posted on or before that date - the loaded history is prior
      * activity, so GLPOST does not pick it up either.  TXNSEQ is
      * set to the last TXN-ID loaded so TXNPOST carries on past it.
      *
      * Every output opens OUTPUT - a run replaces the test region's
      * customers, accounts, transactions and balance history
      * outright.  Ends RETURN-CODE 4 when any record was dropped,
      * 16 when an input cannot be opened or BRANCH-MASTER has no
      * open branch.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILOAD.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL SYNTHETIC TEST-REGION LOAD.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYNTH-EXTRACT ASSIGN TO SYNCMB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SYN-STATUS.

           SELECT BRANCH-MASTER ASSIGN TO BRANMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BRANCH-ID
               FILE STATUS IS WS-BRAN-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TRANSACTION-MASTER ASSIGN TO TXNMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TXN-ID
               ALTERNATE RECORD KEY IS TXN-ACCT-NO WITH DUPLICATES
               FILE STATUS IS WS-TXN-STATUS.

           SELECT BALANCE-HISTORY-OUT ASSIGN TO BALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT TXN-SEQUENCE-CTL ASSIGN TO TXNSEQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

           SELECT PROC-DATE-CTL ASSIGN TO PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYNTH-EXTRACT
           RECORD CONTAINS 370 CHARACTERS.
           COPY "combined_mai.cpy"
               REPLACING ==COMBINED-RECORD== BY ==SYNTH-RECORD==
                         LEADING ==CUST-== BY ==SY-CUST-==
                         LEADING ==ACCT-== BY ==SY-ACCT-==
                         LEADING ==TXN-== BY ==SY-TXN-==.

       FD  BRANCH-MASTER.
           COPY "branch.cpy".

       FD  CUSTOMER-MASTER.
           COPY "customer.cpy".

       FD  ACCOUNT-MASTER.
           COPY "account.cpy".

       FD  TRANSACTION-MASTER.
           COPY "transaction.cpy".

       FD  BALANCE-HISTORY-OUT.
           COPY "balhist.cpy".

       FD  TXN-SEQUENCE-CTL
           RECORD CONTAINS 15 CHARACTERS.
       01  TXN-SEQUENCE-RECORD            PIC 9(15).

       FD  PROC-DATE-CTL
           RECORD CONTAINS 8 CHARACTERS.
       01  PROC-DATE-RECORD               PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-SYN-STATUS                  PIC X(02).
       01  WS-BRAN-STATUS                 PIC X(02).
       01  WS-CUST-STATUS                 PIC X(02).
       01  WS-ACCT-STATUS                 PIC X(02).
       01  WS-TXN-STATUS                  PIC X(02).
       01  WS-HIST-STATUS                 PIC X(02).
       01  WS-SEQ-STATUS                  PIC X(02).
       01  WS-PDATE-STATUS                PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-ABORT-SW                PIC X(01)   VALUE 'N'.
               88  WS-ABORT                VALUE 'Y'.
           05  WS-IN-CUST-SW              PIC X(01)   VALUE 'N'.
               88  WS-IN-CUST              VALUE 'Y'.
           05  WS-IN-ACCT-SW              PIC X(01)   VALUE 'N'.
               88  WS-IN-ACCT              VALUE 'Y'.
           05  WS-FOUND-SW                PIC X(01)   VALUE 'N'.
               88  WS-FOUND                VALUE 'Y'.
           05  WS-DATE-OK-SW              PIC X(01)   VALUE 'N'.
               88  WS-DATE-OK              VALUE 'Y'.

      *----------------------------------------------------------------*
      * THE BANK'S OWN ROUTING NUMBER (AS ON BPORIG AND ACHRETN) AND
      * THE STARTING POINTS FOR THE REGENERATED KEYS - THE TEST
      * CLUSTERS ARE RELOADED EMPTY, SO THE KEYS START FRESH.
      *----------------------------------------------------------------*
       01  WS-BANK-ROUTING                PIC 9(09)   VALUE 071000013.
       01  WS-NEXT-CUST-ID                PIC 9(10)   VALUE 1000000000.
       01  WS-NEXT-ACCT-BODY              PIC 9(11)   VALUE 10000000000.
       01  WS-NEXT-TXN-ID                 PIC 9(15)   VALUE ZERO.

      *----------------------------------------------------------------*
      * THE PARENT THE NEXT CHILD RECORD MUST NAME - THE SYNTHETIC
      * KEY AS GENERATED, AND THE KEY IT WAS REGENERATED AS
      *----------------------------------------------------------------*
       01  WS-CUR-SYN-CUST-ID             PIC 9(10)   VALUE ZERO.
       01  WS-CUR-CUST-ID                 PIC 9(10)   VALUE ZERO.
       01  WS-CUR-SYN-ACCT-NO             PIC 9(10)   VALUE ZERO.
       01  WS-CUR-CUST-OPEN-DATE          PIC 9(08)   VALUE ZERO.
       01  WS-CUR-SEQ                     PIC 9(10)   VALUE ZERO.

      *----------------------------------------------------------------*
      * BUSINESS DATE AND THE BALANCE-HISTORY SEED DATE (THE DAY
      * BEFORE - THE FIRST DATE BALPROOF'S WALK BACK TRIES)
      *----------------------------------------------------------------*
       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-SNAP-DATE                   PIC 9(08)   VALUE ZERO.
       01  WS-SNAP-DATE-R REDEFINES WS-SNAP-DATE.
           05  WS-SNAP-YYYY               PIC 9(04).
           05  FILLER                     PIC 9(04).

      *----------------------------------------------------------------*
      * DATE EDIT - WS-EDIT-DATE IS PROVED A CALENDAR DATE BY A ROUND
      * TRIP THROUGH THE JULIAN DAY NUMBER
      *----------------------------------------------------------------*
       01  WS-EDIT-DATE                   PIC 9(08)   VALUE ZERO.
       01  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
           05  WS-EDIT-YYYY               PIC 9(04).
           05  WS-EDIT-MM                 PIC 9(02).
           05  WS-EDIT-DD                 PIC 9(02).
       01  WS-EDIT-DEFAULT                PIC 9(08)   VALUE ZERO.

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
      * OPEN BRANCHES ON BRANCH-MASTER.  A SYNTHETIC BRANCH ID NOT
      * AMONG THEM IS GIVEN WS-BR-NEXT'S BRANCH, WHICH THEN MOVES ON.
      *----------------------------------------------------------------*
       01  WS-BR-CNT                      PIC 9(03)   VALUE ZERO.
       01  WS-BR-NEXT                     PIC 9(03)   VALUE 1.
       01  WS-BRANCH-TABLE.
           05  WS-BR-ID OCCURS 500 TIMES
                          INDEXED BY WS-BR-IDX PIC X(05).

      *----------------------------------------------------------------*
      * SYNTHETIC ACCT-TYPE TO PRODUCT CODE - ACCTEXTR KEEPS THE
      * FIRST TWO CHARACTERS OF THE THREE.  A TWO-CHARACTER PRODUCT
      * ('LN', 'CD', 'S', 'C') COMES BACK AS IT WENT.  'MM' COULD
      * HAVE BEEN 'MMA' OR 'MMD' AND IS LOADED AS 'MMA'.
      *----------------------------------------------------------------*
       01  WS-WIDE-TYPE-CNT               PIC 9(02)   VALUE 09.
       01  WS-WIDE-TYPE-LIST.
           05  FILLER PIC X(05) VALUE 'MMMMA'.
           05  FILLER PIC X(05) VALUE 'SASAV'.
           05  FILLER PIC X(05) VALUE 'IRIRA'.
           05  FILLER PIC X(05) VALUE 'RTRTH'.
           05  FILLER PIC X(05) VALUE 'KEKEO'.
           05  FILLER PIC X(05) VALUE 'TRTRS'.
           05  FILLER PIC X(05) VALUE 'RVRVT'.
           05  FILLER PIC X(05) VALUE 'BUBUS'.
           05  FILLER PIC X(05) VALUE 'COCOM'.
       01  WS-WIDE-TYPE-TABLE REDEFINES WS-WIDE-TYPE-LIST.
           05  WS-WT-ENTRY OCCURS 9 TIMES INDEXED BY WS-WT-IDX.
               10  WS-WT-SYN-TYPE          PIC X(02).
               10  WS-WT-ACCT-TYPE         PIC X(03).

      *----------------------------------------------------------------*
      * TXN-TYPES THAT TAKE MONEY OUT OF THE ACCOUNT (TXNPOST'S '-'
      * TYPES) - THEIR SYNTHETIC AMOUNT IS LOADED NEGATIVE
      *----------------------------------------------------------------*
       01  WS-DEBIT-TYPE-CNT              PIC 9(02)   VALUE 10.
       01  WS-DEBIT-TYPE-LIST.
           05  FILLER PIC X(20) VALUE 'WDPUFEXFAUDRCKWRBPOC'.
       01  WS-DEBIT-TYPE-TABLE REDEFINES WS-DEBIT-TYPE-LIST.
           05  WS-DB-TYPE OCCURS 10 TIMES
                            INDEXED BY WS-DB-IDX PIC X(02).

      *----------------------------------------------------------------*
      * ACCOUNT NUMBER CHECK DIGIT - ACCTMAINT'S DOUBLED-DIGIT SCHEME
      *----------------------------------------------------------------*
       01  WS-CKD-ACCT-NO                 PIC 9(12)   VALUE ZERO.
       01  WS-CKD-DIGITS REDEFINES WS-CKD-ACCT-NO.
           05  WS-CKD-D OCCURS 12 TIMES   PIC 9(01).
       01  WS-CKD-SUM                     PIC 9(04)   VALUE ZERO.
       01  WS-CKD-WORK                    PIC 9(02)   VALUE ZERO.
       01  WS-CKD-IDX                     PIC 9(02)   VALUE ZERO.
       01  WS-CKD-PARITY                  PIC 9(02)   VALUE ZERO.
       01  WS-CKD-QUOT                    PIC 9(04)   VALUE ZERO.
       01  WS-CKD-REM                     PIC 9(02)   VALUE ZERO.
       01  WS-CKD-EXPECT                  PIC 9(02)   VALUE ZERO.

       01  WS-WORK-QUOT                   PIC 9(10)   VALUE ZERO.
       01  WS-WORK-MONTH                  PIC 9(02)   VALUE ZERO.
       01  WS-WORK-DAY                    PIC 9(02)   VALUE ZERO.
       01  WS-WORK-REM                    PIC 9(02)   VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-READ-CNT                PIC 9(09)   VALUE ZERO.
           05  WS-CUST-OUT-CNT            PIC 9(09)   VALUE ZERO.
           05  WS-ACCT-OUT-CNT            PIC 9(09)   VALUE ZERO.
           05  WS-TXN-OUT-CNT             PIC 9(09)   VALUE ZERO.
           05  WS-HIST-OUT-CNT            PIC 9(09)   VALUE ZERO.
           05  WS-ACCT-ORPHAN-CNT         PIC 9(09)   VALUE ZERO.
           05  WS-TXN-ORPHAN-CNT          PIC 9(09)   VALUE ZERO.
           05  WS-BAD-TYPE-CNT            PIC 9(09)   VALUE ZERO.
           05  WS-BRANCH-SUB-CNT          PIC 9(09)   VALUE ZERO.
           05  WS-DATE-FIX-CNT            PIC 9(09)   VALUE ZERO.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-ABORT
               PERFORM 2000-LOAD-ONE-RECORD THRU 2000-EXIT
                   UNTIL WS-EOF
               PERFORM 4900-FLUSH-ACCOUNT THRU 4900-EXIT
           END-IF
           PERFORM 6000-TERMINATE THRU 6000-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE THRU 1000-EXIT
      *   The seed date is the calendar day before the test region's
      *   business date.  The open branches are loaded before any
      *   output is opened, so a run that cannot assign branches
      *   leaves the test region as it was.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           MOVE WS-TODAY TO WS-CONV-DATE
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           SUBTRACT 1 FROM WS-CONV-JULIAN
           PERFORM 8100-CONVERT-JULIAN-TO-DATE THRU 8100-EXIT
           MOVE WS-CONV-DATE TO WS-SNAP-DATE

           OPEN INPUT BRANCH-MASTER
           IF WS-BRAN-STATUS NOT = '00'
               DISPLAY 'MAILOAD ERROR - CANNOT OPEN BRANCH-MASTER, '
                   'STATUS = ' WS-BRAN-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-ONE-BRANCH THRU 1100-EXIT
               UNTIL WS-EOF
           CLOSE BRANCH-MASTER
           MOVE 'N' TO WS-EOF-SW
           IF WS-BR-CNT = ZERO
               DISPLAY 'MAILOAD ERROR - NO OPEN BRANCH ON '
                   'BRANCH-MASTER'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT SYNTH-EXTRACT
           IF WS-SYN-STATUS NOT = '00'
               DISPLAY 'MAILOAD ERROR - CANNOT OPEN SYNTHETIC '
                   'DATASET, STATUS = ' WS-SYN-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT CUSTOMER-MASTER
           OPEN OUTPUT ACCOUNT-MASTER
           OPEN OUTPUT TRANSACTION-MASTER
           OPEN OUTPUT BALANCE-HISTORY-OUT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-LOAD-ONE-BRANCH THRU 1100-EXIT
      *----------------------------------------------------------------*
       1100-LOAD-ONE-BRANCH.
           READ BRANCH-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF WS-EOF
               GO TO 1100-EXIT
           END-IF
           IF BRANCH-STATUS NOT = 'A' OR WS-BR-CNT >= 500
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO WS-BR-CNT
           SET WS-BR-IDX TO WS-BR-CNT
           MOVE BRANCH-ID TO WS-BR-ID(WS-BR-IDX).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-LOAD-ONE-RECORD THRU 2000-EXIT
      *----------------------------------------------------------------*
       2000-LOAD-ONE-RECORD.
           READ SYNTH-EXTRACT
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF WS-EOF
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-READ-CNT

           EVALUATE REC-TYPE
               WHEN 'CU'
                   PERFORM 3000-LOAD-CUSTOMER THRU 3000-EXIT
               WHEN 'AC'
                   PERFORM 4000-LOAD-ACCOUNT THRU 4000-EXIT
               WHEN 'TX'
                   PERFORM 5000-LOAD-TRANSACTION THRU 5000-EXIT
               WHEN OTHER
                   ADD 1 TO WS-BAD-TYPE-CNT
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-LOAD-CUSTOMER THRU 3000-EXIT
      *   Widens one synthetic customer.  Name, street, city, state
      *   and ZIP are taken as generated (MAIFIDL has already swept
      *   them against the real master); the identifiers are rebuilt
      *   as test values and the rest defaults as on a CUSTMAINT add.
      *----------------------------------------------------------------*
       3000-LOAD-CUSTOMER.
           PERFORM 4900-FLUSH-ACCOUNT THRU 4900-EXIT
           ADD 1 TO WS-NEXT-CUST-ID
           MOVE SY-CUST-ID        TO WS-CUR-SYN-CUST-ID
           MOVE WS-NEXT-CUST-ID   TO WS-CUR-CUST-ID
           MOVE 'Y' TO WS-IN-CUST-SW
           COMPUTE WS-CUR-SEQ = WS-NEXT-CUST-ID - 1000000000

           MOVE SPACES TO CUSTOMER-RECORD
           MOVE WS-CUR-CUST-ID    TO CUST-ID
           MOVE SY-CUST-FIRST-NAME TO CUST-FIRST-NAME
           MOVE SY-CUST-LAST-NAME TO CUST-LAST-NAME
           MOVE SPACE             TO CUST-MIDDLE-INIT
           MOVE SPACE             TO CUST-GENDER

      *    SSN - area 9xx, never issued as a Social Security number.
           COMPUTE CUST-SSN = 900000000 + WS-CUR-SEQ

      *    DOB - the generator only saw MASKPII's year; the month and
      *    day are spread by sequence so age-driven logic has days to
      *    work with.
           DIVIDE WS-CUR-SEQ BY 12
               GIVING WS-WORK-QUOT REMAINDER WS-WORK-REM
           COMPUTE WS-WORK-MONTH = WS-WORK-REM + 1
           DIVIDE WS-CUR-SEQ BY 28
               GIVING WS-WORK-QUOT REMAINDER WS-WORK-REM
           COMPUTE WS-WORK-DAY = WS-WORK-REM + 1
           MOVE SY-CUST-DOB TO WS-EDIT-DATE
           IF WS-EDIT-YYYY < 1900 OR WS-EDIT-YYYY > WS-SNAP-YYYY
               MOVE 1970 TO WS-EDIT-YYYY
               ADD 1 TO WS-DATE-FIX-CNT
           END-IF
           MOVE WS-WORK-MONTH TO WS-EDIT-MM
           MOVE WS-WORK-DAY   TO WS-EDIT-DD
           MOVE WS-EDIT-DATE  TO CUST-DOB

           MOVE SY-CUST-ADDR-LINE1 TO CUST-ADDR-LINE-1
           MOVE SPACES            TO CUST-ADDR-LINE-2
           MOVE SY-CUST-CITY      TO CUST-CITY
           MOVE SY-CUST-STATE     TO CUST-STATE
           MOVE SY-CUST-ZIP-CODE  TO CUST-ZIP-CODE
           MOVE 'USA'             TO CUST-COUNTRY

      *    Phone - the 555-0100 to 555-0199 fictitious range.
           DIVIDE WS-CUR-SEQ BY 100
               GIVING WS-WORK-QUOT REMAINDER WS-WORK-REM
           COMPUTE CUST-PHONE = 5555550100 + WS-WORK-REM

           MOVE SPACES TO CUST-EMAIL
           IF SY-CUST-EMAIL NOT = SPACES
               STRING 'TEST'          DELIMITED BY SIZE
                      WS-CUR-CUST-ID  DELIMITED BY SIZE
                      '@EXAMPLE.COM'  DELIMITED BY SIZE
                   INTO CUST-EMAIL
               END-STRING
           END-IF

           MOVE SPACES            TO CUST-ACCT-TYPE
           IF SY-CUST-STATUS = SPACE
               MOVE 'A'           TO CUST-STATUS
           ELSE
               MOVE SY-CUST-STATUS TO CUST-STATUS
           END-IF
           MOVE SY-CUST-OPEN-DATE TO WS-EDIT-DATE
           MOVE WS-SNAP-DATE      TO WS-EDIT-DEFAULT
           PERFORM 7000-EDIT-DATE THRU 7000-EXIT
           MOVE WS-EDIT-DATE      TO CUST-OPEN-DATE
           MOVE WS-EDIT-DATE      TO WS-CUR-CUST-OPEN-DATE
           MOVE ZERO              TO CUST-CREDIT-LIMIT

           DIVIDE WS-CUR-CUST-ID BY 28
               GIVING WS-WORK-QUOT REMAINDER WS-WORK-REM
           COMPUTE CUST-STMT-CYCLE = WS-WORK-REM + 1
           IF CUST-EMAIL NOT = SPACES
               MOVE 'E'           TO CUST-DELIV-PREF
           ELSE
               MOVE 'P'           TO CUST-DELIV-PREF
           END-IF
           IF CUST-STATUS = 'X'
               MOVE WS-SNAP-DATE  TO CUST-DECEASED-DATE
           ELSE
               MOVE ZERO          TO CUST-DECEASED-DATE
           END-IF
           MOVE ZERO              TO CUST-MERGED-TO
           MOVE SPACE             TO CUST-ADDR-STATUS
           MOVE SPACES            TO CUST-FORMATION-STATE

           WRITE CUSTOMER-RECORD
           ADD 1 TO WS-CUST-OUT-CNT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-LOAD-ACCOUNT THRU 4000-EXIT
      *   Builds the account in the record area and holds it there
      *   until its transactions have been read - the last activity
      *   date comes from them.  4900 writes it.
      *----------------------------------------------------------------*
       4000-LOAD-ACCOUNT.
           PERFORM 4900-FLUSH-ACCOUNT THRU 4900-EXIT
           IF NOT WS-IN-CUST
               OR SY-ACCT-CUST-ID NOT = WS-CUR-SYN-CUST-ID
               ADD 1 TO WS-ACCT-ORPHAN-CNT
               GO TO 4000-EXIT
           END-IF
           IF SY-ACCT-TYPE = SPACES
               ADD 1 TO WS-BAD-TYPE-CNT
               GO TO 4000-EXIT
           END-IF

           ADD 1 TO WS-NEXT-ACCT-BODY
           COMPUTE WS-CKD-ACCT-NO = WS-NEXT-ACCT-BODY * 10
           PERFORM 7300-SET-CHECK-DIGIT THRU 7300-EXIT
           MOVE SY-ACCT-NUMBER    TO WS-CUR-SYN-ACCT-NO
           MOVE 'Y' TO WS-IN-ACCT-SW

           MOVE SPACES TO ACCOUNT-RECORD
           MOVE WS-CKD-ACCT-NO    TO ACCT-NUMBER
           MOVE WS-CUR-CUST-ID    TO ACCT-CUST-ID
           PERFORM 7200-WIDEN-ACCT-TYPE THRU 7200-EXIT
           IF SY-ACCT-STATUS = SPACE
               MOVE 'A'           TO ACCT-STATUS
           ELSE
               MOVE SY-ACCT-STATUS TO ACCT-STATUS
           END-IF

           MOVE SY-ACCT-OPEN-DATE TO WS-EDIT-DATE
           MOVE WS-CUR-CUST-OPEN-DATE TO WS-EDIT-DEFAULT
           PERFORM 7000-EDIT-DATE THRU 7000-EXIT
           IF WS-EDIT-DATE < WS-CUR-CUST-OPEN-DATE
               MOVE WS-CUR-CUST-OPEN-DATE TO WS-EDIT-DATE
           END-IF
           MOVE WS-EDIT-DATE      TO ACCT-OPEN-DATE
           MOVE WS-EDIT-DATE      TO ACCT-LAST-ACTIVITY-DATE

           IF ACCT-TYPE = 'LN'
               COMPUTE ACCT-BALANCE = ZERO - SY-ACCT-BALANCE
           ELSE
               MOVE SY-ACCT-BALANCE TO ACCT-BALANCE
           END-IF
           MOVE SY-ACCT-INT-RATE  TO ACCT-INTEREST-RATE
           MOVE SY-ACCT-CREDIT-LIMIT TO ACCT-CREDIT-LIMIT
           PERFORM 7100-ASSIGN-BRANCH THRU 7100-EXIT
           MOVE WS-BANK-ROUTING   TO ACCT-ROUTING-NUM
           MOVE SPACE             TO ACCT-RISK-RATING
           MOVE 'Y'               TO ACCT-CKD-FLAG.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4900-FLUSH-ACCOUNT THRU 4900-EXIT
      *   Writes the held account and seeds its balance history at
      *   the loaded balance as of the seed date.
      *----------------------------------------------------------------*
       4900-FLUSH-ACCOUNT.
           IF NOT WS-IN-ACCT
               GO TO 4900-EXIT
           END-IF
           MOVE 'N' TO WS-IN-ACCT-SW

           MOVE ACCT-NUMBER       TO BH-ACCT-NUMBER
           MOVE WS-SNAP-DATE      TO BH-AS-OF-DATE
           MOVE ACCT-BALANCE      TO BH-ENDING-BALANCE

           WRITE ACCOUNT-RECORD
           ADD 1 TO WS-ACCT-OUT-CNT

           WRITE BALANCE-HISTORY-RECORD
           ADD 1 TO WS-HIST-OUT-CNT.
       4900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-LOAD-TRANSACTION THRU 5000-EXIT
      *   Widens one synthetic transaction onto the held account.
      *   Posted on its own date, which is never after the seed date.
      *----------------------------------------------------------------*
       5000-LOAD-TRANSACTION.
           IF NOT WS-IN-ACCT
               OR SY-TXN-ACCT-NO NOT = WS-CUR-SYN-ACCT-NO
               ADD 1 TO WS-TXN-ORPHAN-CNT
               GO TO 5000-EXIT
           END-IF

           ADD 1 TO WS-NEXT-TXN-ID
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE WS-NEXT-TXN-ID    TO TXN-ID
           MOVE ACCT-NUMBER       TO TXN-ACCT-NO

           MOVE SY-TXN-DATE       TO WS-EDIT-DATE
           MOVE ACCT-OPEN-DATE    TO WS-EDIT-DEFAULT
           PERFORM 7000-EDIT-DATE THRU 7000-EXIT
           IF WS-EDIT-DATE < ACCT-OPEN-DATE
               MOVE ACCT-OPEN-DATE TO WS-EDIT-DATE
           END-IF
           MOVE WS-EDIT-DATE      TO TXN-DATE
           MOVE WS-EDIT-DATE      TO TXN-POST-DATE
           MOVE SY-TXN-TIME       TO TXN-TIME
           MOVE SY-TXN-TYPE       TO TXN-TYPE

           MOVE 'N' TO WS-FOUND-SW
           PERFORM 5100-MATCH-DEBIT-TYPE THRU 5100-EXIT
               VARYING WS-DB-IDX FROM 1 BY 1
               UNTIL WS-DB-IDX > WS-DEBIT-TYPE-CNT
                  OR WS-FOUND
           IF WS-FOUND
               COMPUTE TXN-AMOUNT = ZERO - SY-TXN-AMOUNT
           ELSE
               MOVE SY-TXN-AMOUNT TO TXN-AMOUNT
           END-IF

           MOVE SY-TXN-DESC       TO TXN-DESC
           IF SY-TXN-STATUS = 'D'
               MOVE 'D'           TO TXN-STATUS
           ELSE
               MOVE 'P'           TO TXN-STATUS
           END-IF
           MOVE SPACES            TO TXN-MERCHANT-NAME
           MOVE SPACES            TO TXN-MERCHANT-CITY
           MOVE SPACES            TO TXN-MERCHANT-STATE
           MOVE SPACES            TO TXN-AUTH-CODE
           MOVE SY-TXN-CHANNEL    TO TXN-CHANNEL
           MOVE ZERO              TO TXN-CHECK-NO

           WRITE TRANSACTION-RECORD
           ADD 1 TO WS-TXN-OUT-CNT

           IF TXN-STATUS = 'P'
               AND TXN-DATE > ACCT-LAST-ACTIVITY-DATE
               MOVE TXN-DATE TO ACCT-LAST-ACTIVITY-DATE
           END-IF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-MATCH-DEBIT-TYPE THRU 5100-EXIT
      *----------------------------------------------------------------*
       5100-MATCH-DEBIT-TYPE.
           IF WS-DB-TYPE(WS-DB-IDX) = SY-TXN-TYPE
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-TERMINATE THRU 6000-EXIT
      *   TXNSEQ is only rewritten after a completed load, so an
      *   aborted run leaves the test region's sequence alone.
      *----------------------------------------------------------------*
       6000-TERMINATE.
           IF NOT WS-ABORT
               CLOSE SYNTH-EXTRACT
               CLOSE CUSTOMER-MASTER
               CLOSE ACCOUNT-MASTER
               CLOSE TRANSACTION-MASTER
               CLOSE BALANCE-HISTORY-OUT
               OPEN OUTPUT TXN-SEQUENCE-CTL
               MOVE WS-NEXT-TXN-ID TO TXN-SEQUENCE-RECORD
               WRITE TXN-SEQUENCE-RECORD
               CLOSE TXN-SEQUENCE-CTL
               IF WS-ACCT-ORPHAN-CNT > ZERO
                   OR WS-TXN-ORPHAN-CNT > ZERO
                   OR WS-BAD-TYPE-CNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'MAILOAD BUSINESS DATE       = ' WS-TODAY
           DISPLAY 'MAILOAD HISTORY SEED DATE   = ' WS-SNAP-DATE
           DISPLAY 'MAILOAD SYNTHETIC RECORDS   = ' WS-READ-CNT
           DISPLAY 'MAILOAD CUSTOMERS LOADED    = ' WS-CUST-OUT-CNT
           DISPLAY 'MAILOAD ACCOUNTS LOADED     = ' WS-ACCT-OUT-CNT
           DISPLAY 'MAILOAD TXNS LOADED         = ' WS-TXN-OUT-CNT
           DISPLAY 'MAILOAD HISTORY ROWS SEEDED = ' WS-HIST-OUT-CNT
           DISPLAY 'MAILOAD ORPHAN ACCOUNTS     = ' WS-ACCT-ORPHAN-CNT
           DISPLAY 'MAILOAD ORPHAN TXNS         = ' WS-TXN-ORPHAN-CNT
           DISPLAY 'MAILOAD UNUSABLE RECORDS    = ' WS-BAD-TYPE-CNT
           DISPLAY 'MAILOAD BRANCHES REASSIGNED = ' WS-BRANCH-SUB-CNT
           DISPLAY 'MAILOAD DATES CORRECTED     = ' WS-DATE-FIX-CNT
           DISPLAY 'MAILOAD LAST TXN-ID         = ' WS-NEXT-TXN-ID.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-EDIT-DATE THRU 7000-EXIT
      *   WS-EDIT-DATE must be a calendar date no later than the seed
      *   date; otherwise it becomes WS-EDIT-DEFAULT.  A date later
      *   than the seed date is pulled back to the seed date.
      *----------------------------------------------------------------*
       7000-EDIT-DATE.
           MOVE 'N' TO WS-DATE-OK-SW
           IF WS-EDIT-YYYY >= 1900
               AND WS-EDIT-MM >= 1 AND WS-EDIT-MM <= 12
               AND WS-EDIT-DD >= 1 AND WS-EDIT-DD <= 31
               MOVE WS-EDIT-DATE TO WS-CONV-DATE
               PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
               PERFORM 8100-CONVERT-JULIAN-TO-DATE THRU 8100-EXIT
               IF WS-CONV-DATE = WS-EDIT-DATE
                   MOVE 'Y' TO WS-DATE-OK-SW
               END-IF
           END-IF
           IF NOT WS-DATE-OK
               MOVE WS-EDIT-DEFAULT TO WS-EDIT-DATE
               ADD 1 TO WS-DATE-FIX-CNT
           END-IF
           IF WS-EDIT-DATE > WS-SNAP-DATE
               MOVE WS-SNAP-DATE TO WS-EDIT-DATE
               ADD 1 TO WS-DATE-FIX-CNT
           END-IF.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7100-ASSIGN-BRANCH THRU 7100-EXIT
      *----------------------------------------------------------------*
       7100-ASSIGN-BRANCH.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 7110-MATCH-ONE-BRANCH THRU 7110-EXIT
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-CNT
                  OR WS-FOUND
           IF WS-FOUND
               MOVE SY-ACCT-BRANCH-ID TO ACCT-BRANCH-CODE
               GO TO 7100-EXIT
           END-IF

           SET WS-BR-IDX TO WS-BR-NEXT
           MOVE WS-BR-ID(WS-BR-IDX) TO ACCT-BRANCH-CODE
           ADD 1 TO WS-BRANCH-SUB-CNT
           ADD 1 TO WS-BR-NEXT
           IF WS-BR-NEXT > WS-BR-CNT
               MOVE 1 TO WS-BR-NEXT
           END-IF.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7110-MATCH-ONE-BRANCH THRU 7110-EXIT
      *----------------------------------------------------------------*
       7110-MATCH-ONE-BRANCH.
           IF WS-BR-ID(WS-BR-IDX) = SY-ACCT-BRANCH-ID
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       7110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7200-WIDEN-ACCT-TYPE THRU 7200-EXIT
      *----------------------------------------------------------------*
       7200-WIDEN-ACCT-TYPE.
           MOVE SY-ACCT-TYPE TO ACCT-TYPE
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 7210-MATCH-ONE-TYPE THRU 7210-EXIT
               VARYING WS-WT-IDX FROM 1 BY 1
               UNTIL WS-WT-IDX > WS-WIDE-TYPE-CNT
                  OR WS-FOUND.
       7200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7210-MATCH-ONE-TYPE THRU 7210-EXIT
      *----------------------------------------------------------------*
       7210-MATCH-ONE-TYPE.
           IF WS-WT-SYN-TYPE(WS-WT-IDX) = SY-ACCT-TYPE
               MOVE WS-WT-ACCT-TYPE(WS-WT-IDX) TO ACCT-TYPE
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       7210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7300-SET-CHECK-DIGIT THRU 7300-EXIT
      *   ACCTMAINT's 8800 doubled-digit self-check run forwards:
      *   every second body digit (counting out from the check digit)
      *   doubles and casts out nine, and the tens-complement of the
      *   sum becomes the twelfth digit.
      *----------------------------------------------------------------*
       7300-SET-CHECK-DIGIT.
           MOVE ZERO TO WS-CKD-SUM
           PERFORM 7310-ADD-ONE-DIGIT THRU 7310-EXIT
               VARYING WS-CKD-IDX FROM 1 BY 1
               UNTIL WS-CKD-IDX > 11
           DIVIDE WS-CKD-SUM BY 10
               GIVING WS-CKD-QUOT
               REMAINDER WS-CKD-REM
           COMPUTE WS-CKD-EXPECT = 10 - WS-CKD-REM
           IF WS-CKD-EXPECT = 10
               MOVE ZERO TO WS-CKD-EXPECT
           END-IF
           MOVE WS-CKD-EXPECT TO WS-CKD-D(12).
       7300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7310-ADD-ONE-DIGIT THRU 7310-EXIT
      *----------------------------------------------------------------*
       7310-ADD-ONE-DIGIT.
           MOVE WS-CKD-D(WS-CKD-IDX) TO WS-CKD-WORK
           COMPUTE WS-CKD-PARITY = 12 - WS-CKD-IDX
           DIVIDE WS-CKD-PARITY BY 2
               GIVING WS-CKD-QUOT
               REMAINDER WS-CKD-REM
           IF WS-CKD-REM = 1
               COMPUTE WS-CKD-WORK = WS-CKD-WORK * 2
               IF WS-CKD-WORK > 9
                   SUBTRACT 9 FROM WS-CKD-WORK
               END-IF
           END-IF
           ADD WS-CKD-WORK TO WS-CKD-SUM.
       7310-EXIT.
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
      * 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
      *   Loads the batch business date from the PROCDATE control
      *   record - the test region's own, the date its first NIGHTLY
      *   will run as.  A missing control record falls back to the
      *   system clock.
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
