      *================================================================*
      * SWEEPRPT - MONTHLY INVESTMENT SWEEP ACTIVITY REPORT
      *
      * Month end.  One section per investment sweep agreement on
      * SWEEPAGR, for the business customer: the agreement terms,
      * every sweep movement posted to the operating account this
      * month (the 'SWP' channel postings SWEEPINV and TXNPOST
      * made, read back off TRANSACTION-MASTER by account), and the
      * month's totals from the agreement's SW-MTD- counters -
      * swept out, returned, pulled back to cover debits, the most
      * invested at one time, and what is out in the money market
      * account tonight.
      * A cancelled agreement prints only if it moved money this
      * month.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWEEPRPT.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL SWEEP ACTIVITY REPORT.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEP-AGREEMENT-FILE ASSIGN TO SWEEPAGR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SW-OPER-ACCT-NO
               FILE STATUS IS WS-AGR-STATUS.

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

           SELECT TRANSACTION-MASTER ASSIGN TO TXNMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-ID
               ALTERNATE RECORD KEY IS TXN-ACCT-NO WITH DUPLICATES
               FILE STATUS IS WS-TXN-STATUS.

           SELECT SWEEP-REPORT ASSIGN TO SWEEPRPT
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
       FD  SWEEP-AGREEMENT-FILE.
           COPY "sweepagr.cpy".

       FD  ACCOUNT-MASTER.
           COPY "account.cpy".

       FD  CUSTOMER-MASTER.
           COPY "customer.cpy".

       FD  TRANSACTION-MASTER.
           COPY "transaction.cpy".

       FD  SWEEP-REPORT
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

       01  WS-AGR-STATUS                  PIC X(02).
       01  WS-ACCT-STATUS                 PIC X(02).
       01  WS-CUST-STATUS                 PIC X(02).
       01  WS-TXN-STATUS                  PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).

       01  WS-EOF-SW                      PIC X(01)   VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
       01  WS-TXN-EOF-SW                  PIC X(01)   VALUE 'N'.
           88  WS-TXN-EOF                  VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-TODAY-PARTS REDEFINES WS-TODAY.
           05  WS-TODAY-YYYYMM            PIC 9(06).
           05  WS-TODAY-DD                PIC 9(02).
       01  WS-POST-DATE                   PIC 9(08)   VALUE ZERO.
       01  WS-POST-DATE-PARTS REDEFINES WS-POST-DATE.
           05  WS-POST-YYYYMM             PIC 9(06).
           05  WS-POST-DD                 PIC 9(02).

       01  WS-INVEST-BALANCE              PIC S9(11)V99 VALUE ZERO.
       01  WS-ITEM-CNT                    PIC 9(05)   VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-READ-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-REPORTED-CNT            PIC 9(07)   VALUE ZERO.
           05  WS-QUIET-CNT               PIC 9(07)   VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER PIC X(44) VALUE
               'SWEEPRPT - INVESTMENT SWEEP ACTIVITY        '.
           05  FILLER PIC X(17) VALUE 'STATEMENT MONTH  '.
           05  WS-H1-MONTH                PIC 9(06).
           05  FILLER PIC X(10) VALUE '   AS OF  '.
           05  WS-H1-DATE                 PIC 9(08).

       01  WS-NAME-LINE.
           05  FILLER PIC X(10) VALUE SPACES.
           05  WS-NL-FIRST                PIC X(25).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-NL-LAST                 PIC X(30).

       01  WS-ADDR-LINE.
           05  FILLER PIC X(10) VALUE SPACES.
           05  WS-AL-TEXT                 PIC X(35).

       01  WS-CITY-LINE.
           05  FILLER PIC X(10) VALUE SPACES.
           05  WS-CL-CITY                 PIC X(25).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-CL-STATE                PIC X(02).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-CL-ZIP                  PIC 9(05).

       01  WS-TERMS-LINE-1.
           05  FILLER PIC X(20) VALUE 'OPERATING ACCOUNT   '.
           05  WS-T1-OPER-ACCT            PIC 9(12).
           05  FILLER PIC X(24) VALUE '    INVESTMENT ACCOUNT  '.
           05  WS-T1-INVEST-ACCT          PIC 9(12).
           05  FILLER PIC X(12) VALUE '    STATUS  '.
           05  WS-T1-STATUS               PIC X(09).

       01  WS-TERMS-LINE-2.
           05  FILLER PIC X(20) VALUE 'TARGET BALANCE      '.
           05  WS-T2-TARGET               PIC -(11)9.99.
           05  FILLER PIC X(24) VALUE '    MINIMUM INCREMENT   '.
           05  WS-T2-INCREMENT            PIC Z(08)9.99.

       01  WS-ITEM-HEADING.
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(10) VALUE 'DATE      '.
           05  FILLER PIC X(41) VALUE 'DESCRIPTION'.
           05  FILLER PIC X(16) VALUE '          AMOUNT'.

       01  WS-ITEM-LINE.
           05  FILLER PIC X(10) VALUE SPACES.
           05  WS-IL-DATE                 PIC 9(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-IL-DESC                 PIC X(40).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-IL-AMOUNT               PIC -(12)9.99.

       01  WS-NO-ITEM-LINE.
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(35) VALUE
               'NO SWEEP ACTIVITY POSTED THIS MONTH'.

       01  WS-SUMMARY-LINE.
           05  FILLER PIC X(10) VALUE SPACES.
           05  WS-SL-LABEL                PIC X(34).
           05  WS-SL-COUNT                PIC Z(04)9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-SL-AMOUNT               PIC -(12)9.99.

       01  WS-AMOUNT-LINE.
           05  FILLER PIC X(10) VALUE SPACES.
           05  WS-AM-LABEL                PIC X(34).
           05  FILLER PIC X(07) VALUE SPACES.
           05  WS-AM-AMOUNT               PIC -(12)9.99.

       01  WS-RULE-LINE                   PIC X(100) VALUE ALL '-'.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'S' TO WS-RL-PHASE
           MOVE ZERO TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-AGREEMENT THRU 2000-EXIT
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
           OPEN INPUT SWEEP-AGREEMENT-FILE
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT TRANSACTION-MASTER
           OPEN OUTPUT SWEEP-REPORT
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           MOVE WS-TODAY-YYYYMM TO WS-H1-MONTH
           MOVE WS-TODAY        TO WS-H1-DATE
           PERFORM 2100-READ-AGREEMENT.

      *----------------------------------------------------------------*
      * 2000-PROCESS-AGREEMENT THRU 2000-EXIT
      *----------------------------------------------------------------*
       2000-PROCESS-AGREEMENT.
           ADD 1 TO WS-READ-CNT

      *    COUNTERS LEFT FROM AN EARLIER MONTH MEAN NOTHING MOVED
      *    THIS MONTH.
           IF SW-MTD-YYYYMM NOT = WS-TODAY-YYYYMM
               MOVE WS-TODAY-YYYYMM TO SW-MTD-YYYYMM
               MOVE ZERO TO SW-MTD-OUT-CNT
               MOVE ZERO TO SW-MTD-OUT-AMT
               MOVE ZERO TO SW-MTD-RTN-CNT
               MOVE ZERO TO SW-MTD-RTN-AMT
               MOVE ZERO TO SW-MTD-COVER-CNT
               MOVE ZERO TO SW-MTD-COVER-AMT
               MOVE ZERO TO SW-MTD-HIGH-AMT
           END-IF

           IF SW-STATUS NOT = 'A'
               AND SW-MTD-OUT-CNT = ZERO
               AND SW-MTD-RTN-CNT = ZERO
               AND SW-MTD-COVER-CNT = ZERO
               ADD 1 TO WS-QUIET-CNT
               GO TO 2000-NEXT
           END-IF

           PERFORM 4000-PRINT-HEADER THRU 4000-EXIT
           PERFORM 5000-PRINT-ACTIVITY THRU 5000-EXIT
           PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
           ADD 1 TO WS-REPORTED-CNT.

       2000-NEXT.
           PERFORM 2100-READ-AGREEMENT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-READ-AGREEMENT
      *----------------------------------------------------------------*
       2100-READ-AGREEMENT.
           READ SWEEP-AGREEMENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           CLOSE SWEEP-AGREEMENT-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE TRANSACTION-MASTER
           CLOSE SWEEP-REPORT
           DISPLAY 'SWEEPRPT AGREEMENTS READ  = ' WS-READ-CNT
           DISPLAY 'SWEEPRPT REPORTED         = ' WS-REPORTED-CNT
           DISPLAY 'SWEEPRPT CANCELLED, QUIET = ' WS-QUIET-CNT.

      *----------------------------------------------------------------*
      * 4000-PRINT-HEADER THRU 4000-EXIT
      *   The customer is the owner of the operating account.  The
      *   investment account balance is read first for the summary.
      *----------------------------------------------------------------*
       4000-PRINT-HEADER.
           MOVE ZERO TO WS-INVEST-BALANCE
           MOVE SW-INVEST-ACCT-NO TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCT-BALANCE TO WS-INVEST-BALANCE
           END-READ

           MOVE SPACES TO CUST-FIRST-NAME
           MOVE SPACES TO CUST-LAST-NAME
           MOVE SPACES TO CUST-ADDR-LINE-1
           MOVE SPACES TO CUST-ADDR-LINE-2
           MOVE SPACES TO CUST-CITY
           MOVE SPACES TO CUST-STATE
           MOVE ZERO   TO CUST-ZIP-CODE
           MOVE SW-OPER-ACCT-NO TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'OPERATING ACCOUNT NOT ON FILE' TO
                       CUST-LAST-NAME
               NOT INVALID KEY
                   MOVE ACCT-CUST-ID TO CUST-ID
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           MOVE 'CUSTOMER NOT ON FILE' TO
                               CUST-LAST-NAME
                   END-READ
           END-READ

           MOVE WS-RULE-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE CUST-FIRST-NAME TO WS-NL-FIRST
           MOVE CUST-LAST-NAME  TO WS-NL-LAST
           MOVE WS-NAME-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE CUST-ADDR-LINE-1 TO WS-AL-TEXT
           MOVE WS-ADDR-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF CUST-ADDR-LINE-2 NOT = SPACES
               MOVE CUST-ADDR-LINE-2 TO WS-AL-TEXT
               MOVE WS-ADDR-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE CUST-CITY     TO WS-CL-CITY
           MOVE CUST-STATE    TO WS-CL-STATE
           MOVE CUST-ZIP-CODE TO WS-CL-ZIP
           MOVE WS-CITY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SW-OPER-ACCT-NO   TO WS-T1-OPER-ACCT
           MOVE SW-INVEST-ACCT-NO TO WS-T1-INVEST-ACCT
           IF SW-STATUS = 'A'
               MOVE 'ACTIVE'    TO WS-T1-STATUS
           ELSE
               MOVE 'CANCELLED' TO WS-T1-STATUS
           END-IF
           MOVE WS-TERMS-LINE-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SW-TARGET-BALANCE TO WS-T2-TARGET
           MOVE SW-MIN-INCREMENT  TO WS-T2-INCREMENT
           MOVE WS-TERMS-LINE-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-PRINT-ACTIVITY THRU 5000-EXIT
      *   Browses the operating account's postings on the account
      *   alternate index, printing this month's 'SWP' movements.
      *----------------------------------------------------------------*
       5000-PRINT-ACTIVITY.
           MOVE WS-ITEM-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE ZERO TO WS-ITEM-CNT

           MOVE 'N' TO WS-TXN-EOF-SW
           MOVE SW-OPER-ACCT-NO TO TXN-ACCT-NO
           START TRANSACTION-MASTER KEY IS NOT LESS THAN TXN-ACCT-NO
               INVALID KEY
                   MOVE 'Y' TO WS-TXN-EOF-SW
           END-START
           PERFORM 5100-ONE-POSTING THRU 5100-EXIT
               UNTIL WS-TXN-EOF

           IF WS-ITEM-CNT = ZERO
               MOVE WS-NO-ITEM-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-ONE-POSTING THRU 5100-EXIT
      *----------------------------------------------------------------*
       5100-ONE-POSTING.
           READ TRANSACTION-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TXN-EOF-SW
           END-READ
           IF WS-TXN-EOF
               GO TO 5100-EXIT
           END-IF
           IF TXN-ACCT-NO NOT = SW-OPER-ACCT-NO
               MOVE 'Y' TO WS-TXN-EOF-SW
               GO TO 5100-EXIT
           END-IF
           IF TXN-CHANNEL NOT = 'SWP' OR TXN-STATUS NOT = 'P'
               GO TO 5100-EXIT
           END-IF
           MOVE TXN-POST-DATE TO WS-POST-DATE
           IF WS-POST-YYYYMM NOT = WS-TODAY-YYYYMM
               GO TO 5100-EXIT
           END-IF

           MOVE TXN-POST-DATE TO WS-IL-DATE
           MOVE TXN-DESC      TO WS-IL-DESC
           MOVE TXN-AMOUNT    TO WS-IL-AMOUNT
           MOVE WS-ITEM-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-ITEM-CNT.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-PRINT-SUMMARY THRU 6000-EXIT
      *----------------------------------------------------------------*
       6000-PRINT-SUMMARY.
           MOVE 'SWEPT TO MONEY MARKET' TO WS-SL-LABEL
           MOVE SW-MTD-OUT-CNT TO WS-SL-COUNT
           MOVE SW-MTD-OUT-AMT TO WS-SL-AMOUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'RETURNED NEXT MORNING' TO WS-SL-LABEL
           MOVE SW-MTD-RTN-CNT TO WS-SL-COUNT
           MOVE SW-MTD-RTN-AMT TO WS-SL-AMOUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'DRAWN BACK TO COVER DEBITS' TO WS-SL-LABEL
           MOVE SW-MTD-COVER-CNT TO WS-SL-COUNT
           MOVE SW-MTD-COVER-AMT TO WS-SL-AMOUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'LARGEST AMOUNT INVESTED' TO WS-AM-LABEL
           MOVE SW-MTD-HIGH-AMT TO WS-AM-AMOUNT
           MOVE WS-AMOUNT-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'SWEPT OUT AT THIS STATEMENT' TO WS-AM-LABEL
           MOVE SW-SWEPT-AMOUNT TO WS-AM-AMOUNT
           MOVE WS-AMOUNT-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'MONEY MARKET BALANCE' TO WS-AM-LABEL
           MOVE WS-INVEST-BALANCE TO WS-AM-AMOUNT
           MOVE WS-AMOUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.
       6000-EXIT.
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
           MOVE 'SWEEPRPT' TO RL-PROGRAM
           MOVE WS-RL-PHASE TO RL-PHASE
           MOVE WS-RL-COUNT TO RL-RECORD-CNT
           MOVE RETURN-CODE TO RL-RETURN-CODE
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG.
       9900-EXIT.
           EXIT.
