      *================================================================*
      * OFCRCON - OFFICIAL CHECK REGISTER TO GENERAL LEDGER PROOF
      *
      * Daily, after GLPOST and TRIALBAL.  Every cashier's check and
      * money order still outstanding on the OFFCHK register is a
      * liability the ledger must carry in official checks
      * outstanding (200600): OFCMNT's 'OC' purchase debits credit
      * it, CHKIMP's paid items and ESCHEAT's escheated items come
      * off it through the GL entry feed.  This step totals the
      * register by status and proves the outstanding items against
      * the control:
      *
      *     outstanding total  =  0 - GL-BALANCE of 200600
      *
      * (GL-BALANCE is carried debit-positive / credit-negative, the
      * same convention SUBLRCON proves the deposit control under).
      *
      * A difference is then explained as far as tonight's issues
      * can explain it: every item issued today is looked for on
      * the purchaser's posted history - a posted 'OC' debit today
      * carrying the item's serial.  An item with none went out to
      * the purchaser unpaid for (TXNPOST declined the debit), so
      * the register carries it with no ledger credit behind it;
      * those items are listed with their amounts, and whatever
      * they do not account for is reported as the unexplained
      * difference.
      *
      * Any difference at all, or any unfunded item, fails the proof
      * - the report's last line says PASS or FAIL, a fail sets
      * RETURN-CODE 4, and MORNRPT carries the result on the morning
      * check.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFCRCON.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL OFFICIAL CHECK REGISTER TO GL
      *                    RECONCILIATION.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFICIAL-CHECK-FILE ASSIGN TO OFFCHK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OC-SERIAL
               FILE STATUS IS WS-OFC-STATUS.

           SELECT TRANSACTION-MASTER ASSIGN TO TXNMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-ID
               ALTERNATE RECORD KEY IS TXN-ACCT-NO WITH DUPLICATES
               FILE STATUS IS WS-TXNM-STATUS.

           SELECT GL-MASTER ASSIGN TO GLMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-ACCT-NO
               FILE STATUS IS WS-GL-STATUS.

           SELECT RECON-REPORT ASSIGN TO OFCRCRPT
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
       FD  OFFICIAL-CHECK-FILE.
           COPY "offchk.cpy".

       FD  TRANSACTION-MASTER.
           COPY "transaction.cpy".

       FD  GL-MASTER.
           COPY "glacct.cpy".

       FD  RECON-REPORT
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

       01  WS-OFC-STATUS                  PIC X(02).
           88  WS-OFC-OK                   VALUE '00'.
       01  WS-TXNM-STATUS                 PIC X(02).
       01  WS-GL-STATUS                   PIC X(02).
           88  WS-GL-OK                    VALUE '00'.
       01  WS-RPT-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-OFC-EOF-SW              PIC X(01)   VALUE 'N'.
               88  WS-OFC-EOF               VALUE 'Y'.
           05  WS-TXN-EOF-SW              PIC X(01)   VALUE 'N'.
               88  WS-TXN-EOF               VALUE 'Y'.
           05  WS-ABORT-SW                PIC X(01)   VALUE 'N'.
               88  WS-ABORT                 VALUE 'Y'.
           05  WS-FUNDED-SW               PIC X(01)   VALUE 'N'.
               88  WS-FUNDED                VALUE 'Y'.
           05  WS-PROOF-FAILED-SW         PIC X(01)   VALUE 'N'.
               88  WS-PROOF-FAILED          VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.

      *----------------------------------------------------------------*
      * THE CONTROL ACCOUNT THE OUTSTANDING ITEMS PROVE AGAINST -
      * GLPOST'S OFFSET FOR THE 'OC' PURCHASE DEBIT.
      *----------------------------------------------------------------*
       01  WS-OFFCHK-GL-ACCT              PIC 9(06)   VALUE 200600.

       01  WS-COUNTERS.
           05  WS-ITEM-CNT                PIC 9(09)   VALUE ZERO.
           05  WS-UNFUNDED-CNT            PIC 9(07)   VALUE ZERO.

      *----------------------------------------------------------------*
      * REGISTER TOTALS - ALL ITEMS BY STATUS, AND TODAY'S MOVEMENT.
      *----------------------------------------------------------------*
       01  WS-REGISTER-TOTALS.
           05  WS-OUTST-CNT               PIC 9(09)   VALUE ZERO.
           05  WS-OUTST-AMT               PIC S9(13)V99 VALUE ZERO.
           05  WS-PAID-CNT                PIC 9(09)   VALUE ZERO.
           05  WS-PAID-AMT                PIC S9(13)V99 VALUE ZERO.
           05  WS-ESCH-CNT                PIC 9(09)   VALUE ZERO.
           05  WS-ESCH-AMT                PIC S9(13)V99 VALUE ZERO.
           05  WS-ISSUED-TODAY-CNT        PIC 9(09)   VALUE ZERO.
           05  WS-ISSUED-TODAY-AMT        PIC S9(13)V99 VALUE ZERO.
           05  WS-PAID-TODAY-CNT          PIC 9(09)   VALUE ZERO.
           05  WS-PAID-TODAY-AMT          PIC S9(13)V99 VALUE ZERO.
           05  WS-ESCH-TODAY-CNT          PIC 9(09)   VALUE ZERO.
           05  WS-ESCH-TODAY-AMT          PIC S9(13)V99 VALUE ZERO.
           05  WS-UNFUNDED-AMT            PIC S9(13)V99 VALUE ZERO.

       01  WS-DIFFERENCE                  PIC S9(13)V99 VALUE ZERO.
       01  WS-UNEXPLAINED                 PIC S9(13)V99 VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER PIC X(42) VALUE
               'OFCRCON - OFFICIAL CHECK REGISTER PROOF - '.
           05  WS-HD-DATE                 PIC 9(08).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                PIC X(20).
           05  FILLER PIC X(10) VALUE '  ITEMS = '.
           05  WS-TL-COUNT                PIC Z(08)9.
           05  FILLER PIC X(11) VALUE '  AMOUNT = '.
           05  WS-TL-AMOUNT               PIC -(12)9.99.

       01  WS-UNFUNDED-LINE.
           05  FILLER PIC X(20) VALUE 'UNFUNDED ISSUE      '.
           05  FILLER PIC X(07) VALUE 'SERIAL '.
           05  WS-UF-SERIAL               PIC 9(07).
           05  FILLER PIC X(07) VALUE '  ACCT '.
           05  WS-UF-ACCT-NO              PIC Z(11)9.
           05  FILLER PIC X(09) VALUE '  BRANCH '.
           05  WS-UF-BRANCH-ID            PIC X(05).
           05  FILLER PIC X(09) VALUE '  AMOUNT '.
           05  WS-UF-AMOUNT               PIC -(09)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-UF-REASON               PIC X(30).

       01  WS-PROOF-LINE-1.
           05  FILLER PIC X(11) VALUE 'CONTROL GL '.
           05  WS-P1-GL-ACCT              PIC 9(06).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-P1-NAME                 PIC X(30).
           05  FILLER PIC X(14) VALUE '  REGISTER =  '.
           05  WS-P1-REGISTER             PIC -(12)9.99.
           05  FILLER PIC X(11) VALUE '  LEDGER = '.
           05  WS-P1-LEDGER               PIC -(12)9.99.

       01  WS-PROOF-LINE-2.
           05  FILLER PIC X(18) VALUE '    DIFFERENCE =  '.
           05  WS-P2-DIFFERENCE           PIC -(12)9.99.
           05  FILLER PIC X(23) VALUE '  UNFUNDED ISSUES =    '.
           05  WS-P2-UNFUNDED             PIC -(12)9.99.
           05  FILLER PIC X(16) VALUE '  UNEXPLAINED = '.
           05  WS-P2-UNEXPLAINED          PIC -(12)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-P2-STATUS               PIC X(08).

       01  WS-RESULT-LINE.
           05  FILLER PIC X(33) VALUE
               'OFFICIAL CHECK RECONCILIATION - '.
           05  WS-RS-RESULT               PIC X(04).

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
               PERFORM 2000-SUM-REGISTER THRU 2000-EXIT
               PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT
               PERFORM 4000-PROVE-CONTROL THRU 4000-EXIT
           END-IF
           PERFORM 6000-TERMINATE THRU 6000-EXIT
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-ITEM-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE THRU 1000-EXIT
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           OPEN OUTPUT RECON-REPORT
           MOVE WS-TODAY TO WS-HD-DATE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE

           OPEN INPUT OFFICIAL-CHECK-FILE
           IF NOT WS-OFC-OK
               DISPLAY 'OFCRCON ERROR - CANNOT OPEN OFFICIAL CHECK '
                   'REGISTER, STATUS = ' WS-OFC-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT GL-MASTER
           IF NOT WS-GL-OK
               DISPLAY 'OFCRCON ERROR - CANNOT OPEN GL-MASTER, '
                   'STATUS = ' WS-GL-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT TRANSACTION-MASTER.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-SUM-REGISTER THRU 2000-EXIT
      *   One sequential pass of the register, every status.
      *----------------------------------------------------------------*
       2000-SUM-REGISTER.
           PERFORM 2050-READ-REGISTER
           PERFORM 2100-SUM-ONE-ITEM THRU 2100-EXIT
               UNTIL WS-OFC-EOF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2050-READ-REGISTER
      *----------------------------------------------------------------*
       2050-READ-REGISTER.
           READ OFFICIAL-CHECK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-OFC-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 2100-SUM-ONE-ITEM THRU 2100-EXIT
      *----------------------------------------------------------------*
       2100-SUM-ONE-ITEM.
           ADD 1 TO WS-ITEM-CNT

           EVALUATE OC-STATUS
               WHEN 'O'
                   ADD 1         TO WS-OUTST-CNT
                   ADD OC-AMOUNT TO WS-OUTST-AMT
               WHEN 'P'
                   ADD 1         TO WS-PAID-CNT
                   ADD OC-AMOUNT TO WS-PAID-AMT
                   IF OC-PAID-DATE = WS-TODAY
                       ADD 1         TO WS-PAID-TODAY-CNT
                       ADD OC-AMOUNT TO WS-PAID-TODAY-AMT
                   END-IF
               WHEN 'E'
                   ADD 1         TO WS-ESCH-CNT
                   ADD OC-AMOUNT TO WS-ESCH-AMT
                   IF OC-ESCHEAT-DATE = WS-TODAY
                       ADD 1         TO WS-ESCH-TODAY-CNT
                       ADD OC-AMOUNT TO WS-ESCH-TODAY-AMT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF OC-ISSUE-DATE = WS-TODAY
               ADD 1         TO WS-ISSUED-TODAY-CNT
               ADD OC-AMOUNT TO WS-ISSUED-TODAY-AMT
               PERFORM 2200-CHECK-FUNDING THRU 2200-EXIT
           END-IF

           PERFORM 2050-READ-REGISTER.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-CHECK-FUNDING THRU 2200-EXIT
      *   Browses the purchaser's postings on the account alternate
      *   index for the item's posted 'OC' debit.  An item without
      *   one carries no ledger credit, so its amount explains that
      *   much of the difference.
      *----------------------------------------------------------------*
       2200-CHECK-FUNDING.
           MOVE 'N' TO WS-FUNDED-SW
           MOVE 'N' TO WS-TXN-EOF-SW
           MOVE OC-PURCH-ACCT-NO TO TXN-ACCT-NO
           START TRANSACTION-MASTER KEY IS NOT LESS THAN TXN-ACCT-NO
               INVALID KEY
                   MOVE 'Y' TO WS-TXN-EOF-SW
           END-START
           PERFORM 2210-MATCH-ONE-POSTING THRU 2210-EXIT
               UNTIL WS-TXN-EOF OR WS-FUNDED
           IF WS-FUNDED
               GO TO 2200-EXIT
           END-IF

           ADD 1 TO WS-UNFUNDED-CNT
           ADD OC-AMOUNT TO WS-UNFUNDED-AMT
           MOVE OC-SERIAL        TO WS-UF-SERIAL
           MOVE OC-PURCH-ACCT-NO TO WS-UF-ACCT-NO
           MOVE OC-BRANCH-ID     TO WS-UF-BRANCH-ID
           MOVE OC-AMOUNT        TO WS-UF-AMOUNT
           MOVE 'NO POSTED PURCHASE DEBIT' TO WS-UF-REASON
           MOVE WS-UNFUNDED-LINE TO RPT-LINE
           WRITE RPT-LINE.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2210-MATCH-ONE-POSTING THRU 2210-EXIT
      *----------------------------------------------------------------*
       2210-MATCH-ONE-POSTING.
           READ TRANSACTION-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TXN-EOF-SW
           END-READ
           IF WS-TXN-EOF
               GO TO 2210-EXIT
           END-IF
           IF TXN-ACCT-NO NOT = OC-PURCH-ACCT-NO
               MOVE 'Y' TO WS-TXN-EOF-SW
               GO TO 2210-EXIT
           END-IF
           IF TXN-TYPE NOT = 'OC' OR TXN-STATUS NOT = 'P'
               GO TO 2210-EXIT
           END-IF
           IF TXN-POST-DATE NOT = WS-TODAY
               OR TXN-CHECK-NO IS NOT NUMERIC
               GO TO 2210-EXIT
           END-IF
           IF TXN-CHECK-NO = OC-SERIAL
               MOVE 'Y' TO WS-FUNDED-SW
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-WRITE-TOTALS THRU 3000-EXIT
      *----------------------------------------------------------------*
       3000-WRITE-TOTALS.
           MOVE 'OUTSTANDING'         TO WS-TL-LABEL
           MOVE WS-OUTST-CNT          TO WS-TL-COUNT
           MOVE WS-OUTST-AMT          TO WS-TL-AMOUNT
           PERFORM 3100-WRITE-TOTAL-LINE

           MOVE 'PAID'                TO WS-TL-LABEL
           MOVE WS-PAID-CNT           TO WS-TL-COUNT
           MOVE WS-PAID-AMT           TO WS-TL-AMOUNT
           PERFORM 3100-WRITE-TOTAL-LINE

           MOVE 'ESCHEATED'           TO WS-TL-LABEL
           MOVE WS-ESCH-CNT           TO WS-TL-COUNT
           MOVE WS-ESCH-AMT           TO WS-TL-AMOUNT
           PERFORM 3100-WRITE-TOTAL-LINE

           MOVE 'ISSUED TODAY'        TO WS-TL-LABEL
           MOVE WS-ISSUED-TODAY-CNT   TO WS-TL-COUNT
           MOVE WS-ISSUED-TODAY-AMT   TO WS-TL-AMOUNT
           PERFORM 3100-WRITE-TOTAL-LINE

           MOVE 'PAID TODAY'          TO WS-TL-LABEL
           MOVE WS-PAID-TODAY-CNT     TO WS-TL-COUNT
           MOVE WS-PAID-TODAY-AMT     TO WS-TL-AMOUNT
           PERFORM 3100-WRITE-TOTAL-LINE

           MOVE 'ESCHEATED TODAY'     TO WS-TL-LABEL
           MOVE WS-ESCH-TODAY-CNT     TO WS-TL-COUNT
           MOVE WS-ESCH-TODAY-AMT     TO WS-TL-AMOUNT
           PERFORM 3100-WRITE-TOTAL-LINE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-WRITE-TOTAL-LINE
      *----------------------------------------------------------------*
       3100-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------*
      * 4000-PROVE-CONTROL THRU 4000-EXIT
      *   The ledger owes the negative of the control's GL-BALANCE;
      *   a control missing from GL-MASTER proves against zero, so
      *   the whole outstanding total shows as the difference.
      *----------------------------------------------------------------*
       4000-PROVE-CONTROL.
           MOVE WS-OFFCHK-GL-ACCT TO GL-ACCT-NO
           READ GL-MASTER
               INVALID KEY
                   MOVE 'NOT ON GL MASTER' TO GL-ACCT-NAME
                   MOVE ZERO TO GL-BALANCE
           END-READ

           COMPUTE WS-DIFFERENCE = WS-OUTST-AMT + GL-BALANCE
           COMPUTE WS-UNEXPLAINED = WS-DIFFERENCE - WS-UNFUNDED-AMT

           MOVE WS-OFFCHK-GL-ACCT TO WS-P1-GL-ACCT
           MOVE GL-ACCT-NAME      TO WS-P1-NAME
           MOVE WS-OUTST-AMT      TO WS-P1-REGISTER
           COMPUTE WS-P1-LEDGER = ZERO - GL-BALANCE
           MOVE WS-PROOF-LINE-1 TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-DIFFERENCE     TO WS-P2-DIFFERENCE
           MOVE WS-UNFUNDED-AMT   TO WS-P2-UNFUNDED
           MOVE WS-UNEXPLAINED    TO WS-P2-UNEXPLAINED
           IF WS-DIFFERENCE = ZERO
               MOVE 'PROVED' TO WS-P2-STATUS
           ELSE
               MOVE 'NO PROOF' TO WS-P2-STATUS
               MOVE 'Y' TO WS-PROOF-FAILED-SW
           END-IF
           MOVE WS-PROOF-LINE-2 TO RPT-LINE
           WRITE RPT-LINE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-TERMINATE THRU 6000-EXIT
      *   An unfunded item fails the night even when the control
      *   happens to prove - the purchaser still has an item the
      *   bank was never paid for.
      *----------------------------------------------------------------*
       6000-TERMINATE.
           IF WS-UNFUNDED-CNT > ZERO
               MOVE 'Y' TO WS-PROOF-FAILED-SW
           END-IF
           IF WS-ABORT
               MOVE 'FAIL' TO WS-RS-RESULT
           ELSE
               IF WS-PROOF-FAILED
                   MOVE 'FAIL' TO WS-RS-RESULT
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 'PASS' TO WS-RS-RESULT
               END-IF
           END-IF
           MOVE WS-RESULT-LINE TO RPT-LINE
           WRITE RPT-LINE

           IF NOT WS-ABORT
               CLOSE OFFICIAL-CHECK-FILE
               CLOSE GL-MASTER
               CLOSE TRANSACTION-MASTER
           END-IF
           CLOSE RECON-REPORT
           DISPLAY 'OFCRCON REGISTER ITEMS READ = ' WS-ITEM-CNT
           DISPLAY 'OFCRCON OUTSTANDING ITEMS   = ' WS-OUTST-CNT
           DISPLAY 'OFCRCON ISSUED TODAY        = '
               WS-ISSUED-TODAY-CNT
           DISPLAY 'OFCRCON UNFUNDED ISSUES     = ' WS-UNFUNDED-CNT
           DISPLAY 'OFCRCON RESULT              = ' WS-RS-RESULT.
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
           MOVE 'OFCRCON' TO RL-PROGRAM
           MOVE WS-RL-PHASE TO RL-PHASE
           MOVE WS-RL-COUNT TO RL-RECORD-CNT
           MOVE RETURN-CODE TO RL-RETURN-CODE
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG.
       9900-EXIT.
           EXIT.
