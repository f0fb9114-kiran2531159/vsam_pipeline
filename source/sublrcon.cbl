      *================================================================*
      * SUBLRCON - SUBLEDGER TO GENERAL LEDGER RECONCILIATION
      *
      * Daily, after GLPOST and TRIALBAL.  TRIALBAL proves the
      * night's journal nets to zero, but nothing proved that what
      * the customer accounts add up to is what the ledger says the
      * bank owes them.  This step totals ACCOUNT-MASTER by ACCT-TYPE
      * - loans ('LN') and overdrawn deposit accounts each broken out
      * on their own lines - and proves each class's total against
      * its GL control account:
      *
      *     subledger total  =  0 - GL-BALANCE of the control
      *
      * (GL-BALANCE is carried debit-positive / credit-negative, so
      * a liability the bank owes shows negative on the ledger).
      *
      * A difference is then explained as far as tonight's activity
      * can explain it: every transaction posted tonight is matched
      * against the GL journal by TXN-ID, and one with no journal
      * pair (a GLPOST exception, or a posting that landed after
      * the ledger ran) moved ACCT-BALANCE without moving the
      * ledger.  Those accounts are listed with the amount, and
      * whatever the unmatched activity does not account for is
      * reported as the unexplained difference.
      *
      * Any difference at all fails the proof - the report's last
      * line says PASS or FAIL, a fail sets RETURN-CODE 4, and
      * MORNRPT carries the result on the morning check.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBLRCON.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL SUBLEDGER TO GL RECONCILIATION.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TRANSACTION-MASTER ASSIGN TO TXNMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TXN-ID
               FILE STATUS IS WS-TXNM-STATUS.

           SELECT GL-MASTER ASSIGN TO GLMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-ACCT-NO
               FILE STATUS IS WS-GL-STATUS.

           SELECT GL-JOURNAL ASSIGN TO GLJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT RECON-REPORT ASSIGN TO SLRCNRPT
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
       FD  ACCOUNT-MASTER.
           COPY "account.cpy".

       FD  TRANSACTION-MASTER.
           COPY "transaction.cpy".

       FD  GL-MASTER.
           COPY "glacct.cpy".

       FD  GL-JOURNAL.
           COPY "glentry.cpy".

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

       01  WS-ACCT-STATUS                 PIC X(02).
           88  WS-ACCT-OK                  VALUE '00'.
       01  WS-TXNM-STATUS                 PIC X(02).
       01  WS-GL-STATUS                   PIC X(02).
           88  WS-GL-OK                    VALUE '00'.
       01  WS-JRNL-STATUS                 PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-ACCT-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-ACCT-EOF              VALUE 'Y'.
           05  WS-TXN-EOF-SW              PIC X(01)   VALUE 'N'.
               88  WS-TXN-EOF               VALUE 'Y'.
           05  WS-JRNL-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-JRNL-EOF              VALUE 'Y'.
           05  WS-ABORT-SW                PIC X(01)   VALUE 'N'.
               88  WS-ABORT                 VALUE 'Y'.
           05  WS-FOUND-SW                PIC X(01)   VALUE 'N'.
               88  WS-FOUND                 VALUE 'Y'.
           05  WS-TABLE-FULL-SW           PIC X(01)   VALUE 'N'.
               88  WS-TABLE-FULL            VALUE 'Y'.
           05  WS-PROOF-FAILED-SW         PIC X(01)   VALUE 'N'.
               88  WS-PROOF-FAILED          VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.

      *----------------------------------------------------------------*
      * THE SUBLEDGER CLASS OF THE ACCOUNT IN HAND - 'D' DEPOSIT
      * (ZERO OR CREDIT BALANCE), 'O' OVERDRAWN DEPOSIT, 'L' LOAN.
      *----------------------------------------------------------------*
       01  WS-ACCT-CLASS                  PIC X(01)   VALUE SPACE.
           88  WS-CLASS-DEPOSIT             VALUE 'D'.
           88  WS-CLASS-OVERDRAWN           VALUE 'O'.
           88  WS-CLASS-LOAN                VALUE 'L'.

       01  WS-COUNTERS.
           05  WS-ACCT-CNT                PIC 9(09)   VALUE ZERO.
           05  WS-TXN-CNT                 PIC 9(09)   VALUE ZERO.
           05  WS-POSTED-CNT              PIC 9(09)   VALUE ZERO.
           05  WS-JRNL-CNT                PIC 9(09)   VALUE ZERO.
           05  WS-UNMATCHED-CNT           PIC 9(07)   VALUE ZERO.
           05  WS-BUCKET-CNT              PIC 9(03)   VALUE ZERO.

       01  WS-DIFFERENCE                  PIC S9(13)V99 VALUE ZERO.
       01  WS-UNEXPLAINED                 PIC S9(13)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      * CLASS TO CONTROL ACCOUNT MAP.  GLPOST OFFSETS EVERY CUSTOMER
      * POSTING - DEPOSIT, OVERDRAFT AND LOAN ALIKE - AGAINST THE ONE
      * DEPOSIT LIABILITY CONTROL (200100), SO ALL THREE CLASSES
      * POINT AT THE SAME PROOF ENTRY AND PROVE TOGETHER.  THE
      * CLASS LINES STILL BREAK THE TOTAL OUT; WHEN THE LEDGER GETS
      * ITS OWN LOAN OR OVERDRAFT CONTROL, ONLY 1150 CHANGES.
      *----------------------------------------------------------------*
       01  WS-CLASS-MAP-CNT               PIC 9(01)   VALUE 3.
       01  WS-CLASS-MAP-TABLE.
           05  WS-CM-ENTRY OCCURS 3 TIMES INDEXED BY WS-CM-IDX.
               10  WS-CM-CLASS              PIC X(01).
               10  WS-CM-DESC               PIC X(10).
               10  WS-CM-PROOF-NO           PIC 9(01).

       01  WS-PROOF-CNT                   PIC 9(01)   VALUE 1.
       01  WS-PROOF-TABLE.
           05  WS-PF-ENTRY OCCURS 3 TIMES INDEXED BY WS-PF-IDX.
               10  WS-PF-GL-ACCT            PIC 9(06).
               10  WS-PF-SUBLEDGER          PIC S9(13)V99.
               10  WS-PF-UNMATCHED          PIC S9(13)V99.

      *----------------------------------------------------------------*
      * PER ACCT-TYPE / CLASS TOTALS - BUILD-AS-YOU-GO, THE SAME
      * TECHNIQUE TRIALBAL USES FOR ITS GL ACCOUNT TABLE.
      *----------------------------------------------------------------*
       01  WS-BUCKET-TABLE.
           05  WS-BK-ENTRY OCCURS 100 TIMES INDEXED BY WS-BK-IDX.
               10  WS-BK-ACCT-TYPE          PIC X(03).
               10  WS-BK-CLASS              PIC X(01).
               10  WS-BK-ACCT-CNT           PIC 9(09).
               10  WS-BK-BALANCE            PIC S9(13)V99.

       01  WS-HEADING-LINE.
           05  FILLER PIC X(42) VALUE
               'SUBLRCON - SUBLEDGER TO GL PROOF FOR      '.
           05  WS-HD-DATE                 PIC 9(08).

       01  WS-BUCKET-LINE.
           05  FILLER PIC X(10) VALUE 'ACCT TYPE '.
           05  WS-BL-ACCT-TYPE            PIC X(03).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-BL-DESC                 PIC X(10).
           05  FILLER PIC X(12) VALUE '  ACCOUNTS ='.
           05  WS-BL-ACCT-CNT             PIC Z(08)9.
           05  FILLER PIC X(12) VALUE '  BALANCE = '.
           05  WS-BL-BALANCE              PIC -(12)9.99.
           05  FILLER PIC X(15) VALUE '  CONTROL GL = '.
           05  WS-BL-GL-ACCT              PIC 9(06).

       01  WS-PROOF-LINE-1.
           05  FILLER PIC X(11) VALUE 'CONTROL GL '.
           05  WS-P1-GL-ACCT              PIC 9(06).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-P1-NAME                 PIC X(30).
           05  FILLER PIC X(14) VALUE '  SUBLEDGER = '.
           05  WS-P1-SUBLEDGER            PIC -(12)9.99.
           05  FILLER PIC X(11) VALUE '  LEDGER = '.
           05  WS-P1-LEDGER               PIC -(12)9.99.

       01  WS-PROOF-LINE-2.
           05  FILLER PIC X(18) VALUE '    DIFFERENCE =  '.
           05  WS-P2-DIFFERENCE           PIC -(12)9.99.
           05  FILLER PIC X(23) VALUE '  UNMATCHED ACTIVITY = '.
           05  WS-P2-UNMATCHED            PIC -(12)9.99.
           05  FILLER PIC X(16) VALUE '  UNEXPLAINED = '.
           05  WS-P2-UNEXPLAINED          PIC -(12)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-P2-STATUS               PIC X(08).

       01  WS-UNMATCHED-LINE.
           05  FILLER PIC X(20) VALUE 'UNMATCHED ACTIVITY  '.
           05  FILLER PIC X(05) VALUE 'ACCT '.
           05  WS-UL-ACCT-NO              PIC Z(11)9.
           05  FILLER PIC X(06) VALUE '  TXN '.
           05  WS-UL-TXN-ID               PIC 9(15).
           05  FILLER PIC X(07) VALUE '  TYPE '.
           05  WS-UL-TXN-TYPE             PIC X(02).
           05  FILLER PIC X(09) VALUE '  AMOUNT '.
           05  WS-UL-AMOUNT               PIC -(09)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-UL-REASON               PIC X(30).

       01  WS-RESULT-LINE.
           05  FILLER PIC X(33) VALUE
               'SUBLEDGER TO GL RECONCILIATION - '.
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
               PERFORM 2000-SUM-SUBLEDGER THRU 2000-EXIT
               PERFORM 3000-MATCH-ACTIVITY THRU 3000-EXIT
               PERFORM 4000-PROVE-CONTROLS THRU 4000-EXIT
           END-IF
           PERFORM 6000-TERMINATE THRU 6000-EXIT
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-ACCT-CNT TO WS-RL-COUNT
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

           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-ACCT-OK
               DISPLAY 'SUBLRCON ERROR - CANNOT OPEN ACCOUNT-MASTER, '
                   'STATUS = ' WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT GL-MASTER
           IF NOT WS-GL-OK
               DISPLAY 'SUBLRCON ERROR - CANNOT OPEN GL-MASTER, '
                   'STATUS = ' WS-GL-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT TRANSACTION-MASTER
           PERFORM 1150-LOAD-CONTROL-MAP.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1150-LOAD-CONTROL-MAP
      *   Seeds the class-to-control map and the proof entries - a
      *   small fixed set, loaded directly the way GLPOST seeds its
      *   TXN-TYPE mapping table.
      *----------------------------------------------------------------*
       1150-LOAD-CONTROL-MAP.
           MOVE 'D'          TO WS-CM-CLASS(1)
           MOVE 'DEPOSITS'   TO WS-CM-DESC(1)
           MOVE 1            TO WS-CM-PROOF-NO(1)

           MOVE 'O'          TO WS-CM-CLASS(2)
           MOVE 'OVERDRAWN'  TO WS-CM-DESC(2)
           MOVE 1            TO WS-CM-PROOF-NO(2)

           MOVE 'L'          TO WS-CM-CLASS(3)
           MOVE 'LOANS'      TO WS-CM-DESC(3)
           MOVE 1            TO WS-CM-PROOF-NO(3)

           MOVE 200100       TO WS-PF-GL-ACCT(1)
           MOVE ZERO         TO WS-PF-SUBLEDGER(1)
           MOVE ZERO         TO WS-PF-UNMATCHED(1).

      *----------------------------------------------------------------*
      * 2000-SUM-SUBLEDGER THRU 2000-EXIT
      *   One sequential pass of the account master, every status -
      *   a closed account carries a zero balance and a charged-off
      *   one is still whatever CHGOFF left it at, both of which the
      *   ledger must agree with.
      *----------------------------------------------------------------*
       2000-SUM-SUBLEDGER.
           PERFORM 2100-SUM-ONE-ACCOUNT THRU 2100-EXIT
               UNTIL WS-ACCT-EOF
           PERFORM 2500-WRITE-BUCKET-LINE THRU 2500-EXIT
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BUCKET-CNT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-SUM-ONE-ACCOUNT THRU 2100-EXIT
      *----------------------------------------------------------------*
       2100-SUM-ONE-ACCOUNT.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ACCT-EOF-SW
           END-READ
           IF WS-ACCT-EOF
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-ACCT-CNT

           PERFORM 2150-CLASSIFY-ACCOUNT THRU 2150-EXIT
           ADD ACCT-BALANCE TO WS-PF-SUBLEDGER(WS-PF-IDX)

           PERFORM 2200-FIND-OR-ADD-BUCKET THRU 2200-EXIT
           IF WS-FOUND
               ADD 1            TO WS-BK-ACCT-CNT(WS-BK-IDX)
               ADD ACCT-BALANCE TO WS-BK-BALANCE(WS-BK-IDX)
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2150-CLASSIFY-ACCOUNT THRU 2150-EXIT
      *   Sets the class of the account in the record area and
      *   points WS-CM-IDX / WS-PF-IDX at its map and proof entries.
      *   A loan is a loan whatever its sign; any other account is
      *   overdrawn when its balance is below zero.
      *----------------------------------------------------------------*
       2150-CLASSIFY-ACCOUNT.
           IF ACCT-TYPE = 'LN'
               MOVE 'L' TO WS-ACCT-CLASS
           ELSE
               IF ACCT-BALANCE < ZERO
                   MOVE 'O' TO WS-ACCT-CLASS
               ELSE
                   MOVE 'D' TO WS-ACCT-CLASS
               END-IF
           END-IF

           PERFORM 2160-FIND-CLASS-MAP THRU 2160-EXIT.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2160-FIND-CLASS-MAP THRU 2160-EXIT
      *   Points WS-CM-IDX and WS-PF-IDX at WS-ACCT-CLASS's entries.
      *----------------------------------------------------------------*
       2160-FIND-CLASS-MAP.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 2170-SEARCH-CLASS-MAP THRU 2170-EXIT
               VARYING WS-CM-IDX FROM 1 BY 1
               UNTIL WS-CM-IDX > WS-CLASS-MAP-CNT
                  OR WS-FOUND

      *    THE PERFORM VARYING AUGMENT LEAVES THE INDEX ONE PAST THE
      *    MATCHED ENTRY, SO STEP IT BACK BEFORE SUBSCRIPTING.
           IF WS-FOUND
               SET WS-CM-IDX DOWN BY 1
           ELSE
               SET WS-CM-IDX TO 1
           END-IF
           SET WS-PF-IDX TO WS-CM-PROOF-NO(WS-CM-IDX).
       2160-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2170-SEARCH-CLASS-MAP THRU 2170-EXIT
      *----------------------------------------------------------------*
       2170-SEARCH-CLASS-MAP.
           IF WS-CM-CLASS(WS-CM-IDX) = WS-ACCT-CLASS
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2170-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-FIND-OR-ADD-BUCKET THRU 2200-EXIT
      *----------------------------------------------------------------*
       2200-FIND-OR-ADD-BUCKET.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 2300-SEARCH-BUCKET THRU 2300-EXIT
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BUCKET-CNT
                  OR WS-FOUND

      *    THE PERFORM VARYING AUGMENT LEAVES THE INDEX ONE PAST THE
      *    MATCHED ENTRY, SO STEP IT BACK BEFORE SUBSCRIPTING.
           IF WS-FOUND
               SET WS-BK-IDX DOWN BY 1
           END-IF

           IF NOT WS-FOUND
               IF WS-BUCKET-CNT >= 100
                   IF NOT WS-TABLE-FULL
                       MOVE 'Y' TO WS-TABLE-FULL-SW
                       DISPLAY
                         'SUBLRCON ACCT-TYPE TABLE FULL - ' ,
                         'REMAINING TYPES NOT BROKEN OUT'
                   END-IF
                   GO TO 2200-EXIT
               END-IF
               ADD 1 TO WS-BUCKET-CNT
               SET WS-BK-IDX TO WS-BUCKET-CNT
               MOVE ACCT-TYPE     TO WS-BK-ACCT-TYPE(WS-BK-IDX)
               MOVE WS-ACCT-CLASS TO WS-BK-CLASS(WS-BK-IDX)
               MOVE ZERO          TO WS-BK-ACCT-CNT(WS-BK-IDX)
               MOVE ZERO          TO WS-BK-BALANCE(WS-BK-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-SEARCH-BUCKET THRU 2300-EXIT
      *----------------------------------------------------------------*
       2300-SEARCH-BUCKET.
           IF WS-BK-ACCT-TYPE(WS-BK-IDX) = ACCT-TYPE
               AND WS-BK-CLASS(WS-BK-IDX) = WS-ACCT-CLASS
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-WRITE-BUCKET-LINE THRU 2500-EXIT
      *----------------------------------------------------------------*
       2500-WRITE-BUCKET-LINE.
           MOVE WS-BK-CLASS(WS-BK-IDX) TO WS-ACCT-CLASS
           PERFORM 2160-FIND-CLASS-MAP THRU 2160-EXIT

           MOVE WS-BK-ACCT-TYPE(WS-BK-IDX) TO WS-BL-ACCT-TYPE
           MOVE WS-CM-DESC(WS-CM-IDX)      TO WS-BL-DESC
           MOVE WS-BK-ACCT-CNT(WS-BK-IDX)  TO WS-BL-ACCT-CNT
           MOVE WS-BK-BALANCE(WS-BK-IDX)   TO WS-BL-BALANCE
           MOVE WS-PF-GL-ACCT(WS-PF-IDX)   TO WS-BL-GL-ACCT
           MOVE WS-BUCKET-LINE TO RPT-LINE
           WRITE RPT-LINE.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-MATCH-ACTIVITY THRU 3000-EXIT
      *   Tonight's posted transactions against tonight's journal.
      *   GLPOST walks the transaction master in TXN-ID order and
      *   writes each pair as it goes, so both files arrive in key
      *   order and one merge pass matches them.  No journal at all
      *   leaves every posting unmatched, which is what it is.
      *----------------------------------------------------------------*
       3000-MATCH-ACTIVITY.
           IF WS-TXNM-STATUS NOT = '00'
               DISPLAY 'SUBLRCON - TRANSACTION MASTER NOT AVAILABLE, '
                   'STATUS = ' WS-TXNM-STATUS
                   ' - ACTIVITY NOT MATCHED'
               GO TO 3000-EXIT
           END-IF

           OPEN INPUT GL-JOURNAL
           IF WS-JRNL-STATUS NOT = '00'
               MOVE 'Y' TO WS-JRNL-EOF-SW
               PERFORM 3100-MATCH-ONE-TXN THRU 3100-EXIT
                   UNTIL WS-TXN-EOF
               GO TO 3000-EXIT
           END-IF

           PERFORM 3200-READ-JOURNAL THRU 3200-EXIT
           PERFORM 3100-MATCH-ONE-TXN THRU 3100-EXIT
               UNTIL WS-TXN-EOF
           CLOSE GL-JOURNAL.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-MATCH-ONE-TXN THRU 3100-EXIT
      *----------------------------------------------------------------*
       3100-MATCH-ONE-TXN.
           READ TRANSACTION-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TXN-EOF-SW
           END-READ
           IF WS-TXN-EOF
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-TXN-CNT
           IF TXN-STATUS NOT = 'P' OR TXN-POST-DATE NOT = WS-TODAY
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-POSTED-CNT

           PERFORM 3200-READ-JOURNAL THRU 3200-EXIT
               UNTIL WS-JRNL-EOF
                  OR GE-TXN-ID NOT < TXN-ID

           IF WS-JRNL-EOF
               PERFORM 3300-REPORT-UNMATCHED THRU 3300-EXIT
               GO TO 3100-EXIT
           END-IF
           IF GE-TXN-ID NOT = TXN-ID
               PERFORM 3300-REPORT-UNMATCHED THRU 3300-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-READ-JOURNAL THRU 3200-EXIT
      *----------------------------------------------------------------*
       3200-READ-JOURNAL.
           READ GL-JOURNAL
               AT END
                   MOVE 'Y' TO WS-JRNL-EOF-SW
           END-READ
           IF NOT WS-JRNL-EOF
               ADD 1 TO WS-JRNL-CNT
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3300-REPORT-UNMATCHED THRU 3300-EXIT
      *   The posting moved ACCT-BALANCE with no ledger pair behind
      *   it, so its amount explains that much of its class's
      *   difference.  An account no longer on the master was not
      *   summed, so its posting explains nothing.
      *----------------------------------------------------------------*
       3300-REPORT-UNMATCHED.
           ADD 1 TO WS-UNMATCHED-CNT
           MOVE 'NO GL JOURNAL PAIR TONIGHT' TO WS-UL-REASON
           MOVE TXN-ACCT-NO TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON ACCOUNT MASTER' TO
                       WS-UL-REASON
               NOT INVALID KEY
                   PERFORM 2150-CLASSIFY-ACCOUNT THRU 2150-EXIT
                   ADD TXN-AMOUNT TO WS-PF-UNMATCHED(WS-PF-IDX)
           END-READ

           MOVE TXN-ACCT-NO TO WS-UL-ACCT-NO
           MOVE TXN-ID      TO WS-UL-TXN-ID
           MOVE TXN-TYPE    TO WS-UL-TXN-TYPE
           MOVE TXN-AMOUNT  TO WS-UL-AMOUNT
           MOVE WS-UNMATCHED-LINE TO RPT-LINE
           WRITE RPT-LINE.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-PROVE-CONTROLS THRU 4000-EXIT
      *----------------------------------------------------------------*
       4000-PROVE-CONTROLS.
           PERFORM 4100-PROVE-ONE-CONTROL THRU 4100-EXIT
               VARYING WS-PF-IDX FROM 1 BY 1
               UNTIL WS-PF-IDX > WS-PROOF-CNT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-PROVE-ONE-CONTROL THRU 4100-EXIT
      *   The ledger owes the negative of the control's GL-BALANCE;
      *   a control missing from GL-MASTER proves against zero, so
      *   the whole subledger shows as the difference.
      *----------------------------------------------------------------*
       4100-PROVE-ONE-CONTROL.
           MOVE WS-PF-GL-ACCT(WS-PF-IDX) TO GL-ACCT-NO
           READ GL-MASTER
               INVALID KEY
                   MOVE 'NOT ON GL MASTER' TO GL-ACCT-NAME
                   MOVE ZERO TO GL-BALANCE
           END-READ

           COMPUTE WS-DIFFERENCE =
               WS-PF-SUBLEDGER(WS-PF-IDX) + GL-BALANCE
           COMPUTE WS-UNEXPLAINED =
               WS-DIFFERENCE - WS-PF-UNMATCHED(WS-PF-IDX)

           MOVE WS-PF-GL-ACCT(WS-PF-IDX)   TO WS-P1-GL-ACCT
           MOVE GL-ACCT-NAME               TO WS-P1-NAME
           MOVE WS-PF-SUBLEDGER(WS-PF-IDX) TO WS-P1-SUBLEDGER
           COMPUTE WS-P1-LEDGER = ZERO - GL-BALANCE
           MOVE WS-PROOF-LINE-1 TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-DIFFERENCE              TO WS-P2-DIFFERENCE
           MOVE WS-PF-UNMATCHED(WS-PF-IDX) TO WS-P2-UNMATCHED
           MOVE WS-UNEXPLAINED             TO WS-P2-UNEXPLAINED
           IF WS-DIFFERENCE = ZERO
               MOVE 'PROVED' TO WS-P2-STATUS
           ELSE
               MOVE 'NO PROOF' TO WS-P2-STATUS
               MOVE 'Y' TO WS-PROOF-FAILED-SW
           END-IF
           MOVE WS-PROOF-LINE-2 TO RPT-LINE
           WRITE RPT-LINE.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-TERMINATE THRU 6000-EXIT
      *   Unmatched activity fails the night even when it happens to
      *   net to zero against the controls - the ledger is still
      *   missing postings.
      *----------------------------------------------------------------*
       6000-TERMINATE.
           IF WS-UNMATCHED-CNT > ZERO
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
               CLOSE ACCOUNT-MASTER
               CLOSE GL-MASTER
               CLOSE TRANSACTION-MASTER
           END-IF
           CLOSE RECON-REPORT
           DISPLAY 'SUBLRCON ACCOUNTS READ      = ' WS-ACCT-CNT
           DISPLAY 'SUBLRCON TRANSACTIONS READ  = ' WS-TXN-CNT
           DISPLAY 'SUBLRCON POSTED TONIGHT     = ' WS-POSTED-CNT
           DISPLAY 'SUBLRCON GL ENTRIES READ    = ' WS-JRNL-CNT
           DISPLAY 'SUBLRCON UNMATCHED POSTINGS = ' WS-UNMATCHED-CNT
           DISPLAY 'SUBLRCON RESULT             = ' WS-RS-RESULT.
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
           MOVE 'SUBLRCON' TO RL-PROGRAM
           MOVE WS-RL-PHASE TO RL-PHASE
           MOVE WS-RL-COUNT TO RL-RECORD-CNT
           MOVE RETURN-CODE TO RL-RETURN-CODE
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG.
       9900-EXIT.
           EXIT.
