      *================================================================*
      * SWPMAINT - INVESTMENT SWEEP AGREEMENT MAINTENANCE
      *
      * Applies add / change / cancel maintenance transactions
      * against the SWEEP-AGREEMENT-RECORD VSAM KSDS (keyed on the
      * business operating account), the same maintenance shape
      * ODPMAINT uses for overdraft links.  SWEEPINV and TXNPOST
      * move money against this file unattended, so the edits run
      * here: both accounts must be on ACCOUNT-MASTER, open, and
      * different, and the minimum sweep increment must be above
      * zero.
      *
      * ST-ACTION values:
      *   'A' = set up an agreement (or reinstate a cancelled one
      *         with nothing left out in the investment account)
      *   'C' = change the target balance and minimum increment
      *   'X' = cancel the agreement - anything still swept out
      *         comes back on the next return sweep as usual
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWPMAINT.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL SWEEP AGREEMENT MAINTENANCE.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEP-AGREEMENT-FILE ASSIGN TO SWEEPAGR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SW-OPER-ACCT-NO
               FILE STATUS IS WS-AGR-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT SWEEP-TRANS ASSIGN TO SWPTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT SWEEP-REJECT ASSIGN TO SWPREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT PROC-DATE-CTL ASSIGN TO PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SWEEP-AGREEMENT-FILE.
           COPY "sweepagr.cpy".

       FD  ACCOUNT-MASTER.
           COPY "account.cpy".

       FD  SWEEP-TRANS
           RECORD CONTAINS 49 CHARACTERS.
       01  SWEEP-TRAN-RECORD.
           05  ST-ACTION                  PIC X(01).
           05  ST-OPER-ACCT-NO            PIC 9(12).
           05  ST-INVEST-ACCT-NO          PIC 9(12).
           05  ST-TARGET-BALANCE          PIC S9(11)V99.
           05  ST-MIN-INCREMENT           PIC 9(09)V99.

       FD  SWEEP-REJECT
           RECORD CONTAINS 160 CHARACTERS.
       01  SWEEP-REJECT-RECORD.
           05  SR-ACCT-NO                 PIC 9(12).
           05  SR-ACTION                  PIC X(01).
           05  SR-REASON                  PIC X(40).

       FD  PROC-DATE-CTL
           RECORD CONTAINS 8 CHARACTERS.
       01  PROC-DATE-RECORD               PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-PDATE-STATUS                PIC X(02).

       01  WS-AGR-STATUS                  PIC X(02).
           88  WS-AGR-OK                   VALUE '00'.
       01  WS-ACCT-STATUS                 PIC X(02).
           88  WS-ACCT-OK                  VALUE '00'.
       01  WS-TRAN-STATUS                 PIC X(02).
       01  WS-REJ-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-VALID-SW                PIC X(01)   VALUE 'Y'.
               88  WS-RECORD-VALID         VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-READ-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-ADD-CNT                 PIC 9(07)   VALUE ZERO.
           05  WS-CHANGE-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-CANCEL-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-REJECT-CNT              PIC 9(07)   VALUE ZERO.

       01  WS-REJECT-REASON               PIC X(40).

      *----------------------------------------------------------------*
      * ACCOUNT NUMBER CHECK DIGIT - THE TWELFTH DIGIT SELF-CHECKS
      * THE FIRST ELEVEN (DOUBLED-DIGIT METHOD).  ONLY ACCOUNTS
      * FLAGGED ON THE MASTER CARRY ONE; GRANDFATHERED NUMBERS
      * BYPASS THE EDIT.
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
       01  WS-CKD-OK-SW                   PIC X(01)   VALUE 'N'.
           88  WS-CKD-OK                   VALUE 'Y'.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 3000-TERMINATE
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O   SWEEP-AGREEMENT-FILE
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT SWEEP-TRANS
           OPEN OUTPUT SWEEP-REJECT
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           PERFORM 2100-READ-TRANS.

      *----------------------------------------------------------------*
      * 2000-PROCESS-TRANS THRU 2000-EXIT
      *----------------------------------------------------------------*
       2000-PROCESS-TRANS.
           ADD 1 TO WS-READ-CNT
           MOVE 'Y' TO WS-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON

           EVALUATE ST-ACTION
               WHEN 'A'
                   PERFORM 4000-VALIDATE-ACCOUNTS THRU 4000-EXIT
                   IF WS-RECORD-VALID
                       PERFORM 4500-VALIDATE-AMOUNTS THRU 4500-EXIT
                   END-IF
                   IF WS-RECORD-VALID
                       PERFORM 5000-ADD-AGREEMENT THRU 5000-EXIT
                   END-IF
               WHEN 'C'
                   PERFORM 4500-VALIDATE-AMOUNTS THRU 4500-EXIT
                   IF WS-RECORD-VALID
                       PERFORM 6000-CHANGE-AGREEMENT THRU 6000-EXIT
                   END-IF
               WHEN 'X'
                   PERFORM 7000-CANCEL-AGREEMENT THRU 7000-EXIT
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
           READ SWEEP-TRANS
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           CLOSE SWEEP-AGREEMENT-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE SWEEP-TRANS
           CLOSE SWEEP-REJECT
           DISPLAY 'SWPMAINT READ      = ' WS-READ-CNT
           DISPLAY 'SWPMAINT ADDED     = ' WS-ADD-CNT
           DISPLAY 'SWPMAINT CHANGED   = ' WS-CHANGE-CNT
           DISPLAY 'SWPMAINT CANCELLED = ' WS-CANCEL-CNT
           DISPLAY 'SWPMAINT REJECTED  = ' WS-REJECT-CNT.

      *----------------------------------------------------------------*
      * 4000-VALIDATE-ACCOUNTS THRU 4000-EXIT
      *   Both accounts on the master, passing their check digits,
      *   and open - the sweep pass posts to both without asking.
      *----------------------------------------------------------------*
       4000-VALIDATE-ACCOUNTS.
           IF ST-INVEST-ACCT-NO = ST-OPER-ACCT-NO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'INVESTMENT ACCOUNT EQUALS OPERATING ACCT' TO
                   WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF

           MOVE ST-OPER-ACCT-NO TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'OPERATING ACCT NOT ON ACCOUNT MASTER' TO
                       WS-REJECT-REASON
           END-READ
           IF NOT WS-RECORD-VALID
               GO TO 4000-EXIT
           END-IF

           IF ACCT-CKD-FLAG = 'Y'
               MOVE ST-OPER-ACCT-NO TO WS-CKD-ACCT-NO
               PERFORM 8800-VERIFY-CHECK-DIGIT THRU 8800-EXIT
               IF NOT WS-CKD-OK
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'OPERATING ACCT FAILS CHECK DIGIT' TO
                       WS-REJECT-REASON
                   GO TO 4000-EXIT
               END-IF
           END-IF

           IF ACCT-STATUS NOT = 'A'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'OPERATING ACCOUNT IS NOT OPEN' TO
                   WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF

           MOVE ST-INVEST-ACCT-NO TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'INVESTMENT ACCT NOT ON ACCOUNT MASTER' TO
                       WS-REJECT-REASON
           END-READ
           IF NOT WS-RECORD-VALID
               GO TO 4000-EXIT
           END-IF

           IF ACCT-CKD-FLAG = 'Y'
               MOVE ST-INVEST-ACCT-NO TO WS-CKD-ACCT-NO
               PERFORM 8800-VERIFY-CHECK-DIGIT THRU 8800-EXIT
               IF NOT WS-CKD-OK
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'INVESTMENT ACCT FAILS CHECK DIGIT' TO
                       WS-REJECT-REASON
                   GO TO 4000-EXIT
               END-IF
           END-IF

           IF ACCT-STATUS NOT = 'A'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'INVESTMENT ACCOUNT IS NOT OPEN' TO
                   WS-REJECT-REASON
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4500-VALIDATE-AMOUNTS THRU 4500-EXIT
      *----------------------------------------------------------------*
       4500-VALIDATE-AMOUNTS.
           IF ST-TARGET-BALANCE < ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'TARGET BALANCE IS NEGATIVE' TO WS-REJECT-REASON
               GO TO 4500-EXIT
           END-IF
           IF ST-MIN-INCREMENT NOT > ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'MINIMUM SWEEP INCREMENT MUST BE ABOVE 0' TO
                   WS-REJECT-REASON
           END-IF.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-ADD-AGREEMENT THRU 5000-EXIT
      *   A cancelled agreement with nothing still out in the
      *   investment account is reinstated in place under the new
      *   terms; anything else already on file rejects.
      *----------------------------------------------------------------*
       5000-ADD-AGREEMENT.
           MOVE ST-OPER-ACCT-NO TO SW-OPER-ACCT-NO
           READ SWEEP-AGREEMENT-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-AGR-OK
               IF SW-STATUS NOT = 'X' OR SW-SWEPT-AMOUNT NOT = ZERO
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'ACCOUNT ALREADY HAS AN AGREEMENT ON FILE' TO
                       WS-REJECT-REASON
                   GO TO 5000-EXIT
               END-IF
           ELSE
               MOVE ZERO TO SW-LAST-SWEEP-DATE
               MOVE ZERO TO SW-LAST-RETURN-DATE
               MOVE ZERO TO SW-MTD-YYYYMM
               MOVE ZERO TO SW-MTD-OUT-CNT
               MOVE ZERO TO SW-MTD-OUT-AMT
               MOVE ZERO TO SW-MTD-RTN-CNT
               MOVE ZERO TO SW-MTD-RTN-AMT
               MOVE ZERO TO SW-MTD-COVER-CNT
               MOVE ZERO TO SW-MTD-COVER-AMT
               MOVE ZERO TO SW-MTD-HIGH-AMT
           END-IF

           MOVE ST-INVEST-ACCT-NO  TO SW-INVEST-ACCT-NO
           MOVE ST-TARGET-BALANCE  TO SW-TARGET-BALANCE
           MOVE ST-MIN-INCREMENT   TO SW-MIN-INCREMENT
           MOVE 'A'                TO SW-STATUS
           MOVE WS-TODAY           TO SW-ADD-DATE
           MOVE WS-TODAY           TO SW-STATUS-DATE

           IF WS-AGR-OK
               REWRITE SWEEP-AGREEMENT-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
               END-REWRITE
           ELSE
               MOVE ZERO TO SW-SWEPT-AMOUNT
               WRITE SWEEP-AGREEMENT-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'ACCOUNT ALREADY HAS AN AGREEMENT ON FILE'
                           TO WS-REJECT-REASON
               END-WRITE
           END-IF

           IF WS-RECORD-VALID
               ADD 1 TO WS-ADD-CNT
           END-IF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-CHANGE-AGREEMENT THRU 6000-EXIT
      *   Only the target and increment change - moving the money
      *   to a different investment account is a cancel and re-add,
      *   so the old one is returned to before the new one sweeps.
      *----------------------------------------------------------------*
       6000-CHANGE-AGREEMENT.
           MOVE ST-OPER-ACCT-NO TO SW-OPER-ACCT-NO
           READ SWEEP-AGREEMENT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'AGREEMENT NOT ON FILE' TO WS-REJECT-REASON
           END-READ
           IF NOT WS-RECORD-VALID
               GO TO 6000-EXIT
           END-IF

           IF SW-STATUS NOT = 'A'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'AGREEMENT IS CANCELLED' TO WS-REJECT-REASON
               GO TO 6000-EXIT
           END-IF

           MOVE ST-TARGET-BALANCE  TO SW-TARGET-BALANCE
           MOVE ST-MIN-INCREMENT   TO SW-MIN-INCREMENT
           MOVE WS-TODAY           TO SW-STATUS-DATE
           REWRITE SWEEP-AGREEMENT-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE

           IF WS-RECORD-VALID
               ADD 1 TO WS-CHANGE-CNT
           END-IF.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-CANCEL-AGREEMENT THRU 7000-EXIT
      *----------------------------------------------------------------*
       7000-CANCEL-AGREEMENT.
           MOVE ST-OPER-ACCT-NO TO SW-OPER-ACCT-NO
           READ SWEEP-AGREEMENT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'AGREEMENT NOT ON FILE' TO WS-REJECT-REASON
           END-READ

           IF WS-RECORD-VALID
               MOVE 'X' TO SW-STATUS
               MOVE WS-TODAY TO SW-STATUS-DATE

               REWRITE SWEEP-AGREEMENT-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
               END-REWRITE

               IF WS-RECORD-VALID
                   ADD 1 TO WS-CANCEL-CNT
               END-IF
           END-IF.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-WRITE-REJECT THRU 8000-EXIT
      *----------------------------------------------------------------*
       8000-WRITE-REJECT.
           MOVE ST-OPER-ACCT-NO  TO SR-ACCT-NO
           MOVE ST-ACTION        TO SR-ACTION
           MOVE WS-REJECT-REASON TO SR-REASON
           WRITE SWEEP-REJECT-RECORD
           ADD 1 TO WS-REJECT-CNT.
       8000-EXIT.
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
      * 8800-VERIFY-CHECK-DIGIT THRU 8800-EXIT
      *   Doubled-digit self-check over WS-CKD-ACCT-NO: every
      *   second body digit (counting out from the check digit)
      *   doubles and casts out nine, and the sum's tens-complement
      *   must equal the twelfth digit.
      *----------------------------------------------------------------*
       8800-VERIFY-CHECK-DIGIT.
           MOVE ZERO TO WS-CKD-SUM
           PERFORM 8810-ADD-ONE-DIGIT THRU 8810-EXIT
               VARYING WS-CKD-IDX FROM 1 BY 1
               UNTIL WS-CKD-IDX > 11
           DIVIDE WS-CKD-SUM BY 10
               GIVING WS-CKD-QUOT
               REMAINDER WS-CKD-REM
           COMPUTE WS-CKD-EXPECT = 10 - WS-CKD-REM
           IF WS-CKD-EXPECT = 10
               MOVE ZERO TO WS-CKD-EXPECT
           END-IF
           IF WS-CKD-D(12) = WS-CKD-EXPECT
               MOVE 'Y' TO WS-CKD-OK-SW
           ELSE
               MOVE 'N' TO WS-CKD-OK-SW
           END-IF.
       8800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8810-ADD-ONE-DIGIT THRU 8810-EXIT
      *----------------------------------------------------------------*
       8810-ADD-ONE-DIGIT.
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
       8810-EXIT.
           EXIT.
