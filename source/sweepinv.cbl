      *================================================================*
      * SWEEPINV - INVESTMENT SWEEP / RETURN SWEEP
      *
      * Moves business operating balances above their agreed target
      * into the customer's money market investment account
      * overnight, and brings them back the next morning, under the
      * SWEEP-AGREEMENT-RECORDs SWPMAINT keeps.  Runs twice a cycle,
      * the mode taken from the one-byte SWPPARM control card:
      *
      *   'S' = sweep out.  After TXNPOST has posted the day and
      *         ahead of the INTACCR legs, so tonight's interest
      *         accrues on the invested money.  For each active
      *         agreement whose two accounts are both open, the
      *         operating balance above SW-TARGET-BALANCE sweeps in
      *         whole multiples of SW-MIN-INCREMENT - an excess
      *         short of one increment stays put.
      *   'R' = return sweep.  After DATEADV, dated the new business
      *         day, so the money is back in the operating account
      *         before the day's debits.  Every agreement with an
      *         amount still out - cancelled agreements included -
      *         has it returned, up to what the investment account
      *         still holds, and SW-SWEPT-AMOUNT clears.
      *
      * Each movement posts as a paired 'XF' transfer on channel
      * 'SWP' under consecutive TXNSEQ-assigned TXN-IDs, debit leg
      * first, the same shape TXNPOST's transfers take - so the
      * sweeps show on statements, in the transaction history and
      * on the general ledger like any other posting.  The month's
      * activity rolls into the agreement's SW-MTD- counters for
      * SWEEPRPT.  An agreement already swept tonight (a rerun) is
      * passed over.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWEEPINV.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL INVESTMENT SWEEP AND RETURN.
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

           SELECT TRANSACTION-MASTER ASSIGN TO TXNMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-ID
               FILE STATUS IS WS-TXN-STATUS.

           SELECT TXN-SEQUENCE-CTL ASSIGN TO TXNSEQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

           SELECT SWEEP-PARM ASSIGN TO SWPPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SWEEP-LISTING ASSIGN TO SWPLIST
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

       FD  TRANSACTION-MASTER.
           COPY "transaction.cpy".

       FD  TXN-SEQUENCE-CTL
           RECORD CONTAINS 15 CHARACTERS.
       01  TXN-SEQUENCE-RECORD            PIC 9(15).

       FD  SWEEP-PARM
           RECORD CONTAINS 80 CHARACTERS.
       01  SWEEP-PARM-RECORD.
           05  SP-MODE                    PIC X(01).
           05  FILLER                     PIC X(79).

       FD  SWEEP-LISTING
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
       01  WS-TXN-STATUS                  PIC X(02).
       01  WS-SEQ-STATUS                  PIC X(02).
       01  WS-PARM-STATUS                 PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).

       01  WS-EOF-SW                      PIC X(01)   VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
       01  WS-ABORT-SW                    PIC X(01)   VALUE 'N'.
           88  WS-ABORT                     VALUE 'Y'.
       01  WS-ACCT-FOUND-SW               PIC X(01)   VALUE 'N'.
           88  WS-ACCT-FOUND               VALUE 'Y'.

       01  WS-MODE                        PIC X(01)   VALUE SPACE.
           88  WS-MODE-SWEEP               VALUE 'S'.
           88  WS-MODE-RETURN              VALUE 'R'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-TODAY-PARTS REDEFINES WS-TODAY.
           05  WS-TODAY-YYYYMM            PIC 9(06).
           05  WS-TODAY-DD                PIC 9(02).
       01  WS-NEXT-TXN-ID                 PIC 9(15)   VALUE ZERO.

      *----------------------------------------------------------------*
      * ONE MOVEMENT - WS-MOVE-FROM IS DEBITED AND WS-MOVE-TO
      * CREDITED WS-MOVE-AMOUNT BY 5000-POST-MOVEMENT.
      *----------------------------------------------------------------*
       01  WS-MOVE-FIELDS.
           05  WS-MOVE-FROM               PIC 9(12)   VALUE ZERO.
           05  WS-MOVE-TO                 PIC 9(12)   VALUE ZERO.
           05  WS-MOVE-AMOUNT             PIC S9(11)V99 VALUE ZERO.
           05  WS-MOVE-DEBIT-TXN-ID       PIC 9(15)   VALUE ZERO.
           05  WS-MOVE-CREDIT-TXN-ID      PIC 9(15)   VALUE ZERO.
           05  WS-MOVE-DEBIT-DESC         PIC X(40)   VALUE SPACES.
           05  WS-MOVE-CREDIT-DESC        PIC X(40)   VALUE SPACES.
       01  WS-EXCESS                      PIC S9(11)V99 VALUE ZERO.
       01  WS-INCREMENT-CNT               PIC 9(11)   VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-READ-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-SWEPT-CNT               PIC 9(07)   VALUE ZERO.
           05  WS-RETURNED-CNT            PIC 9(07)   VALUE ZERO.
           05  WS-BELOW-CNT               PIC 9(07)   VALUE ZERO.
           05  WS-INACTIVE-CNT            PIC 9(07)   VALUE ZERO.
           05  WS-ACCT-SKIP-CNT           PIC 9(07)   VALUE ZERO.
           05  WS-RERUN-SKIP-CNT          PIC 9(07)   VALUE ZERO.
           05  WS-SHORT-RTN-CNT           PIC 9(07)   VALUE ZERO.

       01  WS-TOTALS.
           05  WS-TOTAL-SWEPT             PIC S9(13)V99 VALUE ZERO.
           05  WS-TOTAL-RETURNED          PIC S9(13)V99 VALUE ZERO.

       01  WS-DETAIL-LINE.
           05  WS-DL-ACTION               PIC X(11).
           05  FILLER PIC X(08) VALUE ' OPER = '.
           05  WS-DL-OPER-ACCT            PIC 9(12).
           05  FILLER PIC X(10) VALUE '  INVEST ='.
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DL-INVEST-ACCT          PIC 9(12).
           05  FILLER PIC X(11) VALUE '  AMOUNT = '.
           05  WS-DL-AMOUNT               PIC -(10)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DL-NOTE                 PIC X(30).

       01  WS-TOTAL-LINE.
           05  FILLER PIC X(18) VALUE 'SWEEPINV TOTAL -  '.
           05  WS-TL-LABEL                PIC X(12).
           05  WS-TL-TOTAL                PIC -(12)9.99.

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
               PERFORM 2000-PROCESS-AGREEMENT THRU 2000-EXIT
                   UNTIL WS-EOF
           END-IF
           PERFORM 3000-TERMINATE
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-READ-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE THRU 1000-EXIT
      *   No mode card, or one that is neither 'S' nor 'R', fails
      *   the step before anything is touched.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT SWEEP-PARM
           IF WS-PARM-STATUS = '00'
               READ SWEEP-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SP-MODE TO WS-MODE
               END-READ
               CLOSE SWEEP-PARM
           END-IF
           IF NOT WS-MODE-SWEEP AND NOT WS-MODE-RETURN
               DISPLAY 'SWEEPINV ERROR - SWPPARM MODE MISSING OR '
                   'INVALID, MODE = ' WS-MODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF

           OPEN I-O SWEEP-AGREEMENT-FILE
           IF WS-AGR-STATUS NOT = '00'
               DISPLAY 'SWEEPINV ERROR - CANNOT OPEN SWEEPAGR, '
                   'STATUS = ' WS-AGR-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF

           OPEN I-O ACCOUNT-MASTER
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'SWEEPINV ERROR - CANNOT OPEN ACCOUNT-MASTER, '
                   'STATUS = ' WS-ACCT-STATUS
               CLOSE SWEEP-AGREEMENT-FILE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF

           OPEN I-O   TRANSACTION-MASTER
           OPEN OUTPUT SWEEP-LISTING
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           PERFORM 1100-LOAD-NEXT-TXN-ID

           PERFORM 2100-READ-AGREEMENT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-LOAD-NEXT-TXN-ID
      *----------------------------------------------------------------*
       1100-LOAD-NEXT-TXN-ID.
           OPEN INPUT TXN-SEQUENCE-CTL
           IF WS-SEQ-STATUS = '00'
               READ TXN-SEQUENCE-CTL
                   AT END
                       MOVE ZERO TO WS-NEXT-TXN-ID
                   NOT AT END
                       MOVE TXN-SEQUENCE-RECORD TO WS-NEXT-TXN-ID
               END-READ
               CLOSE TXN-SEQUENCE-CTL
           ELSE
               MOVE ZERO TO WS-NEXT-TXN-ID
           END-IF
           ADD 1 TO WS-NEXT-TXN-ID.

      *----------------------------------------------------------------*
      * 2000-PROCESS-AGREEMENT THRU 2000-EXIT
      *----------------------------------------------------------------*
       2000-PROCESS-AGREEMENT.
           ADD 1 TO WS-READ-CNT

           IF WS-MODE-SWEEP
               PERFORM 4000-SWEEP-OUT THRU 4000-EXIT
           ELSE
               PERFORM 4500-RETURN-SWEEP THRU 4500-EXIT
           END-IF

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
           IF NOT WS-ABORT
               IF WS-MODE-SWEEP
                   MOVE 'SWEPT OUT   ' TO WS-TL-LABEL
                   MOVE WS-TOTAL-SWEPT TO WS-TL-TOTAL
               ELSE
                   MOVE 'RETURNED    ' TO WS-TL-LABEL
                   MOVE WS-TOTAL-RETURNED TO WS-TL-TOTAL
               END-IF
               MOVE WS-TOTAL-LINE TO RPT-LINE
               WRITE RPT-LINE

               CLOSE SWEEP-AGREEMENT-FILE
               CLOSE ACCOUNT-MASTER
               CLOSE TRANSACTION-MASTER
               CLOSE SWEEP-LISTING

               OPEN OUTPUT TXN-SEQUENCE-CTL
               COMPUTE TXN-SEQUENCE-RECORD = WS-NEXT-TXN-ID - 1
               WRITE TXN-SEQUENCE-RECORD
               CLOSE TXN-SEQUENCE-CTL
           END-IF

           DISPLAY 'SWEEPINV MODE              = ' WS-MODE
           DISPLAY 'SWEEPINV AGREEMENTS READ   = ' WS-READ-CNT
           DISPLAY 'SWEEPINV SWEPT OUT         = ' WS-SWEPT-CNT
           DISPLAY 'SWEEPINV RETURNED          = ' WS-RETURNED-CNT
           DISPLAY 'SWEEPINV RETURNED SHORT    = ' WS-SHORT-RTN-CNT
           DISPLAY 'SWEEPINV BELOW INCREMENT   = ' WS-BELOW-CNT
           DISPLAY 'SWEEPINV NOT ACTIVE        = ' WS-INACTIVE-CNT
           DISPLAY 'SWEEPINV ACCOUNT NOT OPEN  = ' WS-ACCT-SKIP-CNT
           DISPLAY 'SWEEPINV ALREADY SWEPT     = ' WS-RERUN-SKIP-CNT
           DISPLAY 'SWEEPINV TOTAL SWEPT       = ' WS-TOTAL-SWEPT
           DISPLAY 'SWEEPINV TOTAL RETURNED    = ' WS-TOTAL-RETURNED.

      *----------------------------------------------------------------*
      * 4000-SWEEP-OUT THRU 4000-EXIT
      *   The investment account is checked first so the operating
      *   account is the one left in the shared buffer for the
      *   excess arithmetic and the debit leg.
      *----------------------------------------------------------------*
       4000-SWEEP-OUT.
           IF SW-STATUS NOT = 'A'
               ADD 1 TO WS-INACTIVE-CNT
               GO TO 4000-EXIT
           END-IF
           IF SW-LAST-SWEEP-DATE = WS-TODAY
               ADD 1 TO WS-RERUN-SKIP-CNT
               GO TO 4000-EXIT
           END-IF

           MOVE SW-INVEST-ACCT-NO TO ACCT-NUMBER
           PERFORM 4800-READ-OPEN-ACCOUNT THRU 4800-EXIT
           IF NOT WS-ACCT-FOUND
               GO TO 4000-EXIT
           END-IF
           MOVE SW-OPER-ACCT-NO TO ACCT-NUMBER
           PERFORM 4800-READ-OPEN-ACCOUNT THRU 4800-EXIT
           IF NOT WS-ACCT-FOUND
               GO TO 4000-EXIT
           END-IF

           COMPUTE WS-EXCESS = ACCT-BALANCE - SW-TARGET-BALANCE
           IF WS-EXCESS < SW-MIN-INCREMENT
               ADD 1 TO WS-BELOW-CNT
               GO TO 4000-EXIT
           END-IF
           DIVIDE WS-EXCESS BY SW-MIN-INCREMENT
               GIVING WS-INCREMENT-CNT
           COMPUTE WS-MOVE-AMOUNT =
               WS-INCREMENT-CNT * SW-MIN-INCREMENT

           MOVE SW-OPER-ACCT-NO   TO WS-MOVE-FROM
           MOVE SW-INVEST-ACCT-NO TO WS-MOVE-TO
           MOVE 'INVESTMENT SWEEP TO MONEY MARKET' TO
               WS-MOVE-DEBIT-DESC
           MOVE 'INVESTMENT SWEEP FROM OPERATING ACCT' TO
               WS-MOVE-CREDIT-DESC
           PERFORM 5000-POST-MOVEMENT THRU 5000-EXIT

           PERFORM 6000-ROLL-MONTH THRU 6000-EXIT
           ADD 1              TO SW-MTD-OUT-CNT
           ADD WS-MOVE-AMOUNT TO SW-MTD-OUT-AMT
           ADD WS-MOVE-AMOUNT TO SW-SWEPT-AMOUNT
           IF SW-SWEPT-AMOUNT > SW-MTD-HIGH-AMT
               MOVE SW-SWEPT-AMOUNT TO SW-MTD-HIGH-AMT
           END-IF
           MOVE WS-TODAY TO SW-LAST-SWEEP-DATE
           REWRITE SWEEP-AGREEMENT-RECORD

           ADD 1 TO WS-SWEPT-CNT
           ADD WS-MOVE-AMOUNT TO WS-TOTAL-SWEPT
           MOVE 'SWEPT OUT' TO WS-DL-ACTION
           MOVE SPACES TO WS-DL-NOTE
           PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4500-RETURN-SWEEP THRU 4500-EXIT
      *   Brings back everything still out, whatever the agreement's
      *   status - it is the customer's operating money.  If the
      *   investment account no longer holds it all (the customer
      *   drew on it directly), what is there comes back and the
      *   rest is written off the agreement; either way the
      *   agreement ends the morning with nothing out.
      *----------------------------------------------------------------*
       4500-RETURN-SWEEP.
           IF SW-SWEPT-AMOUNT NOT > ZERO
               GO TO 4500-EXIT
           END-IF

           MOVE SW-INVEST-ACCT-NO TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   ADD 1 TO WS-ACCT-SKIP-CNT
                   GO TO 4500-EXIT
           END-READ
           MOVE SW-SWEPT-AMOUNT TO WS-MOVE-AMOUNT
           MOVE SPACES TO WS-DL-NOTE
           IF ACCT-BALANCE < WS-MOVE-AMOUNT
               MOVE ACCT-BALANCE TO WS-MOVE-AMOUNT
               MOVE 'INVESTMENT ACCT SHORT' TO WS-DL-NOTE
               ADD 1 TO WS-SHORT-RTN-CNT
           END-IF

           MOVE SW-OPER-ACCT-NO TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   ADD 1 TO WS-ACCT-SKIP-CNT
                   GO TO 4500-EXIT
           END-READ

           PERFORM 6000-ROLL-MONTH THRU 6000-EXIT
           IF WS-MOVE-AMOUNT > ZERO
               MOVE SW-INVEST-ACCT-NO TO WS-MOVE-FROM
               MOVE SW-OPER-ACCT-NO   TO WS-MOVE-TO
               MOVE 'INVESTMENT SWEEP RETURN TO OPERATING' TO
                   WS-MOVE-DEBIT-DESC
               MOVE 'INVESTMENT SWEEP RETURN' TO
                   WS-MOVE-CREDIT-DESC
      *        THE OPERATING ACCOUNT IS IN THE BUFFER - PUT THE
      *        INVESTMENT ACCOUNT BACK FOR THE DEBIT LEG.
               MOVE WS-MOVE-FROM TO ACCT-NUMBER
               READ ACCOUNT-MASTER
               PERFORM 5000-POST-MOVEMENT THRU 5000-EXIT
               ADD 1              TO SW-MTD-RTN-CNT
               ADD WS-MOVE-AMOUNT TO SW-MTD-RTN-AMT
               ADD 1 TO WS-RETURNED-CNT
               ADD WS-MOVE-AMOUNT TO WS-TOTAL-RETURNED
           END-IF
           MOVE ZERO TO SW-SWEPT-AMOUNT
           MOVE WS-TODAY TO SW-LAST-RETURN-DATE
           REWRITE SWEEP-AGREEMENT-RECORD

           MOVE 'RETURNED' TO WS-DL-ACTION
           PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4800-READ-OPEN-ACCOUNT THRU 4800-EXIT
      *   Reads the account named in ACCT-NUMBER and requires it to
      *   be open - a sweep never moves money into or out of a
      *   frozen, dormant, closed or charged-off account.
      *----------------------------------------------------------------*
       4800-READ-OPEN-ACCOUNT.
           MOVE 'Y' TO WS-ACCT-FOUND-SW
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-ACCT-FOUND-SW
           END-READ
           IF WS-ACCT-FOUND AND ACCT-STATUS NOT = 'A'
               MOVE 'N' TO WS-ACCT-FOUND-SW
           END-IF
           IF NOT WS-ACCT-FOUND
               ADD 1 TO WS-ACCT-SKIP-CNT
           END-IF.
       4800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-POST-MOVEMENT THRU 5000-EXIT
      *   Posts WS-MOVE-AMOUNT as an 'XF' pair under consecutive
      *   TXN-IDs, debit leg first.  WS-MOVE-FROM must be the
      *   account in the shared buffer on entry.
      *----------------------------------------------------------------*
       5000-POST-MOVEMENT.
           MOVE WS-NEXT-TXN-ID TO WS-MOVE-DEBIT-TXN-ID
           COMPUTE WS-MOVE-CREDIT-TXN-ID = WS-NEXT-TXN-ID + 1
           ADD 2 TO WS-NEXT-TXN-ID

           SUBTRACT WS-MOVE-AMOUNT FROM ACCT-BALANCE
           MOVE WS-TODAY TO ACCT-LAST-ACTIVITY-DATE
           REWRITE ACCOUNT-RECORD
           MOVE WS-MOVE-DEBIT-TXN-ID TO TXN-ID
           MOVE WS-MOVE-FROM         TO TXN-ACCT-NO
           COMPUTE TXN-AMOUNT = ZERO - WS-MOVE-AMOUNT
           MOVE WS-MOVE-DEBIT-DESC   TO TXN-DESC
           PERFORM 5100-WRITE-LEG THRU 5100-EXIT

           MOVE WS-MOVE-TO TO ACCT-NUMBER
           READ ACCOUNT-MASTER
           ADD WS-MOVE-AMOUNT TO ACCT-BALANCE
           MOVE WS-TODAY TO ACCT-LAST-ACTIVITY-DATE
           REWRITE ACCOUNT-RECORD
           MOVE WS-MOVE-CREDIT-TXN-ID TO TXN-ID
           MOVE WS-MOVE-TO            TO TXN-ACCT-NO
           MOVE WS-MOVE-AMOUNT        TO TXN-AMOUNT
           MOVE WS-MOVE-CREDIT-DESC   TO TXN-DESC
           PERFORM 5100-WRITE-LEG THRU 5100-EXIT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-WRITE-LEG THRU 5100-EXIT
      *----------------------------------------------------------------*
       5100-WRITE-LEG.
           MOVE WS-TODAY         TO TXN-DATE
           ACCEPT TXN-TIME FROM TIME
           MOVE 'XF'             TO TXN-TYPE
           MOVE 'P'              TO TXN-STATUS
           MOVE SPACES           TO TXN-MERCHANT-NAME
           MOVE SPACES           TO TXN-MERCHANT-CITY
           MOVE SPACES           TO TXN-MERCHANT-STATE
           MOVE SPACES           TO TXN-AUTH-CODE
           MOVE WS-TODAY         TO TXN-POST-DATE
           MOVE 'SWP'            TO TXN-CHANNEL
           MOVE ZERO             TO TXN-CHECK-NO

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'SWEEPINV - DUPLICATE TXN-ID ' TXN-ID
           END-WRITE.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-ROLL-MONTH THRU 6000-EXIT
      *   The first movement of a new month starts the agreement's
      *   month-to-date counters again - SWEEPRPT has already
      *   reported the month they held.
      *----------------------------------------------------------------*
       6000-ROLL-MONTH.
           IF SW-MTD-YYYYMM = WS-TODAY-YYYYMM
               GO TO 6000-EXIT
           END-IF
           MOVE WS-TODAY-YYYYMM TO SW-MTD-YYYYMM
           MOVE ZERO TO SW-MTD-OUT-CNT
           MOVE ZERO TO SW-MTD-OUT-AMT
           MOVE ZERO TO SW-MTD-RTN-CNT
           MOVE ZERO TO SW-MTD-RTN-AMT
           MOVE ZERO TO SW-MTD-COVER-CNT
           MOVE ZERO TO SW-MTD-COVER-AMT
           MOVE ZERO TO SW-MTD-HIGH-AMT.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-WRITE-DETAIL THRU 7000-EXIT
      *----------------------------------------------------------------*
       7000-WRITE-DETAIL.
           MOVE SW-OPER-ACCT-NO   TO WS-DL-OPER-ACCT
           MOVE SW-INVEST-ACCT-NO TO WS-DL-INVEST-ACCT
           MOVE WS-MOVE-AMOUNT    TO WS-DL-AMOUNT
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.
       7000-EXIT.
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
           MOVE 'SWEEPINV' TO RL-PROGRAM
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
