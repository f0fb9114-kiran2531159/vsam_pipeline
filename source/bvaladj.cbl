      *================================================================*
      * BVALADJ - BACK-VALUED POSTING INTEREST ADJUSTMENT
      *
      * A request carrying a value date (TR-EFFECTIVE-DATE) earlier
      * than the business date posts today in TXNPOST like any
      * other, but the interest accrued on the back-valued days was
      * figured on a balance that never included it.  TXNPOST hands
      * every such posting to this job on the BVALREQ file.
      *
      * For each one, the BALHIST snapshots from the value date up
      * to (not including) today stand in for the balances INTACCR
      * accrued on each night - a snapshot dated D carries the
      * balance of the run that covered the calendar days since the
      * prior snapshot.  Each night's accrual is figured twice, on
      * the snapshot balance with and without the back-valued
      * amount, using INTACCR's own rules (RATETBL tier for the
      * balance, else ACCT-INTEREST-RATE; the SCRACAP cap; only a
      * positive balance earns), and the summed difference posts as
      * one 'IN' interest adjustment - positive for a back-valued
      * credit, negative for a back-valued debit.  Days from the
      * value date inside tonight's accrual period need nothing:
      * INTACCR runs after this and already sees the new balance.
      * An owner B-noticed for backup withholding has the statutory
      * share of a positive adjustment withheld as INTACCR does.
      *
      * The fee, overdraft-sweep and declined transactions posted
      * on the account on the back-valued days are listed under the
      * item - each was decided on a balance the item should have
      * been part of, so operations reviews them for refund.
      *
      * The adjustment's TXN-DESC names the back-valued TXN-ID, so
      * a rerun finds the adjustment already on file and skips the
      * item; TXNSEQ is rolled forward after every posting for the
      * same reason.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BVALADJ.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL BACK-VALUED POSTING INTEREST
      *                    ADJUSTMENT AND REVIEW LISTING.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACK-VALUE-FILE ASSIGN TO BVALREQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BVAL-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TRANSACTION-MASTER ASSIGN TO TXNMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-ID
               ALTERNATE RECORD KEY IS TXN-ACCT-NO WITH DUPLICATES
               FILE STATUS IS WS-TXN-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT BALANCE-HISTORY ASSIGN TO BALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT RATE-TABLE ASSIGN TO RATETBL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RATE-STATUS.

           SELECT SCRA-CAP-FILE ASSIGN TO SCRACAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-ACCT-NO
               FILE STATUS IS WS-SCRA-STATUS.

           SELECT B-NOTICE-FILE ASSIGN TO BNOTICE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BN-CUST-ID
               FILE STATUS IS WS-BNOT-STATUS.

           SELECT TXN-SEQUENCE-CTL ASSIGN TO TXNSEQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

           SELECT BVAL-REPORT ASSIGN TO BVALRPT
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
       FD  BACK-VALUE-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY "bvalreq.cpy".

       FD  ACCOUNT-MASTER.
           COPY "account.cpy".

       FD  TRANSACTION-MASTER.
           COPY "transaction.cpy".

       FD  CUSTOMER-MASTER.
           COPY "customer.cpy".

       FD  BALANCE-HISTORY.
           COPY "balhist.cpy".

       FD  RATE-TABLE.
           COPY "ratetbl.cpy".

       FD  SCRA-CAP-FILE.
           COPY "scracap.cpy".

       FD  B-NOTICE-FILE.
           COPY "bnotice.cpy".

       FD  TXN-SEQUENCE-CTL
           RECORD CONTAINS 15 CHARACTERS.
       01  TXN-SEQUENCE-RECORD            PIC 9(15).

       FD  BVAL-REPORT
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

       01  WS-BVAL-STATUS                 PIC X(02).
       01  WS-ACCT-STATUS                 PIC X(02).
       01  WS-TXN-STATUS                  PIC X(02).
       01  WS-CUST-STATUS                 PIC X(02).
       01  WS-HIST-STATUS                 PIC X(02).
       01  WS-RATE-STATUS                 PIC X(02).
       01  WS-SEQ-STATUS                  PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).

       01  WS-EOF-SW                      PIC X(01)   VALUE 'N'.
           88  WS-EOF                       VALUE 'Y'.
       01  WS-ABORT-SW                    PIC X(01)   VALUE 'N'.
           88  WS-ABORT                     VALUE 'Y'.
       01  WS-TXN-EOF-SW                  PIC X(01)   VALUE 'N'.
           88  WS-TXN-EOF                   VALUE 'Y'.
       01  WS-HIST-EOF-SW                 PIC X(01)   VALUE 'N'.
           88  WS-HIST-EOF                  VALUE 'Y'.
       01  WS-ADJUSTED-SW                 PIC X(01)   VALUE 'N'.
           88  WS-ALREADY-ADJUSTED          VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-NEXT-TXN-ID                 PIC 9(15)   VALUE ZERO.
       01  WS-SKIP-REASON                 PIC X(40)   VALUE SPACES.

      *----------------------------------------------------------------*
      * ADJUSTMENT ARITHMETIC - EACH NIGHT'S DIFFERENCE IS CARRIED
      * UNROUNDED AND THE TOTAL ROUNDED ONCE, SO A LONG BACK-VALUED
      * STRETCH DOES NOT PICK UP A HALF-CENT OF ROUNDING PER NIGHT.
      *----------------------------------------------------------------*
       01  WS-VALUE-JULIAN                PIC S9(09)  VALUE ZERO.
       01  WS-PREV-JULIAN                 PIC S9(09)  VALUE ZERO.
       01  WS-SNAP-JULIAN                 PIC S9(09)  VALUE ZERO.
       01  WS-SNAP-DAYS                   PIC S9(05)  VALUE ZERO.
       01  WS-ADJ-DAYS                    PIC 9(05)   VALUE ZERO.
       01  WS-SNAP-CNT                    PIC 9(05)   VALUE ZERO.
       01  WS-RATE-BALANCE                PIC S9(11)V99 VALUE ZERO.
       01  WS-DAY-ACCRUAL                 PIC S9(11)V9(06) VALUE ZERO.
       01  WS-BASE-ACCRUAL                PIC S9(11)V9(06) VALUE ZERO.
       01  WS-ADJ-WORK                    PIC S9(11)V9(06) VALUE ZERO.
       01  WS-ADJ-AMOUNT                  PIC S9(09)V99 VALUE ZERO.

       01  WS-ADJ-DESC.
           05  FILLER                     PIC X(19)
               VALUE 'INT ADJ BACK VALUE '.
           05  WS-AD-TXN-ID               PIC 9(15).
           05  FILLER                     PIC X(06)   VALUE SPACES.

      *----------------------------------------------------------------*
      * TIERED RATE RESOLUTION AND SCRA CAP - THE SAME RULES INTACCR
      * ACCRUES BY, APPLIED TO WS-RATE-BALANCE INSTEAD OF THE LIVE
      * ACCT-BALANCE.  THE ACCOUNT'S CAP IS LOOKED UP ONCE PER ITEM.
      *----------------------------------------------------------------*
       01  WS-RESOLVED-RATE               PIC 9(03)V9(04) VALUE ZERO.
       01  WS-RATE-EOF-SW                 PIC X(01)   VALUE 'N'.
           88  WS-RATE-EOF                  VALUE 'Y'.
       01  WS-TYPE-SEEN-SW                PIC X(01)   VALUE 'N'.
           88  WS-TYPE-SEEN                 VALUE 'Y'.
       01  WS-SCRA-STATUS                 PIC X(02).
       01  WS-SCRA-AVAIL-SW               PIC X(01)   VALUE 'N'.
           88  WS-SCRA-AVAIL                VALUE 'Y'.
       01  WS-CAP-SW                      PIC X(01)   VALUE 'N'.
           88  WS-CAP-IN-FORCE              VALUE 'Y'.
       01  WS-CAP-RATE                    PIC 9(03)V9(04) VALUE ZERO.

      *----------------------------------------------------------------*
      * BACKUP WITHHOLDING - AS INTACCR, ON A POSITIVE ADJUSTMENT
      * ONLY.  NO BNOTICE DD MEANS NO WITHHOLDING.
      *----------------------------------------------------------------*
       01  WS-BNOT-STATUS                 PIC X(02).
       01  WS-BNOT-AVAIL-SW               PIC X(01)   VALUE 'N'.
           88  WS-BNOT-AVAIL                VALUE 'Y'.
       01  WS-BACKUP-WH-RATE              PIC 9(03)V99 VALUE 024.00.
       01  WS-WITHHELD-AMT                PIC S9(09)V99 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-READ-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-ADJUSTED-CNT            PIC 9(07)   VALUE ZERO.
           05  WS-NO-ADJ-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-DUP-CNT                 PIC 9(07)   VALUE ZERO.
           05  WS-REVIEW-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-WITHHELD-CNT            PIC 9(07)   VALUE ZERO.
       01  WS-ADJ-TOTAL                   PIC S9(11)V99 VALUE ZERO.
       01  WS-WITHHELD-TOTAL              PIC S9(11)V99 VALUE ZERO.

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

       01  WS-HEADER-LINE.
           05  FILLER PIC X(40)
               VALUE 'BVALADJ - BACK-VALUED POSTING INTEREST'.
           05  FILLER PIC X(20) VALUE ' ADJUSTMENT  RUN DT '.
           05  WS-HL-TODAY                 PIC 9(08).

       01  WS-ITEM-LINE.
           05  FILLER PIC X(20) VALUE 'BACK-VALUED ITEM  - '.
           05  WS-IL-ACCT-NO               PIC 9(12).
           05  FILLER PIC X(06) VALUE '  TXN '.
           05  WS-IL-TXN-ID                PIC 9(15).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-IL-TYPE                  PIC X(02).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-IL-AMOUNT                PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(08) VALUE '  VALUE '.
           05  WS-IL-VALUE-DATE            PIC 9(08).
           05  FILLER PIC X(09) VALUE '  POSTED '.
           05  WS-IL-POST-DATE             PIC 9(08).

       01  WS-REVIEW-LINE.
           05  FILLER PIC X(11) VALUE '    REVIEW '.
           05  WS-RV-LABEL                 PIC X(10).
           05  WS-RV-DATE                  PIC 9(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-RV-TYPE                  PIC X(02).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-RV-AMOUNT                PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-RV-CHANNEL               PIC X(03).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-RV-TXN-ID                PIC 9(15).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-RV-DESC                  PIC X(40).

       01  WS-ADJ-LINE.
           05  FILLER PIC X(20) VALUE '    INTEREST ADJ    '.
           05  WS-AL-AMOUNT                PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(07) VALUE '  OVER '.
           05  WS-AL-DAYS                  PIC ZZZZ9.
           05  FILLER PIC X(13) VALUE ' DAY(S)  TXN '.
           05  WS-AL-TXN-ID                PIC 9(15).
           05  FILLER PIC X(11) VALUE '  WITHHELD '.
           05  WS-AL-WITHHELD              PIC -ZZ,ZZZ,ZZ9.99.

       01  WS-SKIP-LINE.
           05  FILLER PIC X(20) VALUE '    NO ADJUSTMENT - '.
           05  WS-SL-REASON                PIC X(40).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(30).
           05  WS-TL-COUNT                 PIC Z(08)9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-TL-AMOUNT                PIC -Z,ZZZ,ZZZ,ZZ9.99
                                           BLANK WHEN ZERO.

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
               PERFORM 2000-PROCESS-ITEM THRU 2000-EXIT
                   UNTIL WS-EOF
               PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
           END-IF
           PERFORM 3000-TERMINATE
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-READ-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE THRU 1000-EXIT
      *   The account master and the balance history are required;
      *   a missing BVALREQ file simply means nothing was
      *   back-valued tonight.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O   ACCOUNT-MASTER
           OPEN INPUT BALANCE-HISTORY
           IF WS-ACCT-STATUS NOT = '00' OR WS-HIST-STATUS NOT = '00'
               DISPLAY 'BVALADJ ERROR - OPEN FAILED, STATUS ACCT='
                   WS-ACCT-STATUS ' BALHIST=' WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF

           OPEN I-O   TRANSACTION-MASTER
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT RATE-TABLE
           OPEN INPUT SCRA-CAP-FILE
           IF WS-SCRA-STATUS = '00'
               MOVE 'Y' TO WS-SCRA-AVAIL-SW
           END-IF
           OPEN INPUT B-NOTICE-FILE
           IF WS-BNOT-STATUS = '00'
               MOVE 'Y' TO WS-BNOT-AVAIL-SW
           END-IF
           OPEN INPUT BACK-VALUE-FILE
           IF WS-BVAL-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-SW
           END-IF
           OPEN OUTPUT BVAL-REPORT

           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           PERFORM 1100-LOAD-NEXT-TXN-ID

           MOVE WS-TODAY TO WS-HL-TODAY
           MOVE WS-HEADER-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           IF NOT WS-EOF
               PERFORM 2900-READ-BACK-VALUE
           END-IF.
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
      * 2000-PROCESS-ITEM THRU 2000-EXIT
      *----------------------------------------------------------------*
       2000-PROCESS-ITEM.
           ADD 1 TO WS-READ-CNT
           PERFORM 2100-ADJUST-ONE-ITEM THRU 2100-EXIT
           PERFORM 2900-READ-BACK-VALUE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-ADJUST-ONE-ITEM THRU 2100-EXIT
      *   Prints the item, lists the review transactions under it,
      *   then posts the adjustment - or says why there is none.
      *   Accrual eligibility is tonight's, the same test INTACCR
      *   is about to apply: an account no longer open, or whose
      *   owner has died, accrues nothing on the item either.
      *----------------------------------------------------------------*
       2100-ADJUST-ONE-ITEM.
           MOVE BV-ACCT-NO        TO WS-IL-ACCT-NO
           MOVE BV-TXN-ID         TO WS-IL-TXN-ID
           MOVE BV-TXN-TYPE       TO WS-IL-TYPE
           MOVE BV-AMOUNT         TO WS-IL-AMOUNT
           MOVE BV-EFFECTIVE-DATE TO WS-IL-VALUE-DATE
           MOVE BV-POST-DATE      TO WS-IL-POST-DATE
           MOVE WS-ITEM-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE BV-TXN-ID TO WS-AD-TXN-ID
           PERFORM 4000-LIST-REVIEW-ITEMS THRU 4000-EXIT

           IF WS-ALREADY-ADJUSTED
               ADD 1 TO WS-DUP-CNT
               MOVE 'ADJUSTMENT ALREADY ON FILE' TO WS-SKIP-REASON
               PERFORM 2800-WRITE-SKIP THRU 2800-EXIT
               GO TO 2100-EXIT
           END-IF

           MOVE BV-ACCT-NO TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-SKIP-REASON
                   PERFORM 2800-WRITE-SKIP THRU 2800-EXIT
                   GO TO 2100-EXIT
           END-READ
           IF ACCT-STATUS NOT = 'A'
               MOVE 'ACCOUNT NOT OPEN - DOES NOT ACCRUE' TO
                   WS-SKIP-REASON
               PERFORM 2800-WRITE-SKIP THRU 2800-EXIT
               GO TO 2100-EXIT
           END-IF

           MOVE ACCT-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE SPACE TO CUST-STATUS
           END-READ
           IF CUST-STATUS = 'X'
               MOVE 'OWNER DECEASED - DOES NOT ACCRUE' TO
                   WS-SKIP-REASON
               PERFORM 2800-WRITE-SKIP THRU 2800-EXIT
               GO TO 2100-EXIT
           END-IF

           PERFORM 5000-RECOMPUTE-INTEREST THRU 5000-EXIT
           IF WS-ADJ-DAYS = ZERO
               MOVE 'VALUE DATE INSIDE TONIGHT''S ACCRUAL' TO
                   WS-SKIP-REASON
               PERFORM 2800-WRITE-SKIP THRU 2800-EXIT
               GO TO 2100-EXIT
           END-IF

           COMPUTE WS-ADJ-AMOUNT ROUNDED = WS-ADJ-WORK
           IF WS-ADJ-AMOUNT = ZERO
               MOVE 'ADJUSTMENT ROUNDS TO ZERO' TO WS-SKIP-REASON
               PERFORM 2800-WRITE-SKIP THRU 2800-EXIT
               GO TO 2100-EXIT
           END-IF

           PERFORM 6000-POST-ADJUSTMENT THRU 6000-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2800-WRITE-SKIP THRU 2800-EXIT
      *----------------------------------------------------------------*
       2800-WRITE-SKIP.
           ADD 1 TO WS-NO-ADJ-CNT
           MOVE WS-SKIP-REASON TO WS-SL-REASON
           MOVE WS-SKIP-LINE TO RPT-LINE
           WRITE RPT-LINE.
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2900-READ-BACK-VALUE
      *----------------------------------------------------------------*
       2900-READ-BACK-VALUE.
           READ BACK-VALUE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           IF NOT WS-ABORT
               CLOSE ACCOUNT-MASTER
               CLOSE BALANCE-HISTORY
               CLOSE TRANSACTION-MASTER
               CLOSE CUSTOMER-MASTER
               CLOSE RATE-TABLE
               IF WS-SCRA-AVAIL
                   CLOSE SCRA-CAP-FILE
               END-IF
               IF WS-BNOT-AVAIL
                   CLOSE B-NOTICE-FILE
               END-IF
               IF WS-BVAL-STATUS NOT = '35'
                   CLOSE BACK-VALUE-FILE
               END-IF
               CLOSE BVAL-REPORT
           END-IF

           DISPLAY 'BVALADJ ITEMS READ       = ' WS-READ-CNT
           DISPLAY 'BVALADJ ITEMS ADJUSTED   = ' WS-ADJUSTED-CNT
           DISPLAY 'BVALADJ ADJUSTMENT TOTAL = ' WS-ADJ-TOTAL
           DISPLAY 'BVALADJ NO ADJUSTMENT    = ' WS-NO-ADJ-CNT
           DISPLAY 'BVALADJ REVIEW ITEMS     = ' WS-REVIEW-CNT.

      *----------------------------------------------------------------*
      * 4000-LIST-REVIEW-ITEMS THRU 4000-EXIT
      *   Browses the account's transactions off the alternate
      *   index for the back-valued days - the value date up to
      *   yesterday.  A fee, an overdraft protection sweep or a
      *   decline on those days was decided on a balance missing
      *   the item, so each is listed for review.  The same browse
      *   spots an adjustment for this item already posted by an
      *   earlier run tonight.
      *----------------------------------------------------------------*
       4000-LIST-REVIEW-ITEMS.
           MOVE 'N' TO WS-ADJUSTED-SW
           MOVE 'N' TO WS-TXN-EOF-SW
           MOVE BV-ACCT-NO TO TXN-ACCT-NO
           START TRANSACTION-MASTER KEY IS NOT LESS THAN TXN-ACCT-NO
               INVALID KEY
                   MOVE 'Y' TO WS-TXN-EOF-SW
           END-START
           PERFORM 4100-CHECK-ONE-TXN THRU 4100-EXIT
               UNTIL WS-TXN-EOF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-CHECK-ONE-TXN THRU 4100-EXIT
      *----------------------------------------------------------------*
       4100-CHECK-ONE-TXN.
           READ TRANSACTION-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TXN-EOF-SW
           END-READ
           IF WS-TXN-EOF
               GO TO 4100-EXIT
           END-IF
           IF TXN-ACCT-NO NOT = BV-ACCT-NO
               MOVE 'Y' TO WS-TXN-EOF-SW
               GO TO 4100-EXIT
           END-IF

           IF TXN-TYPE = 'IN' AND TXN-DESC = WS-ADJ-DESC
               MOVE 'Y' TO WS-ADJUSTED-SW
               GO TO 4100-EXIT
           END-IF

           IF TXN-DATE < BV-EFFECTIVE-DATE OR TXN-DATE NOT < WS-TODAY
               GO TO 4100-EXIT
           END-IF

           EVALUATE TRUE
               WHEN TXN-STATUS = 'D'
                   MOVE 'DECLINED' TO WS-RV-LABEL
               WHEN TXN-TYPE = 'FE'
                   MOVE 'FEE' TO WS-RV-LABEL
               WHEN TXN-CHANNEL = 'ODP'
                   MOVE 'OD SWEEP' TO WS-RV-LABEL
               WHEN OTHER
                   GO TO 4100-EXIT
           END-EVALUATE

           MOVE TXN-DATE    TO WS-RV-DATE
           MOVE TXN-TYPE    TO WS-RV-TYPE
           MOVE TXN-AMOUNT  TO WS-RV-AMOUNT
           MOVE TXN-CHANNEL TO WS-RV-CHANNEL
           MOVE TXN-ID      TO WS-RV-TXN-ID
           MOVE TXN-DESC    TO WS-RV-DESC
           MOVE WS-REVIEW-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-REVIEW-CNT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-RECOMPUTE-INTEREST THRU 5000-EXIT
      *   Walks the account's snapshots from the value date forward.
      *   The first snapshot's accrual period is counted from the
      *   value date, each later one from the snapshot before it -
      *   the calendar days INTACCR covered that night which the
      *   item should have earned on.  Snapshots dated today belong
      *   to tonight's accrual and are not touched.
      *----------------------------------------------------------------*
       5000-RECOMPUTE-INTEREST.
           MOVE ZERO TO WS-ADJ-WORK
           MOVE ZERO TO WS-ADJ-DAYS
           MOVE ZERO TO WS-SNAP-CNT
           PERFORM 5050-LOAD-SCRA-CAP THRU 5050-EXIT

           MOVE BV-EFFECTIVE-DATE TO WS-CONV-DATE
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           MOVE WS-CONV-JULIAN TO WS-VALUE-JULIAN
           COMPUTE WS-PREV-JULIAN = WS-VALUE-JULIAN - 1

           MOVE 'N' TO WS-HIST-EOF-SW
           MOVE BV-ACCT-NO        TO BH-ACCT-NUMBER
           MOVE BV-EFFECTIVE-DATE TO BH-AS-OF-DATE
           START BALANCE-HISTORY KEY IS NOT LESS THAN BH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF-SW
           END-START
           PERFORM 5100-APPLY-ONE-SNAPSHOT THRU 5100-EXIT
               UNTIL WS-HIST-EOF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5050-LOAD-SCRA-CAP THRU 5050-EXIT
      *   INTACCR holds a credit-limit account with a cap in force
      *   to the lower of its resolved rate and SC-CAP-RATE.
      *----------------------------------------------------------------*
       5050-LOAD-SCRA-CAP.
           MOVE 'N' TO WS-CAP-SW
           IF NOT WS-SCRA-AVAIL
               GO TO 5050-EXIT
           END-IF
           IF ACCT-CREDIT-LIMIT NOT > ZERO
               GO TO 5050-EXIT
           END-IF
           MOVE ACCT-NUMBER TO SC-ACCT-NO
           READ SCRA-CAP-FILE
               INVALID KEY
                   GO TO 5050-EXIT
           END-READ
           IF SC-STATUS = 'A'
               MOVE 'Y' TO WS-CAP-SW
               MOVE SC-CAP-RATE TO WS-CAP-RATE
           END-IF.
       5050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-APPLY-ONE-SNAPSHOT THRU 5100-EXIT
      *----------------------------------------------------------------*
       5100-APPLY-ONE-SNAPSHOT.
           READ BALANCE-HISTORY NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SW
           END-READ
           IF WS-HIST-EOF
               GO TO 5100-EXIT
           END-IF
           IF BH-ACCT-NUMBER NOT = BV-ACCT-NO
               OR BH-AS-OF-DATE NOT < WS-TODAY
               MOVE 'Y' TO WS-HIST-EOF-SW
               GO TO 5100-EXIT
           END-IF

           MOVE BH-AS-OF-DATE TO WS-CONV-DATE
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           MOVE WS-CONV-JULIAN TO WS-SNAP-JULIAN
           COMPUTE WS-SNAP-DAYS = WS-SNAP-JULIAN - WS-PREV-JULIAN
           MOVE WS-SNAP-JULIAN TO WS-PREV-JULIAN
           IF WS-SNAP-DAYS NOT > ZERO
               GO TO 5100-EXIT
           END-IF

           MOVE BH-ENDING-BALANCE TO WS-RATE-BALANCE
           PERFORM 5200-DAILY-ACCRUAL THRU 5200-EXIT
           MOVE WS-DAY-ACCRUAL TO WS-BASE-ACCRUAL

           COMPUTE WS-RATE-BALANCE = BH-ENDING-BALANCE + BV-AMOUNT
           PERFORM 5200-DAILY-ACCRUAL THRU 5200-EXIT

           COMPUTE WS-ADJ-WORK = WS-ADJ-WORK
               + ((WS-DAY-ACCRUAL - WS-BASE-ACCRUAL) * WS-SNAP-DAYS)
           ADD WS-SNAP-DAYS TO WS-ADJ-DAYS
           ADD 1 TO WS-SNAP-CNT.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5200-DAILY-ACCRUAL THRU 5200-EXIT
      *   One day's accrual on WS-RATE-BALANCE, unrounded - zero
      *   unless the balance is positive, as INTACCR accrues.
      *----------------------------------------------------------------*
       5200-DAILY-ACCRUAL.
           MOVE ZERO TO WS-DAY-ACCRUAL
           IF WS-RATE-BALANCE NOT > ZERO
               GO TO 5200-EXIT
           END-IF
           PERFORM 5300-RESOLVE-RATE THRU 5300-EXIT
           IF WS-CAP-IN-FORCE AND WS-RESOLVED-RATE > WS-CAP-RATE
               MOVE WS-CAP-RATE TO WS-RESOLVED-RATE
           END-IF
           COMPUTE WS-DAY-ACCRUAL =
               WS-RATE-BALANCE * WS-RESOLVED-RATE / 100 / 365.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5300-RESOLVE-RATE THRU 5300-EXIT
      *   INTACCR's tier browse: the highest tier for ACCT-TYPE
      *   whose floor the balance meets wins; a type with no tiers
      *   falls back to the per-account ACCT-INTEREST-RATE.
      *----------------------------------------------------------------*
       5300-RESOLVE-RATE.
           MOVE ZERO TO WS-RESOLVED-RATE
           MOVE 'N' TO WS-RATE-EOF-SW
           MOVE 'N' TO WS-TYPE-SEEN-SW
           MOVE ACCT-TYPE TO RT-ACCT-TYPE
           MOVE ZERO      TO RT-TIER-FLOOR
           START RATE-TABLE KEY IS NOT LESS THAN RT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RATE-EOF-SW
           END-START

           PERFORM 5310-READ-ONE-TIER THRU 5310-EXIT
               UNTIL WS-RATE-EOF

           IF NOT WS-TYPE-SEEN
               MOVE ACCT-INTEREST-RATE TO WS-RESOLVED-RATE
           END-IF.
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5310-READ-ONE-TIER THRU 5310-EXIT
      *----------------------------------------------------------------*
       5310-READ-ONE-TIER.
           READ RATE-TABLE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RATE-EOF-SW
           END-READ
           IF WS-RATE-EOF
               GO TO 5310-EXIT
           END-IF

           IF RT-ACCT-TYPE NOT = ACCT-TYPE
               MOVE 'Y' TO WS-RATE-EOF-SW
               GO TO 5310-EXIT
           END-IF

           MOVE 'Y' TO WS-TYPE-SEEN-SW
           IF RT-TIER-FLOOR > WS-RATE-BALANCE
               MOVE 'Y' TO WS-RATE-EOF-SW
               GO TO 5310-EXIT
           END-IF

           MOVE RT-INTEREST-RATE TO WS-RESOLVED-RATE.
       5310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-POST-ADJUSTMENT THRU 6000-EXIT
      *   Posts the adjustment as an 'IN' transaction so GLPOST
      *   ledgers it against interest expense and TAX1099 reports
      *   it with the year's interest - a negative adjustment backs
      *   interest out the same way.  TXNSEQ is saved straight
      *   after so a rerun never reissues the TXN-ID.
      *----------------------------------------------------------------*
       6000-POST-ADJUSTMENT.
           MOVE ZERO TO WS-WITHHELD-AMT
           MOVE WS-NEXT-TXN-ID   TO TXN-ID
           ADD 1 TO WS-NEXT-TXN-ID
           MOVE ACCT-NUMBER      TO TXN-ACCT-NO
           MOVE WS-TODAY         TO TXN-DATE
           ACCEPT TXN-TIME FROM TIME
           MOVE 'IN'             TO TXN-TYPE
           MOVE WS-ADJ-AMOUNT    TO TXN-AMOUNT
           MOVE WS-ADJ-DESC      TO TXN-DESC
           MOVE 'P'              TO TXN-STATUS
           MOVE SPACES           TO TXN-MERCHANT-NAME
           MOVE SPACES           TO TXN-MERCHANT-CITY
           MOVE SPACES           TO TXN-MERCHANT-STATE
           MOVE SPACES           TO TXN-AUTH-CODE
           MOVE 'INT'            TO TXN-CHANNEL
           MOVE WS-TODAY         TO TXN-POST-DATE
           MOVE ZERO             TO TXN-CHECK-NO

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'BVALADJ - DUPLICATE TXN-ID ' TXN-ID
                   MOVE 'ADJUSTMENT TXN-ID ALREADY ON FILE' TO
                       WS-SKIP-REASON
                   PERFORM 2800-WRITE-SKIP THRU 2800-EXIT
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   GO TO 6000-EXIT
           END-WRITE

           MOVE TXN-ID TO WS-AL-TXN-ID
           ADD WS-ADJ-AMOUNT TO ACCT-BALANCE
           IF WS-ADJ-AMOUNT > ZERO
               PERFORM 6500-APPLY-BACKUP-WITHHOLD THRU 6500-EXIT
           END-IF
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY 'BVALADJ - ACCOUNT REWRITE FAILED '
                       ACCT-NUMBER
           END-REWRITE
           PERFORM 6900-SAVE-TXN-SEQUENCE THRU 6900-EXIT

           ADD 1 TO WS-ADJUSTED-CNT
           ADD WS-ADJ-AMOUNT TO WS-ADJ-TOTAL
           MOVE WS-ADJ-AMOUNT   TO WS-AL-AMOUNT
           MOVE WS-ADJ-DAYS     TO WS-AL-DAYS
           MOVE WS-WITHHELD-AMT TO WS-AL-WITHHELD
           MOVE WS-ADJ-LINE TO RPT-LINE
           WRITE RPT-LINE.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6500-APPLY-BACKUP-WITHHOLD THRU 6500-EXIT
      *   INTACCR's withholding on the credited piece, posted as its
      *   own 'WH' debit ahead of the one account rewrite.
      *----------------------------------------------------------------*
       6500-APPLY-BACKUP-WITHHOLD.
           IF NOT WS-BNOT-AVAIL
               GO TO 6500-EXIT
           END-IF
           MOVE ACCT-CUST-ID TO BN-CUST-ID
           READ B-NOTICE-FILE
               INVALID KEY
                   GO TO 6500-EXIT
           END-READ
           IF BN-STATUS NOT = 'W'
               GO TO 6500-EXIT
           END-IF

           COMPUTE WS-WITHHELD-AMT ROUNDED =
               WS-ADJ-AMOUNT * WS-BACKUP-WH-RATE / 100
           IF WS-WITHHELD-AMT <= ZERO
               MOVE ZERO TO WS-WITHHELD-AMT
               GO TO 6500-EXIT
           END-IF

           MOVE WS-NEXT-TXN-ID   TO TXN-ID
           ADD 1 TO WS-NEXT-TXN-ID
           MOVE ACCT-NUMBER      TO TXN-ACCT-NO
           MOVE WS-TODAY         TO TXN-DATE
           ACCEPT TXN-TIME FROM TIME
           MOVE 'WH'             TO TXN-TYPE
           COMPUTE TXN-AMOUNT = ZERO - WS-WITHHELD-AMT
           MOVE 'BACKUP WITHHOLDING' TO TXN-DESC
           MOVE 'P'              TO TXN-STATUS
           MOVE SPACES           TO TXN-MERCHANT-NAME
           MOVE SPACES           TO TXN-MERCHANT-CITY
           MOVE SPACES           TO TXN-MERCHANT-STATE
           MOVE SPACES           TO TXN-AUTH-CODE
           MOVE 'INT'            TO TXN-CHANNEL
           MOVE WS-TODAY         TO TXN-POST-DATE
           MOVE ZERO             TO TXN-CHECK-NO

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'BVALADJ - DUPLICATE TXN-ID ' TXN-ID
                   MOVE ZERO TO WS-WITHHELD-AMT
                   GO TO 6500-EXIT
           END-WRITE

           SUBTRACT WS-WITHHELD-AMT FROM ACCT-BALANCE
           ADD 1 TO WS-WITHHELD-CNT
           ADD WS-WITHHELD-AMT TO WS-WITHHELD-TOTAL.
       6500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6900-SAVE-TXN-SEQUENCE THRU 6900-EXIT
      *----------------------------------------------------------------*
       6900-SAVE-TXN-SEQUENCE.
           OPEN OUTPUT TXN-SEQUENCE-CTL
           COMPUTE TXN-SEQUENCE-RECORD = WS-NEXT-TXN-ID - 1
           WRITE TXN-SEQUENCE-RECORD
           CLOSE TXN-SEQUENCE-CTL.
       6900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-PRINT-TOTALS THRU 7000-EXIT
      *----------------------------------------------------------------*
       7000-PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'BACK-VALUED ITEMS READ' TO WS-TL-LABEL
           MOVE WS-READ-CNT TO WS-TL-COUNT
           MOVE ZERO TO WS-TL-AMOUNT
           PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
           MOVE 'INTEREST ADJUSTMENTS POSTED' TO WS-TL-LABEL
           MOVE WS-ADJUSTED-CNT TO WS-TL-COUNT
           MOVE WS-ADJ-TOTAL TO WS-TL-AMOUNT
           PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
           MOVE 'BACKUP WITHHOLDING POSTED' TO WS-TL-LABEL
           MOVE WS-WITHHELD-CNT TO WS-TL-COUNT
           MOVE WS-WITHHELD-TOTAL TO WS-TL-AMOUNT
           PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
           MOVE 'ITEMS WITH NO ADJUSTMENT' TO WS-TL-LABEL
           MOVE WS-NO-ADJ-CNT TO WS-TL-COUNT
           MOVE ZERO TO WS-TL-AMOUNT
           PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
           MOVE '  ALREADY ADJUSTED (RERUN)' TO WS-TL-LABEL
           MOVE WS-DUP-CNT TO WS-TL-COUNT
           PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
           MOVE 'DECISIONS LISTED FOR REVIEW' TO WS-TL-LABEL
           MOVE WS-REVIEW-CNT TO WS-TL-COUNT
           PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7100-WRITE-TOTAL THRU 7100-EXIT
      *----------------------------------------------------------------*
       7100-WRITE-TOTAL.
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.
       7100-EXIT.
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
           MOVE 'BVALADJ' TO RL-PROGRAM
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
