      *================================================================*
      * SDBRENT - SAFE DEPOSIT BOX RENT, DELINQUENCY AND RESTRICTION
      *
      * Nightly, ahead of TXNPOST.  One pass over the SDBOX safe
      * deposit box master does what each vault did off its rental
      * cards:
      *
      * Rent - a rented box whose SB-RENT-DUE-DATE has arrived is
      * charged its SB-ANNUAL-RENT against the renter's designated
      * account as an 'FE' request in an HDR/TRL-bracketed batch
      * TXNPOST posts tonight and GLPOST ledgers to fee income, the
      * STOPMNT / LOANLATE pattern, and the due date moves on a
      * year.  The rent is only charged when the account is open
      * and its balance covers it - a box's rent never overdraws
      * the renter.  Otherwise the box goes delinquent ('D') with
      * the due date left where it was, and the charge is tried
      * again every night until it succeeds.
      *
      * Notices - a delinquent renter is lettered at 15, 30 and 60
      * days past the due date, the wording escalating to a final
      * notice of drilling.  SB-NOTICE-LEVEL records the letters
      * sent, so a skipped cycle letters once instead of never and
      * a rerun never letters twice.
      *
      * Drill queue - at WS-DRILL-DAYS past due the box joins the
      * drill-and-inventory queue ('Q'), where SDBMNT's 'D' action
      * takes it off.  Every box in the queue is listed on SDBQRPT
      * nightly for the vaults.  Rent collected before the drilling
      * (the account is funded) takes the box back out of the
      * queue.
      *
      * Restriction - a box whose renter or co-renter has been
      * reported deceased (CUST-STATUS 'X', or an ESTATE case on
      * file from CUSTMAINT / ESTMAINT) is restricted.  SDBMNT lets
      * no one into a restricted box, and no rent is charged on it
      * - TXNPOST has frozen the deceased's accounts in any case.
      *
      * A rerun on the same business date finds SB-LAST-RENT-DATE
      * already today and writes the rent request again instead of
      * charging a second year - the request file is rewritten every
      * run, so the rerun's batch must carry everything the first
      * run's did.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDBRENT.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL SAFE DEPOSIT BOX RENT JOB - RENT
      *                    WAS BILLED BY HAND OFF THE VAULT CARDS AND
      *                    DELINQUENT BOXES CHASED BY PHONE.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAFE-DEPOSIT-BOX-FILE ASSIGN TO SDBOX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SB-KEY
               FILE STATUS IS WS-SDB-STATUS.

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

           SELECT ESTATE-CASE-FILE ASSIGN TO ESTATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-CUST-ID
               FILE STATUS IS WS-EST-STATUS.

           SELECT RENT-REQUEST-OUT ASSIGN TO SDBREQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT NOTICE-LETTERS ASSIGN TO SDBLTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-STATUS.

           SELECT QUEUE-REPORT ASSIGN TO SDBQRPT
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
       FD  SAFE-DEPOSIT-BOX-FILE.
           COPY "sdbox.cpy".

       FD  ACCOUNT-MASTER.
           COPY "account.cpy".

       FD  CUSTOMER-MASTER.
           COPY "customer.cpy".

       FD  ESTATE-CASE-FILE.
           COPY "estate.cpy".

       FD  RENT-REQUEST-OUT
           RECORD CONTAINS 183 CHARACTERS.
           COPY "txnreq.cpy".

       FD  NOTICE-LETTERS
           RECORD CONTAINS 80 CHARACTERS.
       01  LTR-LINE                       PIC X(80).

       FD  QUEUE-REPORT
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

       01  WS-SDB-STATUS                  PIC X(02).
           88  WS-SDB-OK                   VALUE '00'.
       01  WS-ACCT-STATUS                 PIC X(02).
       01  WS-CUST-STATUS                 PIC X(02).
       01  WS-EST-STATUS                  PIC X(02).
       01  WS-REQ-STATUS                  PIC X(02).
       01  WS-LTR-STATUS                  PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-ABORT-SW                PIC X(01)   VALUE 'N'.
               88  WS-ABORT                 VALUE 'Y'.
           05  WS-DECEASED-SW             PIC X(01)   VALUE 'N'.
               88  WS-PARTY-DECEASED       VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-TODAY-JULIAN                PIC S9(09)  VALUE ZERO.

      *----------------------------------------------------------------*
      * NOTICE AND DRILL TIMING - DAYS PAST THE UNPAID RENT-DUE DATE.
      *----------------------------------------------------------------*
       01  WS-NOTICE-1-DAYS               PIC 9(03)   VALUE 015.
       01  WS-NOTICE-2-DAYS               PIC 9(03)   VALUE 030.
       01  WS-NOTICE-3-DAYS               PIC 9(03)   VALUE 060.
       01  WS-DRILL-DAYS                  PIC 9(03)   VALUE 090.

       01  WS-DAYS-OVERDUE                PIC S9(09)  VALUE ZERO.
       01  WS-NOTICE-DUE                  PIC 9(01)   VALUE ZERO.
       01  WS-BATCH-HASH-TOTAL            PIC S9(13)V99 VALUE ZERO.

       01  WS-PARTY-TABLE.
           05  WS-PARTY-ID                PIC 9(10)   OCCURS 3 TIMES.
       01  WS-PARTY-IDX                   PIC 9(01)   VALUE ZERO.

       01  WS-CONV-DATE                   PIC 9(08).
       01  WS-CONV-DATE-R REDEFINES WS-CONV-DATE.
           05  WS-CONV-YYYY                PIC 9(04).
           05  WS-CONV-MM                  PIC 9(02).
           05  WS-CONV-DD                  PIC 9(02).
       01  WS-CONV-A                      PIC S9(04).
       01  WS-CONV-Y                      PIC S9(06).
       01  WS-CONV-M                      PIC S9(04).
       01  WS-CONV-JULIAN                 PIC S9(09).

       01  WS-COUNTERS.
           05  WS-BOX-CNT                 PIC 9(09)   VALUE ZERO.
           05  WS-RENTED-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-CHARGED-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-REEMIT-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-REQUEST-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-NEW-DELINQ-CNT          PIC 9(07)   VALUE ZERO.
           05  WS-NOTICE-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-SUPPRESSED-CNT          PIC 9(07)   VALUE ZERO.
           05  WS-NO-CUST-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-NEW-QUEUE-CNT           PIC 9(07)   VALUE ZERO.
           05  WS-QUEUE-CNT               PIC 9(07)   VALUE ZERO.
           05  WS-NEW-RESTRICT-CNT        PIC 9(07)   VALUE ZERO.
           05  WS-RESTRICT-CNT            PIC 9(07)   VALUE ZERO.

      *----------------------------------------------------------------*
      * RENT REQUEST DESCRIPTION
      *----------------------------------------------------------------*
       01  WS-GEN-DESC.
           05  FILLER PIC X(21) VALUE 'SAFE DEPOSIT RENT BR '.
           05  WS-GD-BRANCH-ID            PIC X(05).
           05  FILLER PIC X(05) VALUE ' BOX '.
           05  WS-GD-BOX-NO               PIC 9(05).
           05  FILLER PIC X(04) VALUE SPACES.

      *----------------------------------------------------------------*
      * DRILL-AND-INVENTORY QUEUE REPORT LINES
      *----------------------------------------------------------------*
       01  WS-HEADING-LINE.
           05  FILLER PIC X(51) VALUE
               'SDBRENT - SAFE DEPOSIT DRILL-AND-INVENTORY QUEUE - '.
           05  WS-HD-DATE                 PIC 9(08).

       01  WS-COLUMN-LINE.
           05  FILLER PIC X(44) VALUE
               'BRANCH  BOX    SIZE  RENTER      RENT DUE   '.
           05  FILLER PIC X(43) VALUE
               'DAYS  QUEUED    RENT ACCOUNT      RENT  NEW'.

       01  WS-DETAIL-LINE.
           05  WS-DL-BRANCH-ID            PIC X(05).
           05  FILLER PIC X(03) VALUE SPACES.
           05  WS-DL-BOX-NO               PIC 9(05).
           05  FILLER PIC X(04) VALUE SPACES.
           05  WS-DL-SIZE                 PIC X(01).
           05  FILLER PIC X(03) VALUE SPACES.
           05  WS-DL-RENTER               PIC 9(10).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DL-DUE-DATE             PIC 9(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DL-DAYS                 PIC Z(04)9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DL-QUEUE-DATE           PIC 9(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DL-ACCT-NO              PIC 9(12).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DL-RENT                 PIC ZZ,ZZ9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DL-NEW                  PIC X(03).

       01  WS-TOTAL-LINE.
           05  FILLER PIC X(20) VALUE 'BOXES IN QUEUE    = '.
           05  WS-TL-COUNT                PIC Z(06)9.
           05  FILLER PIC X(20) VALUE '   NEW TONIGHT    = '.
           05  WS-TL-NEW                  PIC Z(06)9.

      *----------------------------------------------------------------*
      * LETTER BODY LINES
      *----------------------------------------------------------------*
       01  WS-NAME-LINE.
           05  WS-NL-FIRST                PIC X(25).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-NL-LAST                 PIC X(30).

       01  WS-CSZ-LINE.
           05  WS-CL-CITY                 PIC X(25).
           05  FILLER PIC X(02) VALUE ', '.
           05  WS-CL-STATE                PIC X(02).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-CL-ZIP                  PIC 9(05).

       01  WS-BODY-LINE-1.
           05  FILLER PIC X(26) VALUE 'YOUR SAFE DEPOSIT BOX NO. '.
           05  WS-B1-BOX-NO               PIC 9(05).
           05  FILLER PIC X(11) VALUE ' AT BRANCH '.
           05  WS-B1-BRANCH-ID            PIC X(05).

       01  WS-BODY-LINE-2.
           05  FILLER PIC X(15) VALUE 'HAS ANNUAL RENT'.
           05  FILLER PIC X(04) VALUE ' OF '.
           05  WS-B2-RENT                 PIC ZZ,ZZ9.99.
           05  FILLER PIC X(15) VALUE ' UNPAID SINCE  '.
           05  WS-B2-DUE-DATE             PIC 9(08).
           05  FILLER PIC X(02) VALUE ', '.
           05  WS-B2-DAYS                 PIC Z(04)9.
           05  FILLER PIC X(06) VALUE ' DAYS.'.

       01  WS-BODY-LINE-3A.
           05  FILLER PIC X(40) VALUE
               'WE COULD NOT COLLECT IT FROM YOUR RENT  '.
           05  FILLER PIC X(36) VALUE
               'ACCOUNT - PLEASE FUND IT OR PAY AT  '.

       01  WS-BODY-LINE-4A.
           05  FILLER PIC X(12) VALUE 'YOUR BRANCH.'.

       01  WS-BODY-LINE-3B.
           05  FILLER PIC X(40) VALUE
               'THIS IS YOUR SECOND NOTICE - IF THE RENT'.
           05  FILLER PIC X(38) VALUE
               ' REMAINS UNPAID THE BOX WILL BE CLOSED'.

       01  WS-BODY-LINE-4B.
           05  FILLER PIC X(22) VALUE 'TO ACCESS AND DRILLED.'.

       01  WS-BODY-LINE-3C.
           05  FILLER PIC X(40) VALUE
               'FINAL NOTICE - UNLESS THE RENT IS PAID  '.
           05  FILLER PIC X(31) VALUE
               'THE BOX WILL BE DRILLED AND ITS'.

       01  WS-BODY-LINE-4C.
           05  FILLER PIC X(46) VALUE
               'CONTENTS INVENTORIED AND HELD. CONTACT US NOW.'.

           COPY "mailhdr.cpy".

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
               PERFORM 2000-PROCESS-BOX THRU 2000-EXIT
                   UNTIL WS-EOF
           END-IF
           PERFORM 3000-TERMINATE
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-BOX-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE THRU 1000-EXIT
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O SAFE-DEPOSIT-BOX-FILE
           IF NOT WS-SDB-OK
               DISPLAY 'SDBRENT ERROR - CANNOT OPEN SAFE DEPOSIT BOX '
                   'MASTER, STATUS = ' WS-SDB-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT ESTATE-CASE-FILE
           OPEN OUTPUT RENT-REQUEST-OUT
           OPEN OUTPUT NOTICE-LETTERS
           OPEN OUTPUT QUEUE-REPORT

           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           MOVE WS-TODAY TO WS-CONV-DATE
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           MOVE WS-CONV-JULIAN TO WS-TODAY-JULIAN

           MOVE SPACES     TO TXN-BATCH-HEADER
           MOVE 'HDR'      TO TBH-REC-TYPE
           MOVE WS-TODAY   TO TBH-BATCH-DATE
           MOVE 'SDBRENT'  TO TBH-BATCH-ID
           WRITE TXN-BATCH-HEADER

           MOVE WS-TODAY TO WS-HD-DATE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 2100-READ-BOX.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESS-BOX THRU 2000-EXIT
      *   An available box has nothing to do.  A rented one is
      *   checked for a deceased party first; a restricted box goes
      *   no further.  The rest are charged when due, then worked
      *   for delinquency while the rent stays unpaid.
      *----------------------------------------------------------------*
       2000-PROCESS-BOX.
           ADD 1 TO WS-BOX-CNT
           IF NOT SB-RENTED
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-RENTED-CNT

           IF NOT SB-RESTRICTED
               PERFORM 3500-CHECK-DECEASED THRU 3500-EXIT
           END-IF
           IF SB-RESTRICTED
               ADD 1 TO WS-RESTRICT-CNT
               GO TO 2000-REWRITE
           END-IF

           IF SB-LAST-RENT-DATE = WS-TODAY
               ADD 1 TO WS-REEMIT-CNT
               PERFORM 4500-WRITE-RENT-REQUEST THRU 4500-EXIT
           ELSE
               IF SB-RENT-DUE-DATE <= WS-TODAY
                   PERFORM 4000-COLLECT-RENT THRU 4000-EXIT
               END-IF
           END-IF

           IF SB-DELINQUENT OR SB-DRILL-QUEUED
               PERFORM 5000-WORK-DELINQUENCY THRU 5000-EXIT
           END-IF.
       2000-REWRITE.
           REWRITE SAFE-DEPOSIT-BOX-RECORD
               INVALID KEY
                   DISPLAY 'SDBRENT REWRITE FAILED - BRANCH '
                       SB-BRANCH-ID ' BOX ' SB-BOX-NO
                       ' STATUS = ' WS-SDB-STATUS
           END-REWRITE.
       2000-NEXT.
           PERFORM 2100-READ-BOX.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-READ-BOX
      *----------------------------------------------------------------*
       2100-READ-BOX.
           READ SAFE-DEPOSIT-BOX-FILE NEXT RECORD
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
               MOVE WS-REQUEST-CNT      TO TBT-RECORD-CNT
               MOVE WS-BATCH-HASH-TOTAL TO TBT-HASH-TOTAL
               WRITE TXN-BATCH-TRAILER

               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-QUEUE-CNT     TO WS-TL-COUNT
               MOVE WS-NEW-QUEUE-CNT TO WS-TL-NEW
               MOVE WS-TOTAL-LINE TO RPT-LINE
               WRITE RPT-LINE

               CLOSE SAFE-DEPOSIT-BOX-FILE
               CLOSE ACCOUNT-MASTER
               CLOSE CUSTOMER-MASTER
               CLOSE ESTATE-CASE-FILE
               CLOSE RENT-REQUEST-OUT
               CLOSE NOTICE-LETTERS
               CLOSE QUEUE-REPORT
           END-IF
           DISPLAY 'SDBRENT BOXES READ     = ' WS-BOX-CNT
           DISPLAY 'SDBRENT RENTED         = ' WS-RENTED-CNT
           DISPLAY 'SDBRENT RENT CHARGED   = ' WS-CHARGED-CNT
           DISPLAY 'SDBRENT RE-EMITTED     = ' WS-REEMIT-CNT
           DISPLAY 'SDBRENT NEWLY DELINQ   = ' WS-NEW-DELINQ-CNT
           DISPLAY 'SDBRENT NOTICES        = ' WS-NOTICE-CNT
           DISPLAY 'SDBRENT SUPPRESSED     = ' WS-SUPPRESSED-CNT
           DISPLAY 'SDBRENT NO CUSTOMER    = ' WS-NO-CUST-CNT
           DISPLAY 'SDBRENT NEW IN QUEUE   = ' WS-NEW-QUEUE-CNT
           DISPLAY 'SDBRENT DRILL QUEUE    = ' WS-QUEUE-CNT
           DISPLAY 'SDBRENT NEW RESTRICTED = ' WS-NEW-RESTRICT-CNT
           DISPLAY 'SDBRENT RESTRICTED     = ' WS-RESTRICT-CNT.

      *----------------------------------------------------------------*
      * 3500-CHECK-DECEASED THRU 3500-EXIT
      *   Restricts the box when any of its parties is reported
      *   deceased.
      *----------------------------------------------------------------*
       3500-CHECK-DECEASED.
           MOVE SB-RENTER-CUST-ID       TO WS-PARTY-ID(1)
           MOVE SB-CO-RENTER-CUST-ID(1) TO WS-PARTY-ID(2)
           MOVE SB-CO-RENTER-CUST-ID(2) TO WS-PARTY-ID(3)
           MOVE 'N' TO WS-DECEASED-SW
           PERFORM 3510-CHECK-ONE-PARTY THRU 3510-EXIT
               VARYING WS-PARTY-IDX FROM 1 BY 1
               UNTIL WS-PARTY-IDX > 3 OR WS-PARTY-DECEASED
           IF WS-PARTY-DECEASED
               MOVE 'Y'      TO SB-RESTRICT-FLAG
               MOVE WS-TODAY TO SB-RESTRICT-DATE
               ADD 1 TO WS-NEW-RESTRICT-CNT
           END-IF.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3510-CHECK-ONE-PARTY THRU 3510-EXIT
      *   Deceased is CUST-STATUS 'X' on the customer master, or an
      *   estate case on file for the customer.
      *----------------------------------------------------------------*
       3510-CHECK-ONE-PARTY.
           IF WS-PARTY-ID(WS-PARTY-IDX) = ZERO
               GO TO 3510-EXIT
           END-IF
           MOVE WS-PARTY-ID(WS-PARTY-IDX) TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUST-STATUS = 'X'
                       MOVE 'Y' TO WS-DECEASED-SW
                       GO TO 3510-EXIT
                   END-IF
           END-READ
           MOVE WS-PARTY-ID(WS-PARTY-IDX) TO ES-CUST-ID
           READ ESTATE-CASE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DECEASED-SW
           END-READ.
       3510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-COLLECT-RENT THRU 4000-EXIT
      *   Charges the year's rent when the designated account is
      *   open and covers it, and moves the due date on a year
      *   (29 February falls back to the 28th).  Otherwise a current
      *   box goes delinquent and keeps its due date.
      *----------------------------------------------------------------*
       4000-COLLECT-RENT.
           MOVE SB-RENT-ACCT-NO TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   GO TO 4000-UNPAID
           END-READ
           IF ACCT-STATUS NOT = 'A'
               OR ACCT-BALANCE < SB-ANNUAL-RENT
               GO TO 4000-UNPAID
           END-IF

           PERFORM 4500-WRITE-RENT-REQUEST THRU 4500-EXIT
           ADD 1 TO WS-CHARGED-CNT

           MOVE SB-RENT-DUE-DATE TO WS-CONV-DATE
           ADD 1 TO WS-CONV-YYYY
           IF WS-CONV-MM = 02 AND WS-CONV-DD = 29
               MOVE 28 TO WS-CONV-DD
           END-IF
           MOVE WS-CONV-DATE TO SB-RENT-DUE-DATE
           MOVE WS-TODAY     TO SB-LAST-RENT-DATE
           MOVE 'R'          TO SB-STATUS
           MOVE ZERO         TO SB-NOTICE-LEVEL
           MOVE ZERO         TO SB-QUEUE-DATE
           GO TO 4000-EXIT.
       4000-UNPAID.
           IF SB-STATUS = 'R'
               MOVE 'D' TO SB-STATUS
               ADD 1 TO WS-NEW-DELINQ-CNT
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4500-WRITE-RENT-REQUEST THRU 4500-EXIT
      *----------------------------------------------------------------*
       4500-WRITE-RENT-REQUEST.
           MOVE SB-RENT-ACCT-NO   TO TR-ACCT-NO
           MOVE 'FE'              TO TR-TYPE
           COMPUTE TR-AMOUNT = ZERO - SB-ANNUAL-RENT
           MOVE SB-BRANCH-ID      TO WS-GD-BRANCH-ID
           MOVE SB-BOX-NO         TO WS-GD-BOX-NO
           MOVE WS-GEN-DESC       TO TR-DESC
           MOVE SPACES            TO TR-MERCHANT-NAME
           MOVE SPACES            TO TR-MERCHANT-CITY
           MOVE SPACES            TO TR-MERCHANT-STATE
           MOVE 'FEE'             TO TR-CHANNEL
           MOVE SPACES            TO TR-AUTH-CODE
           MOVE ZERO              TO TR-CONTRA-ACCT
           MOVE ZERO              TO TR-CARD-NO
           MOVE ZERO              TO TR-CHECK-NO
           MOVE ZERO              TO TR-EFFECTIVE-DATE
           MOVE ZERO              TO TR-RECEIVED-DATE
           MOVE ZERO              TO TR-RECEIVED-TIME
           WRITE TXN-REQUEST-RECORD
           ADD TR-AMOUNT TO WS-BATCH-HASH-TOTAL
           ADD 1 TO WS-REQUEST-CNT.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-WORK-DELINQUENCY THRU 5000-EXIT
      *   Ages the unpaid rent off the due date.  A delinquent box
      *   past WS-DRILL-DAYS joins the drill queue; short of that it
      *   gets the highest notice its age calls for, if not already
      *   sent.  Every queued box is listed on the queue report.
      *----------------------------------------------------------------*
       5000-WORK-DELINQUENCY.
           MOVE SB-RENT-DUE-DATE TO WS-CONV-DATE
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           COMPUTE WS-DAYS-OVERDUE = WS-TODAY-JULIAN - WS-CONV-JULIAN

           IF SB-DELINQUENT AND WS-DAYS-OVERDUE >= WS-DRILL-DAYS
               MOVE 'Q'      TO SB-STATUS
               MOVE WS-TODAY TO SB-QUEUE-DATE
           END-IF

           IF SB-DRILL-QUEUED
               PERFORM 5500-LIST-QUEUED-BOX THRU 5500-EXIT
               GO TO 5000-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-DAYS-OVERDUE >= WS-NOTICE-3-DAYS
                   MOVE 3 TO WS-NOTICE-DUE
               WHEN WS-DAYS-OVERDUE >= WS-NOTICE-2-DAYS
                   MOVE 2 TO WS-NOTICE-DUE
               WHEN WS-DAYS-OVERDUE >= WS-NOTICE-1-DAYS
                   MOVE 1 TO WS-NOTICE-DUE
               WHEN OTHER
                   MOVE 0 TO WS-NOTICE-DUE
           END-EVALUATE
           IF WS-NOTICE-DUE > SB-NOTICE-LEVEL
               PERFORM 6000-WRITE-NOTICE THRU 6000-EXIT
               MOVE WS-NOTICE-DUE TO SB-NOTICE-LEVEL
           END-IF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5500-LIST-QUEUED-BOX THRU 5500-EXIT
      *   A box queued today (a rerun included) is marked NEW.
      *----------------------------------------------------------------*
       5500-LIST-QUEUED-BOX.
           ADD 1 TO WS-QUEUE-CNT
           MOVE SB-BRANCH-ID      TO WS-DL-BRANCH-ID
           MOVE SB-BOX-NO         TO WS-DL-BOX-NO
           MOVE SB-SIZE           TO WS-DL-SIZE
           MOVE SB-RENTER-CUST-ID TO WS-DL-RENTER
           MOVE SB-RENT-DUE-DATE  TO WS-DL-DUE-DATE
           MOVE WS-DAYS-OVERDUE   TO WS-DL-DAYS
           MOVE SB-QUEUE-DATE     TO WS-DL-QUEUE-DATE
           MOVE SB-RENT-ACCT-NO   TO WS-DL-ACCT-NO
           MOVE SB-ANNUAL-RENT    TO WS-DL-RENT
           IF SB-QUEUE-DATE = WS-TODAY
               ADD 1 TO WS-NEW-QUEUE-CNT
               MOVE 'NEW'         TO WS-DL-NEW
           ELSE
               MOVE SPACES        TO WS-DL-NEW
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-WRITE-NOTICE THRU 6000-EXIT
      *   The letter goes to the renter.  An address RTNMAIL has
      *   flagged undeliverable gets none - counted as suppressed,
      *   and the notice level still advances so the box moves on
      *   toward the queue on schedule.
      *----------------------------------------------------------------*
       6000-WRITE-NOTICE.
           MOVE SB-RENTER-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   ADD 1 TO WS-NO-CUST-CNT
                   GO TO 6000-EXIT
           END-READ

           IF CUST-ADDR-UNDELIVERABLE
               ADD 1 TO WS-SUPPRESSED-CNT
               GO TO 6000-EXIT
           END-IF

           MOVE 'SDBRENT'            TO MH-SOURCE
           MOVE 'SDBD'               TO MH-NOTICE-CODE
           MOVE CUST-ID              TO MH-CUST-ID
           MOVE SB-RENT-ACCT-NO      TO MH-ACCT-NUMBER
           MOVE MAIL-ITEM-HEADER TO LTR-LINE
           WRITE LTR-LINE

           MOVE CUST-FIRST-NAME TO WS-NL-FIRST
           MOVE CUST-LAST-NAME  TO WS-NL-LAST
           MOVE WS-NAME-LINE TO LTR-LINE
           WRITE LTR-LINE

           MOVE CUST-ADDR-LINE-1 TO LTR-LINE
           WRITE LTR-LINE
           IF CUST-ADDR-LINE-2 NOT = SPACES
               MOVE CUST-ADDR-LINE-2 TO LTR-LINE
               WRITE LTR-LINE
           END-IF

           MOVE CUST-CITY     TO WS-CL-CITY
           MOVE CUST-STATE    TO WS-CL-STATE
           MOVE CUST-ZIP-CODE TO WS-CL-ZIP
           MOVE WS-CSZ-LINE TO LTR-LINE
           WRITE LTR-LINE

           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE

           MOVE SB-BOX-NO    TO WS-B1-BOX-NO
           MOVE SB-BRANCH-ID TO WS-B1-BRANCH-ID
           MOVE WS-BODY-LINE-1 TO LTR-LINE
           WRITE LTR-LINE

           MOVE SB-ANNUAL-RENT   TO WS-B2-RENT
           MOVE SB-RENT-DUE-DATE TO WS-B2-DUE-DATE
           MOVE WS-DAYS-OVERDUE  TO WS-B2-DAYS
           MOVE WS-BODY-LINE-2 TO LTR-LINE
           WRITE LTR-LINE

           EVALUATE WS-NOTICE-DUE
               WHEN 3
                   MOVE WS-BODY-LINE-3C TO LTR-LINE
                   WRITE LTR-LINE
                   MOVE WS-BODY-LINE-4C TO LTR-LINE
               WHEN 2
                   MOVE WS-BODY-LINE-3B TO LTR-LINE
                   WRITE LTR-LINE
                   MOVE WS-BODY-LINE-4B TO LTR-LINE
               WHEN OTHER
                   MOVE WS-BODY-LINE-3A TO LTR-LINE
                   WRITE LTR-LINE
                   MOVE WS-BODY-LINE-4A TO LTR-LINE
           END-EVALUATE
           WRITE LTR-LINE

           ADD 1 TO WS-NOTICE-CNT.
       6000-EXIT.
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
           MOVE 'SDBRENT' TO RL-PROGRAM
           MOVE WS-RL-PHASE TO RL-PHASE
           MOVE WS-RL-COUNT TO RL-RECORD-CNT
           MOVE RETURN-CODE TO RL-RETURN-CODE
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG.
       9900-EXIT.
           EXIT.
