      * Only positive balances escheat - there is nothing to remit
      * on a zero or overdrawn dormant account, so those keep their
      * 'D' status and stay on the dormancy reports.
      *
      * A lost owner escheats too.  Interest credits and automatic
      * transfers keep an account's activity date current long after
      * the owner has gone, so an active or dormant account whose
      * owner's address RTNMAIL has flagged undeliverable escheats
      * once the first returned mail of the episode (BADADDR) is
      * older than the state holding period - the return date is the
      * date contact was lost, and it is what the extract reports as
      * the last activity.
      *
      * Official checks escheat as well.  A cashier's check or money
      * order still outstanding on the OFFCHK register past the
      * purchaser's state holding period, counted from its issue
      * date, is marked escheated ('E'), extracted and totalled
      * with the accounts under the purchaser's state, and its
      * liability moves from official checks outstanding (200600)
      * to unclaimed property (200200) as a balanced entry pair on
      * the ESCHFEED entry feed GLPOST merges.  A rerun finds the
      * items it escheated today and writes their entry pairs
      * again, since the feed is rewritten every run.  No OFFCHK
      * DD means no official checks are looked at.
      *
      * EX-PROPERTY-TYPE tells the filings what was remitted - 'DA'
      * a deposit account (EX-ACCT-NO the account number), 'OC' an
      * official check (EX-ACCT-NO the item's serial).
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT.
      *                    OF CYCLE) INSTEAD OF THE SYSTEM CLOCK, SO
      *                    A CYCLE SLIPPING PAST MIDNIGHT OR A
      *                    MORNING RERUN KEEPS THE RIGHT DATE.
      *   2026-10-15  DS   LOST-OWNER ESCHEATMENT - AN ACTIVE OR
      *                    DORMANT ACCOUNT WHOSE OWNER'S ADDRESS HAS
      *                    BEEN UNDELIVERABLE (BADADDR, KEPT BY
      *                    RTNMAIL) LONGER THAN THE HOLDING PERIOD
      *                    ESCHEATS FROM THE FIRST RETURN DATE.
      *   2026-10-15  DS   OFFICIAL CHECKS OUTSTANDING ON THE NEW OFFCHK
      *                    REGISTER PAST THE PURCHASER'S HOLDING
      *                    PERIOD ESCHEAT, WITH THEIR GL ENTRY PAIR
      *                    ON THE NEW ESCHFEED FEED.  EXTRACT RECORD
      *                    GREW TO 53 BYTES FOR EX-PROPERTY-TYPE.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT BAD-ADDRESS-FILE ASSIGN TO BADADDR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-CUST-ID
               FILE STATUS IS WS-BADA-STATUS.

           SELECT TRANSACTION-MASTER ASSIGN TO TXNMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTR-STATUS.

           SELECT OFFICIAL-CHECK-FILE ASSIGN TO OFFCHK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-SERIAL
               FILE STATUS IS WS-OFC-STATUS.

           SELECT ESCHEAT-GL-FEED ASSIGN TO ESCHFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT ESCHEAT-REPORT ASSIGN TO ESCHRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD  CUSTOMER-MASTER.
           COPY "customer.cpy".

       FD  BAD-ADDRESS-FILE.
           COPY "badaddr.cpy".

       FD  TRANSACTION-MASTER.
           COPY "transaction.cpy".

       01  TXN-SEQUENCE-RECORD            PIC 9(15).

       FD  ESCHEAT-EXTRACT
           RECORD CONTAINS 53 CHARACTERS.
       01  ESCHEAT-EXTRACT-RECORD.
           05  EX-STATE                   PIC X(02).
           05  EX-CUST-ID                 PIC 9(10).
           05  EX-AMOUNT                  PIC S9(09)V99.
           05  EX-ESCHEAT-DATE            PIC 9(08).
           05  EX-LAST-ACTIVITY           PIC 9(08).
           05  EX-PROPERTY-TYPE           PIC X(02).

       FD  OFFICIAL-CHECK-FILE.
           COPY "offchk.cpy".

       FD  ESCHEAT-GL-FEED.
           COPY "glentry.cpy".

       FD  ESCHEAT-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  WS-ACCT-STATUS                 PIC X(02).
       01  WS-CUST-STATUS                 PIC X(02).
           88  WS-CUST-OK                  VALUE '00'.
       01  WS-BADA-STATUS                 PIC X(02).
       01  WS-TXN-STATUS                  PIC X(02).
       01  WS-SEQ-STATUS                  PIC X(02).
       01  WS-EXTR-STATUS                 PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).
       01  WS-OFC-STATUS                  PIC X(02).
       01  WS-FEED-STATUS                 PIC X(02).

       01  WS-EOF-SW                      PIC X(01)   VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
           88  WS-ABORT                     VALUE 'Y'.
       01  WS-STATE-FOUND-SW              PIC X(01)   VALUE 'N'.
           88  WS-STATE-FOUND                VALUE 'Y'.
       01  WS-BADA-OPEN-SW                PIC X(01)   VALUE 'N'.
           88  WS-BADA-OPEN                  VALUE 'Y'.
       01  WS-LOST-OWNER-SW               PIC X(01)   VALUE 'N'.
           88  WS-LOST-OWNER                 VALUE 'Y'.
       01  WS-OFFCHK-SW                   PIC X(01)   VALUE 'N'.
           88  WS-OFFCHK-OPEN                VALUE 'Y'.
       01  WS-OFC-EOF-SW                  PIC X(01)   VALUE 'N'.
           88  WS-OFC-EOF                    VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-TODAY-JULIAN                PIC S9(09)  VALUE ZERO.
       01  WS-CUTOFF-JULIAN                PIC S9(09) VALUE ZERO.
       01  WS-ACTIVITY-JULIAN              PIC S9(09) VALUE ZERO.
       01  WS-RETURN-JULIAN                PIC S9(09) VALUE ZERO.
       01  WS-HOLD-YEARS                  PIC 9(02)   VALUE ZERO.
       01  WS-DEFAULT-HOLD-YEARS          PIC 9(02)   VALUE 05.
       01  WS-NEXT-TXN-ID                 PIC 9(15)   VALUE ZERO.
       01  WS-ESCHEAT-AMOUNT              PIC S9(11)V99 VALUE ZERO.
       01  WS-ISSUE-JULIAN                PIC S9(09)  VALUE ZERO.

      *----------------------------------------------------------------*
      * AN ESCHEATED OFFICIAL CHECK'S LIABILITY MOVES OUT OF OFFICIAL
      * CHECKS OUTSTANDING INTO UNCLAIMED PROPERTY.
      *----------------------------------------------------------------*
       01  WS-OFFCHK-GL-ACCT              PIC 9(06)   VALUE 200600.
       01  WS-UNCLAIMED-GL-ACCT           PIC 9(06)   VALUE 200200.

       01  WS-CONV-DATE                   PIC 9(08).
       01  WS-CONV-DATE-R REDEFINES WS-CONV-DATE.
           05  WS-DORMANT-CNT              PIC 9(07)  VALUE ZERO.
           05  WS-ESCHEATED-CNT            PIC 9(07)  VALUE ZERO.
           05  WS-NO-CUST-CNT              PIC 9(07)  VALUE ZERO.
           05  WS-LOST-OWNER-CNT           PIC 9(07)  VALUE ZERO.
           05  WS-OFC-CNT                  PIC 9(07)  VALUE ZERO.
           05  WS-OFC-OUTSTANDING-CNT      PIC 9(07)  VALUE ZERO.
           05  WS-OFC-ESCHEATED-CNT        PIC 9(07)  VALUE ZERO.
           05  WS-OFC-REFEED-CNT           PIC 9(07)  VALUE ZERO.
           05  WS-OFC-NO-CUST-CNT          PIC 9(07)  VALUE ZERO.

      *----------------------------------------------------------------*
      * STATE HOLDING PERIOD EXCEPTIONS - STATES WHOSE UNCLAIMED-
               10  WS-ST-AMOUNT             PIC S9(11)V99.

       01  WS-DETAIL-LINE.
           05  WS-DL-LABEL                 PIC X(12).
           05  WS-DL-ACCT-NO               PIC 9(12).
           05  FILLER PIC X(09) VALUE '  CUST = '.
           05  WS-DL-CUST-ID               PIC 9(10).
           IF NOT WS-ABORT
               PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
                   UNTIL WS-EOF
               IF WS-OFFCHK-OPEN
                   PERFORM 7000-SCAN-OFFICIAL-CHECKS THRU 7000-EXIT
               END-IF
           END-IF
           PERFORM 3000-TERMINATE
           MOVE 'E' TO WS-RL-PHASE

           OPEN INPUT CUSTOMER-MASTER
           OPEN I-O   TRANSACTION-MASTER

      *    NO BAD-ADDRESS HISTORY MEANS NO LOST-OWNER TEST - THE
      *    DORMANCY ESCHEATMENT RUNS AS BEFORE.
           OPEN INPUT BAD-ADDRESS-FILE
           IF WS-BADA-STATUS = '00'
               MOVE 'Y' TO WS-BADA-OPEN-SW
           ELSE
               DISPLAY 'ESCHEAT - NO BAD-ADDRESS FILE, STATUS '
                   WS-BADA-STATUS ' - LOST-OWNER TEST SKIPPED'
           END-IF
           OPEN OUTPUT ESCHEAT-EXTRACT
           OPEN OUTPUT ESCHEAT-REPORT

      *    THE OFFICIAL CHECK REGISTER AND ITS GL FEED ARE OPTIONAL
      *    TOGETHER - AN ITEM CAN ONLY ESCHEAT WHEN ITS ENTRY PAIR
      *    CAN BE WRITTEN.
           OPEN I-O OFFICIAL-CHECK-FILE
           IF WS-OFC-STATUS = '00'
               OPEN OUTPUT ESCHEAT-GL-FEED
               IF WS-FEED-STATUS = '00'
                   MOVE 'Y' TO WS-OFFCHK-SW
               ELSE
                   CLOSE OFFICIAL-CHECK-FILE
                   DISPLAY 'ESCHEAT - NO ESCHFEED FILE, STATUS '
                       WS-FEED-STATUS ' - OFFICIAL CHECKS SKIPPED'
               END-IF
           ELSE
               DISPLAY 'ESCHEAT - NO OFFICIAL CHECK REGISTER, STATUS '
                   WS-OFC-STATUS ' - OFFICIAL CHECKS SKIPPED'
           END-IF

           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           MOVE WS-TODAY TO WS-CONV-DATE
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
               ADD 1 TO WS-DORMANT-CNT
               PERFORM 4000-EVALUATE-ACCOUNT THRU 4000-EXIT
           END-IF
           IF ACCT-STATUS = 'A' AND ACCT-BALANCE > ZERO
               AND WS-BADA-OPEN
               PERFORM 4000-EVALUATE-ACCOUNT THRU 4000-EXIT
           END-IF

           PERFORM 2100-READ-ACCOUNT.
       2000-EXIT.
               CLOSE ACCOUNT-MASTER
               CLOSE CUSTOMER-MASTER
               CLOSE TRANSACTION-MASTER
               IF WS-BADA-OPEN
                   CLOSE BAD-ADDRESS-FILE
               END-IF
               IF WS-OFFCHK-OPEN
                   CLOSE OFFICIAL-CHECK-FILE
                   CLOSE ESCHEAT-GL-FEED
               END-IF
               CLOSE ESCHEAT-EXTRACT
               CLOSE ESCHEAT-REPORT

           DISPLAY 'ESCHEAT ACCOUNTS READ      = ' WS-ACCT-CNT
           DISPLAY 'ESCHEAT DORMANT W/BALANCE  = ' WS-DORMANT-CNT
           DISPLAY 'ESCHEAT ACCOUNTS ESCHEATED = ' WS-ESCHEATED-CNT
           DISPLAY 'ESCHEAT NO OWNING CUSTOMER = ' WS-NO-CUST-CNT
           DISPLAY 'ESCHEAT LOST OWNERS        = ' WS-LOST-OWNER-CNT
           DISPLAY 'ESCHEAT OFFICIAL CKS READ  = ' WS-OFC-CNT
           DISPLAY 'ESCHEAT OFFICIAL CKS OUTST = '
               WS-OFC-OUTSTANDING-CNT
           DISPLAY 'ESCHEAT OFFICIAL CKS ESCH  = '
               WS-OFC-ESCHEATED-CNT
           DISPLAY 'ESCHEAT OFFICIAL CKS REFED = ' WS-OFC-REFEED-CNT
           DISPLAY 'ESCHEAT OFFICIAL NO CUST   = ' WS-OFC-NO-CUST-CNT.

      *----------------------------------------------------------------*
      * 4000-EVALUATE-ACCOUNT THRU 4000-EXIT
      *   Pulls the owner's state, resolves the holding period, and
      *   escheats when the dormancy has outlived it - or, failing
      *   that, when the owner has been lost at a bad address for
      *   as long.
      *----------------------------------------------------------------*
       4000-EVALUATE-ACCOUNT.
           MOVE 'N' TO WS-LOST-OWNER-SW
           MOVE ACCT-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   IF ACCT-STATUS = 'D'
                       ADD 1 TO WS-NO-CUST-CNT
                   END-IF
                   GO TO 4000-EXIT
           END-READ

           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           MOVE WS-CONV-JULIAN TO WS-ACTIVITY-JULIAN

           IF ACCT-STATUS = 'D'
               AND WS-ACTIVITY-JULIAN < WS-CUTOFF-JULIAN
               PERFORM 5000-ESCHEAT-ACCOUNT THRU 5000-EXIT
               GO TO 4000-EXIT
           END-IF

           PERFORM 4200-CHECK-LOST-OWNER THRU 4200-EXIT
           IF WS-LOST-OWNER
               ADD 1 TO WS-LOST-OWNER-CNT
               PERFORM 5000-ESCHEAT-ACCOUNT THRU 5000-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4200-CHECK-LOST-OWNER THRU 4200-EXIT
      *   The owner is lost when the address is still flagged
      *   undeliverable and the episode's first returned mail is
      *   older than the holding-period cutoff.
      *----------------------------------------------------------------*
       4200-CHECK-LOST-OWNER.
           IF NOT WS-BADA-OPEN OR NOT CUST-ADDR-UNDELIVERABLE
               GO TO 4200-EXIT
           END-IF
           MOVE CUST-ID TO BA-CUST-ID
           READ BAD-ADDRESS-FILE
               INVALID KEY
                   GO TO 4200-EXIT
           END-READ
           IF BA-FIRST-RETURN-DATE NOT NUMERIC
               OR BA-FIRST-RETURN-DATE = ZERO
               GO TO 4200-EXIT
           END-IF

           MOVE BA-FIRST-RETURN-DATE TO WS-CONV-DATE
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           MOVE WS-CONV-JULIAN TO WS-RETURN-JULIAN
           IF WS-RETURN-JULIAN < WS-CUTOFF-JULIAN
               MOVE 'Y' TO WS-LOST-OWNER-SW
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-SEARCH-STATE-TABLE THRU 4100-EXIT
      *   Leaves the matched state's holding period in WS-HOLD-YEARS;
           MOVE ACCT-NUMBER       TO EX-ACCT-NO
           MOVE WS-ESCHEAT-AMOUNT TO EX-AMOUNT
           MOVE WS-TODAY          TO EX-ESCHEAT-DATE
           MOVE 'DA'              TO EX-PROPERTY-TYPE
           IF WS-LOST-OWNER
               MOVE BA-FIRST-RETURN-DATE TO EX-LAST-ACTIVITY
               MOVE 'LOST OWNER -'       TO WS-DL-LABEL
           ELSE
               MOVE ACCT-LAST-ACTIVITY-DATE TO EX-LAST-ACTIVITY
               MOVE 'ESCHEATED - '          TO WS-DL-LABEL
           END-IF
           WRITE ESCHEAT-EXTRACT-RECORD

           ADD 1 TO WS-ESCHEATED-CNT
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-SCAN-OFFICIAL-CHECKS THRU 7000-EXIT
      *   Browses the whole official check register after the
      *   account pass.
      *----------------------------------------------------------------*
       7000-SCAN-OFFICIAL-CHECKS.
           MOVE ZERO TO OC-SERIAL
           START OFFICIAL-CHECK-FILE KEY IS NOT LESS THAN OC-SERIAL
               INVALID KEY
                   GO TO 7000-EXIT
           END-START
           PERFORM 7050-READ-OFFICIAL-CHECK
           PERFORM 7100-EVALUATE-OFFICIAL-CHECK THRU 7100-EXIT
               UNTIL WS-OFC-EOF.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7050-READ-OFFICIAL-CHECK
      *----------------------------------------------------------------*
       7050-READ-OFFICIAL-CHECK.
           READ OFFICIAL-CHECK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-OFC-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 7100-EVALUATE-OFFICIAL-CHECK THRU 7100-EXIT
      *   An item escheated today already is this run's own work on
      *   a rerun - only its entry pair is written again.  An item
      *   still outstanding escheats once its issue date is older
      *   than the purchaser's state holding period.
      *----------------------------------------------------------------*
       7100-EVALUATE-OFFICIAL-CHECK.
           ADD 1 TO WS-OFC-CNT

           IF OC-STATUS = 'E' AND OC-ESCHEAT-DATE = WS-TODAY
               ADD 1 TO WS-OFC-REFEED-CNT
               PERFORM 7600-WRITE-ESCHEAT-ENTRIES THRU 7600-EXIT
               GO TO 7100-NEXT
           END-IF
           IF OC-STATUS NOT = 'O'
               GO TO 7100-NEXT
           END-IF
           ADD 1 TO WS-OFC-OUTSTANDING-CNT

           MOVE OC-PURCH-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   ADD 1 TO WS-OFC-NO-CUST-CNT
                   GO TO 7100-NEXT
           END-READ

           MOVE WS-DEFAULT-HOLD-YEARS TO WS-HOLD-YEARS
           MOVE 'N' TO WS-STATE-FOUND-SW
           PERFORM 4100-SEARCH-STATE-TABLE THRU 4100-EXIT
               VARYING WS-SH-IDX FROM 1 BY 1
               UNTIL WS-SH-IDX > WS-STATE-HOLD-CNT
                  OR WS-STATE-FOUND

           COMPUTE WS-CUTOFF-JULIAN =
               WS-TODAY-JULIAN - (WS-HOLD-YEARS * 365)

           MOVE OC-ISSUE-DATE TO WS-CONV-DATE
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           MOVE WS-CONV-JULIAN TO WS-ISSUE-JULIAN

           IF WS-ISSUE-JULIAN < WS-CUTOFF-JULIAN
               PERFORM 7500-ESCHEAT-OFFICIAL-CHECK THRU 7500-EXIT
           END-IF.

       7100-NEXT.
           PERFORM 7050-READ-OFFICIAL-CHECK.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7500-ESCHEAT-OFFICIAL-CHECK THRU 7500-EXIT
      *   Marks the item escheated, writes its remittance extract
      *   line and report line under the purchaser's state, and
      *   moves its liability to unclaimed property.
      *----------------------------------------------------------------*
       7500-ESCHEAT-OFFICIAL-CHECK.
           MOVE 'E'      TO OC-STATUS
           MOVE WS-TODAY TO OC-ESCHEAT-DATE
           REWRITE OFFICIAL-CHECK-RECORD
               INVALID KEY
                   DISPLAY 'ESCHEAT - REGISTER REWRITE FAILED, SERIAL '
                       OC-SERIAL
                   GO TO 7500-EXIT
           END-REWRITE

           MOVE OC-AMOUNT         TO WS-ESCHEAT-AMOUNT
           MOVE CUST-STATE        TO EX-STATE
           MOVE OC-PURCH-CUST-ID  TO EX-CUST-ID
           MOVE OC-SERIAL         TO EX-ACCT-NO
           MOVE WS-ESCHEAT-AMOUNT TO EX-AMOUNT
           MOVE WS-TODAY          TO EX-ESCHEAT-DATE
           MOVE OC-ISSUE-DATE     TO EX-LAST-ACTIVITY
           MOVE 'OC'              TO EX-PROPERTY-TYPE
           WRITE ESCHEAT-EXTRACT-RECORD

           ADD 1 TO WS-OFC-ESCHEATED-CNT
           MOVE 'OFFCL CHK - '    TO WS-DL-LABEL
           MOVE OC-SERIAL         TO WS-DL-ACCT-NO
           MOVE OC-PURCH-CUST-ID  TO WS-DL-CUST-ID
           MOVE CUST-STATE        TO WS-DL-STATE
           MOVE WS-ESCHEAT-AMOUNT TO WS-DL-AMOUNT
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 5500-ROLL-STATE-TOTAL THRU 5500-EXIT
           PERFORM 7600-WRITE-ESCHEAT-ENTRIES THRU 7600-EXIT.
       7500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7600-WRITE-ESCHEAT-ENTRIES THRU 7600-EXIT
      *   Debit official checks outstanding, credit unclaimed
      *   property, for the item's amount.  A fed entry carries no
      *   transaction - GE-TXN-ID is zero and GE-SOURCE-TYPE 'OC'
      *   names the official check as its source.
      *----------------------------------------------------------------*
       7600-WRITE-ESCHEAT-ENTRIES.
           MOVE WS-TODAY             TO GE-POST-DATE
           MOVE ZERO                 TO GE-TXN-ID
           MOVE WS-OFFCHK-GL-ACCT    TO GE-GL-ACCT-NO
           MOVE 'D'                  TO GE-DR-CR
           MOVE OC-AMOUNT            TO GE-AMOUNT
           MOVE 'OC'                 TO GE-SOURCE-TYPE
           WRITE GL-ENTRY-RECORD

           MOVE WS-UNCLAIMED-GL-ACCT TO GE-GL-ACCT-NO
           MOVE 'C'                  TO GE-DR-CR
           WRITE GL-ENTRY-RECORD.
       7600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
      *   Converts WS-CONV-DATE (YYYYMMDD) to an absolute Julian day
