      *================================================================*
      * ELDRSCAN - ELDER FINANCIAL EXPLOITATION MONITORING
      *
      * FRAUDSCR scores postings by channel and ADDRSCAN by contact
      * change, but neither knows who the customer is - and the
      * costliest losses are older customers coached, a step at a
      * time, into draining their own savings.  Nightly, for every
      * open customer at or over WS-ELDER-AGE (off CUST-DOB), each
      * account's recent WS-WINDOW-DAYS of activity is measured
      * against the customer's own baseline - the WS-BASELINE-DAYS
      * before the window:
      *
      *   L  a posted debit at or over WS-ELDER-DEBIT-FLOOR and more
      *      than WS-BASE-MULTIPLE times the largest debit the
      *      account posted in the baseline (TRANSACTION, through
      *      the TXN-ACCT-NO alternate index);
      *   D  the window's debits together reaching WS-DRAIN-PCT of
      *      the account's average baseline balance (BALHIST);
      *   W  the account's first-ever wire (WIREMAST) entered inside
      *      the window;
      *   J  a joint owner added to the account (OWNXREF, kept by
      *      OWNMAINT) inside the window;
      *   C  an address or phone change on the customer (MNTJRNL
      *      CUSTMAST before/after images, the ADDRSCAN overlay)
      *      inside the window;
      *   P  a bill-pay payee added (BILLPYE) inside the window.
      *
      * A window debit at or over the floor on an account showing
      * any indicator opens an FRDCASE record for FRAUDDSP's review
      * queue, its actual channel marked 'ELD' (the ADDRSCAN 'ADR'
      * convention) so the analysts can tell an elder-exploitation
      * case at a glance.  A case already on file for the posting is
      * left alone, so the scan re-runs clean.
      *
      * Every customer with a case-qualifying debit - or, with no
      * such debit yet, two or more of W / J / C / P - goes on the
      * trusted-contact outreach list (ELDROUT) for the branch:
      * the customer's phone on file, and the phone as it stood
      * before any change inside the window, since a changed number
      * may now reach the exploiter rather than the customer.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELDRSCAN.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL ELDER EXPLOITATION MONITORING.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-JOURNAL ASSIGN TO MNTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT WIRE-MASTER ASSIGN TO WIREMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WI-WIRE-ID
               FILE STATUS IS WS-WIRE-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               ALTERNATE RECORD KEY IS ACCT-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TRANSACTION-MASTER ASSIGN TO TXNMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-ID
               ALTERNATE RECORD KEY IS TXN-ACCT-NO WITH DUPLICATES
               FILE STATUS IS WS-TXN-STATUS.

           SELECT BALANCE-HISTORY ASSIGN TO BALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT OWNER-XREF ASSIGN TO OWNXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-KEY
               ALTERNATE RECORD KEY IS AO-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-XREF-STATUS.

           SELECT BILL-PAYEE-FILE ASSIGN TO BILLPYE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BE-KEY
               FILE STATUS IS WS-PYE-STATUS.

           SELECT FRAUD-CASE-FILE ASSIGN TO FRDCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-TXN-ID
               FILE STATUS IS WS-CASE-STATUS.

           SELECT SCAN-REPORT ASSIGN TO ELDRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT OUTREACH-LIST ASSIGN TO ELDROUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT RUN-LOG ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT PROC-DATE-CTL ASSIGN TO PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-JOURNAL.
           COPY "mntjrnl.cpy".

       FD  WIRE-MASTER.
           COPY "wiremstr.cpy".

       FD  CUSTOMER-MASTER.
           COPY "customer.cpy".

       FD  ACCOUNT-MASTER.
           COPY "account.cpy".

       FD  TRANSACTION-MASTER.
           COPY "transaction.cpy".

       FD  BALANCE-HISTORY.
           COPY "balhist.cpy".

       FD  OWNER-XREF.
           COPY "acctownr.cpy".

       FD  BILL-PAYEE-FILE.
           COPY "billpye.cpy".

       FD  FRAUD-CASE-FILE.
           COPY "frdcase.cpy".

       FD  SCAN-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       FD  OUTREACH-LIST
           RECORD CONTAINS 132 CHARACTERS.
       01  OUT-LINE                       PIC X(132).

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

       01  WS-JRNL-STATUS                 PIC X(02).
       01  WS-WIRE-STATUS                 PIC X(02).
       01  WS-CUST-STATUS                 PIC X(02).
       01  WS-ACCT-STATUS                 PIC X(02).
       01  WS-TXN-STATUS                  PIC X(02).
       01  WS-HIST-STATUS                 PIC X(02).
       01  WS-XREF-STATUS                 PIC X(02).
       01  WS-PYE-STATUS                  PIC X(02).
       01  WS-CASE-STATUS                 PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).
       01  WS-OUT-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-WIRE-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-WIRE-EOF              VALUE 'Y'.
           05  WS-CUST-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-CUST-EOF              VALUE 'Y'.
           05  WS-ACCT-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-ACCT-EOF              VALUE 'Y'.
           05  WS-TXN-EOF-SW              PIC X(01)   VALUE 'N'.
               88  WS-TXN-EOF               VALUE 'Y'.
           05  WS-HIST-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-HIST-EOF              VALUE 'Y'.
           05  WS-XREF-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-XREF-EOF              VALUE 'Y'.
           05  WS-PYE-EOF-SW              PIC X(01)   VALUE 'N'.
               88  WS-PYE-EOF               VALUE 'Y'.
           05  WS-DUP-FOUND-SW            PIC X(01)   VALUE 'N'.
               88  WS-DUP-FOUND             VALUE 'Y'.
           05  WS-WIRE-FULL-SW            PIC X(01)   VALUE 'N'.
               88  WS-WIRE-FULL             VALUE 'Y'.
           05  WS-ACCT-ALERT-SW           PIC X(01)   VALUE 'N'.
               88  WS-ACCT-ALERT            VALUE 'Y'.
           05  WS-CUST-ALERT-SW           PIC X(01)   VALUE 'N'.
               88  WS-CUST-ALERT            VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-WINDOW-START                PIC 9(08)   VALUE ZERO.
       01  WS-BASELINE-START              PIC 9(08)   VALUE ZERO.
       01  WS-DOB-CUTOFF                  PIC 9(08)   VALUE ZERO.

      *----------------------------------------------------------------*
      * THE MONITORING PARAMETERS - WHO COUNTS AS AN ELDER, HOW FAR
      * BACK "RECENT" AND THE BASELINE BEFORE IT REACH, AND WHAT A
      * SUDDEN LARGE WITHDRAWAL OR A DRAIN LOOKS LIKE AGAINST THAT
      * BASELINE.
      *----------------------------------------------------------------*
       01  WS-ELDER-AGE                   PIC 9(03)   VALUE 065.
       01  WS-WINDOW-DAYS                 PIC 9(03)   VALUE 030.
       01  WS-BASELINE-DAYS               PIC 9(03)   VALUE 180.
       01  WS-ELDER-DEBIT-FLOOR           PIC S9(09)V99 VALUE 500.00.
       01  WS-BASE-MULTIPLE               PIC 9(02)   VALUE 03.
       01  WS-DRAIN-PCT                   PIC 9(03)   VALUE 050.
       01  WS-MAX-CHANGES                 PIC 9(04)   VALUE 2000.
       01  WS-MAX-WIRE-ACCTS              PIC 9(04)   VALUE 2000.
       01  WS-MAX-WINDOW-DEBITS           PIC 9(03)   VALUE 200.

      *----------------------------------------------------------------*
      * THE JOURNAL IMAGES OVERLAID WITH THE CUSTOMER LAYOUT - THE
      * IMAGES ARE THE RAW RECORD BYTES, SPACE-PADDED, SO THE FIRST
      * RECORD-LENGTH BYTES LINE UP FIELD FOR FIELD.
      *----------------------------------------------------------------*
       01  WS-BEFORE-IMAGE                PIC X(512).
       01  WS-BEFORE-CUST REDEFINES WS-BEFORE-IMAGE.
           05  FILLER                     PIC X(10).
           05  FILLER                     PIC X(74).
           05  WS-BC-ADDRESS-INFO         PIC X(105).
           05  WS-BC-PHONE                PIC X(10).
           05  FILLER                     PIC X(313).
       01  WS-AFTER-IMAGE                 PIC X(512).
       01  WS-AFTER-CUST REDEFINES WS-AFTER-IMAGE.
           05  WS-AC-CUST-ID              PIC 9(10).
           05  FILLER                     PIC X(74).
           05  WS-AC-ADDRESS-INFO         PIC X(105).
           05  WS-AC-PHONE                PIC X(10).
           05  FILLER                     PIC X(313).

      *----------------------------------------------------------------*
      * CONTACT CHANGES INSIDE THE WINDOW - ONE ENTRY PER CUSTOMER,
      * ANCHORED ON THE EARLIEST CHANGE AND THE PHONE BEFORE IT.
      *----------------------------------------------------------------*
       01  WS-CHG-CNT                     PIC 9(04)   VALUE ZERO.
       01  WS-CHANGE-TABLE.
           05  WS-CH-ENTRY OCCURS 2000 TIMES INDEXED BY WS-CH-IDX.
               10  WS-CH-CUST-ID            PIC 9(10).
               10  WS-CH-CHANGE-DATE        PIC 9(08).
               10  WS-CH-PRIOR-PHONE        PIC X(10).

      *----------------------------------------------------------------*
      * EVERY ACCOUNT THAT HAS EVER WIRED, WITH ITS FIRST WIRE'S
      * ENTRY DATE - CANCELLED INSTRUCTIONS ASIDE, AN ATTEMPT COUNTS.
      *----------------------------------------------------------------*
       01  WS-WIRE-CNT                    PIC 9(04)   VALUE ZERO.
       01  WS-WIRE-TABLE.
           05  WS-WR-ENTRY OCCURS 2000 TIMES INDEXED BY WS-WR-IDX.
               10  WS-WR-ACCT-NO            PIC 9(12).
               10  WS-WR-FIRST-DATE         PIC 9(08).

      *----------------------------------------------------------------*
      * THE ACCOUNT IN PROGRESS - ITS BASELINE AND ITS WINDOW DEBITS.
      *----------------------------------------------------------------*
       01  WS-BASE-BAL-TOTAL              PIC S9(15)V99 VALUE ZERO.
       01  WS-BASE-BAL-DAYS               PIC 9(05)   VALUE ZERO.
       01  WS-BASE-AVG-BAL                PIC S9(11)V99 VALUE ZERO.
       01  WS-BASE-MAX-DEBIT              PIC S9(09)V99 VALUE ZERO.
       01  WS-WINDOW-DEBIT-TOTAL          PIC S9(11)V99 VALUE ZERO.
       01  WS-DEBIT-AMT                   PIC S9(09)V99 VALUE ZERO.
       01  WS-DRAIN-LIMIT                 PIC S9(13)V99 VALUE ZERO.
       01  WS-LARGE-LIMIT                 PIC S9(11)V99 VALUE ZERO.
       01  WS-WD-CNT                      PIC 9(03)   VALUE ZERO.
       01  WS-WINDOW-DEBIT-TABLE.
           05  WS-WD-ENTRY OCCURS 200 TIMES INDEXED BY WS-WD-IDX.
               10  WS-WD-TXN-ID             PIC 9(15).
               10  WS-WD-AMOUNT             PIC S9(09)V99.

      *----------------------------------------------------------------*
      * INDICATORS - ACCOUNT-LEVEL (L D W J) AND CUSTOMER-LEVEL (C P)
      * FOR THE CASE IN HAND, AND EVERYTHING SEEN ACROSS THE
      * CUSTOMER'S ACCOUNTS FOR THE OUTREACH LIST.
      *----------------------------------------------------------------*
       01  WS-INDICATORS.
           05  WS-IND-LARGE               PIC X(01).
           05  WS-IND-DRAIN               PIC X(01).
           05  WS-IND-WIRE                PIC X(01).
           05  WS-IND-JOINT               PIC X(01).
           05  WS-IND-CHANGE              PIC X(01).
           05  WS-IND-PAYEE               PIC X(01).
       01  WS-CUST-INDICATORS.
           05  WS-CI-LARGE                PIC X(01).
           05  WS-CI-DRAIN                PIC X(01).
           05  WS-CI-WIRE                 PIC X(01).
           05  WS-CI-JOINT                PIC X(01).
           05  WS-CI-CHANGE               PIC X(01).
           05  WS-CI-PAYEE                PIC X(01).
       01  WS-SOFT-IND-CNT                PIC 9(01)   VALUE ZERO.

       01  WS-WORK-CUST-ID                PIC 9(10)   VALUE ZERO.
       01  WS-CUST-AGE                    PIC 9(03)   VALUE ZERO.
       01  WS-PRIOR-PHONE                 PIC X(10)   VALUE SPACES.
       01  WS-FIRST-BRANCH                PIC X(05)   VALUE SPACES.
       01  WS-CUST-CASE-CNT               PIC 9(05)   VALUE ZERO.
       01  WS-CUST-FLAGGED-AMT            PIC S9(11)V99 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-JRNL-CNT                PIC 9(09)   VALUE ZERO.
           05  WS-CUST-CNT                PIC 9(09)   VALUE ZERO.
           05  WS-ELDER-CNT               PIC 9(07)   VALUE ZERO.
           05  WS-ACCT-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-CASE-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-DUP-CASE-CNT            PIC 9(07)   VALUE ZERO.
           05  WS-OUTREACH-CNT            PIC 9(07)   VALUE ZERO.

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
      * REPORT LINES
      *----------------------------------------------------------------*
       01  WS-HEADING-LINE.
           05  FILLER PIC X(42) VALUE
               'ELDER EXPLOITATION SCAN - CYCLE DATE '.
           05  WS-HD-DATE                 PIC 9(08).

       01  WS-DETAIL-LINE.
           05  FILLER PIC X(05) VALUE 'CUST '.
           05  WS-DL-CUST-ID              PIC 9(10).
           05  FILLER PIC X(06) VALUE '  AGE '.
           05  WS-DL-AGE                  PIC ZZ9.
           05  FILLER PIC X(07) VALUE '  ACCT '.
           05  WS-DL-ACCT-NO              PIC 9(12).
           05  FILLER PIC X(06) VALUE '  TXN '.
           05  WS-DL-TXN-ID               PIC 9(15).
           05  FILLER PIC X(05) VALUE ' AMT '.
           05  WS-DL-AMOUNT               PIC -(09)9.99.
           05  FILLER PIC X(07) VALUE ' BASE '.
           05  WS-DL-BASE-MAX             PIC -(09)9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DL-INDICATORS           PIC X(06).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DL-NOTE                 PIC X(13).

       01  WS-OUT-HEADING-1.
           05  FILLER PIC X(50) VALUE
               'TRUSTED-CONTACT OUTREACH LIST - CYCLE DATE '.
           05  WS-OH-DATE                 PIC 9(08).

       01  WS-OUT-HEADING-2.
           05  FILLER PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER PIC X(33) VALUE 'NAME'.
           05  FILLER PIC X(05) VALUE 'AGE'.
           05  FILLER PIC X(12) VALUE 'PHONE'.
           05  FILLER PIC X(12) VALUE 'PRIOR PHONE'.
           05  FILLER PIC X(07) VALUE 'BRANCH'.
           05  FILLER PIC X(08) VALUE 'SIGNS'.
           05  FILLER PIC X(07) VALUE 'CASES'.
           05  FILLER PIC X(16) VALUE 'FLAGGED AMOUNT'.

       01  WS-OUT-DETAIL.
           05  WS-OD-CUST-ID              PIC 9(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-OD-LAST-NAME            PIC X(20).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-OD-FIRST-NAME           PIC X(12).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-OD-AGE                  PIC ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-OD-PHONE                PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-OD-PRIOR-PHONE          PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-OD-BRANCH               PIC X(05).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-OD-INDICATORS           PIC X(06).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-OD-CASES                PIC ZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-OD-AMOUNT               PIC -(11)9.99.

       01  WS-OUT-LEGEND.
           05  FILLER PIC X(44) VALUE
               'SIGNS: L LARGE WITHDRAWAL  D BALANCE DRAIN  '.
           05  FILLER PIC X(33) VALUE
               'W FIRST WIRE  J NEW JOINT OWNER  '.
           05  FILLER PIC X(32) VALUE
               'C ADDR/PHONE CHANGE  P NEW PAYEE'.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'S' TO WS-RL-PHASE
           MOVE ZERO TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-JOURNAL THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 2500-TABLE-WIRES THRU 2500-EXIT
               UNTIL WS-WIRE-EOF
           PERFORM 4000-SCAN-CUSTOMER THRU 4000-EXIT
               UNTIL WS-CUST-EOF
           PERFORM 3000-TERMINATE
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-CUST-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE
      *   The window runs back WS-WINDOW-DAYS from the business date;
      *   the baseline the WS-BASELINE-DAYS before that.  An elder
      *   was born on or before the business date WS-ELDER-AGE years
      *   back.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT MAINT-JOURNAL
           OPEN INPUT WIRE-MASTER
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT TRANSACTION-MASTER
           OPEN INPUT BALANCE-HISTORY
           OPEN INPUT OWNER-XREF
           OPEN INPUT BILL-PAYEE-FILE
           OPEN I-O   FRAUD-CASE-FILE
           OPEN OUTPUT SCAN-REPORT
           OPEN OUTPUT OUTREACH-LIST
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT

           MOVE WS-TODAY TO WS-CONV-DATE
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           SUBTRACT WS-WINDOW-DAYS FROM WS-CONV-JULIAN
           PERFORM 8100-CONVERT-JULIAN-TO-DATE THRU 8100-EXIT
           MOVE WS-CONV-DATE TO WS-WINDOW-START
           SUBTRACT WS-BASELINE-DAYS FROM WS-CONV-JULIAN
           PERFORM 8100-CONVERT-JULIAN-TO-DATE THRU 8100-EXIT
           MOVE WS-CONV-DATE TO WS-BASELINE-START

           COMPUTE WS-DOB-CUTOFF = WS-TODAY - (WS-ELDER-AGE * 10000)

           MOVE WS-TODAY TO WS-HD-DATE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-TODAY TO WS-OH-DATE
           MOVE WS-OUT-HEADING-1 TO OUT-LINE
           WRITE OUT-LINE
           MOVE WS-OUT-LEGEND TO OUT-LINE
           WRITE OUT-LINE
           MOVE SPACES TO OUT-LINE
           WRITE OUT-LINE
           MOVE WS-OUT-HEADING-2 TO OUT-LINE
           WRITE OUT-LINE

           PERFORM 2100-READ-JOURNAL.

      *----------------------------------------------------------------*
      * 2000-SCAN-JOURNAL THRU 2000-EXIT
      *   Applied customer changes inside the window that moved the
      *   address or the phone - the email alone does not count.
      *----------------------------------------------------------------*
       2000-SCAN-JOURNAL.
           ADD 1 TO WS-JRNL-CNT

           IF JR-FILE-NAME = 'CUSTMAST' AND JR-ACTION = 'C'
               AND JR-DATE >= WS-WINDOW-START
               MOVE JR-BEFORE-IMAGE TO WS-BEFORE-IMAGE
               MOVE JR-AFTER-IMAGE  TO WS-AFTER-IMAGE
               IF WS-BC-ADDRESS-INFO NOT = WS-AC-ADDRESS-INFO
                   OR WS-BC-PHONE NOT = WS-AC-PHONE
                   PERFORM 2200-TABLE-CHANGE THRU 2200-EXIT
               END-IF
           END-IF

           PERFORM 2100-READ-JOURNAL.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-READ-JOURNAL
      *----------------------------------------------------------------*
       2100-READ-JOURNAL.
           READ MAINT-JOURNAL
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 2200-TABLE-CHANGE THRU 2200-EXIT
      *   One entry per customer - the earliest change in the
      *   window anchors it, with the phone from before that change.
      *----------------------------------------------------------------*
       2200-TABLE-CHANGE.
           IF WS-AC-CUST-ID NOT NUMERIC
               GO TO 2200-EXIT
           END-IF

           MOVE 'N' TO WS-DUP-FOUND-SW
           PERFORM 2300-CHECK-ONE-ENTRY THRU 2300-EXIT
               VARYING WS-CH-IDX FROM 1 BY 1
               UNTIL WS-CH-IDX > WS-CHG-CNT
                  OR WS-DUP-FOUND
           IF WS-DUP-FOUND
               GO TO 2200-EXIT
           END-IF

           IF WS-CHG-CNT >= WS-MAX-CHANGES
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-CHG-CNT
           SET WS-CH-IDX TO WS-CHG-CNT
           MOVE WS-AC-CUST-ID TO WS-CH-CUST-ID(WS-CH-IDX)
           MOVE JR-DATE       TO WS-CH-CHANGE-DATE(WS-CH-IDX)
           MOVE WS-BC-PHONE   TO WS-CH-PRIOR-PHONE(WS-CH-IDX).
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-CHECK-ONE-ENTRY THRU 2300-EXIT
      *----------------------------------------------------------------*
       2300-CHECK-ONE-ENTRY.
           IF WS-CH-CUST-ID(WS-CH-IDX) = WS-AC-CUST-ID
               MOVE 'Y' TO WS-DUP-FOUND-SW
               IF JR-DATE < WS-CH-CHANGE-DATE(WS-CH-IDX)
                   MOVE JR-DATE     TO WS-CH-CHANGE-DATE(WS-CH-IDX)
                   MOVE WS-BC-PHONE TO WS-CH-PRIOR-PHONE(WS-CH-IDX)
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-TABLE-WIRES THRU 2500-EXIT
      *   One pass over the wire master keeps each account's
      *   earliest wire entry date.
      *----------------------------------------------------------------*
       2500-TABLE-WIRES.
           READ WIRE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-WIRE-EOF-SW
           END-READ
           IF WS-WIRE-EOF
               GO TO 2500-EXIT
           END-IF
           IF WI-STATUS = 'X'
               GO TO 2500-EXIT
           END-IF

           MOVE 'N' TO WS-DUP-FOUND-SW
           PERFORM 2600-CHECK-WIRE-ENTRY THRU 2600-EXIT
               VARYING WS-WR-IDX FROM 1 BY 1
               UNTIL WS-WR-IDX > WS-WIRE-CNT
                  OR WS-DUP-FOUND
           IF WS-DUP-FOUND
               GO TO 2500-EXIT
           END-IF

           IF WS-WIRE-CNT >= WS-MAX-WIRE-ACCTS
               IF NOT WS-WIRE-FULL
                   MOVE 'Y' TO WS-WIRE-FULL-SW
                   DISPLAY 'ELDRSCAN WIRE TABLE FULL - '
                       'LATER ACCOUNTS NOT TRACKED'
               END-IF
               GO TO 2500-EXIT
           END-IF
           ADD 1 TO WS-WIRE-CNT
           SET WS-WR-IDX TO WS-WIRE-CNT
           MOVE WI-ACCT-NO    TO WS-WR-ACCT-NO(WS-WR-IDX)
           MOVE WI-ENTRY-DATE TO WS-WR-FIRST-DATE(WS-WR-IDX).
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2600-CHECK-WIRE-ENTRY THRU 2600-EXIT
      *----------------------------------------------------------------*
       2600-CHECK-WIRE-ENTRY.
           IF WS-WR-ACCT-NO(WS-WR-IDX) = WI-ACCT-NO
               MOVE 'Y' TO WS-DUP-FOUND-SW
               IF WI-ENTRY-DATE < WS-WR-FIRST-DATE(WS-WR-IDX)
                   MOVE WI-ENTRY-DATE TO WS-WR-FIRST-DATE(WS-WR-IDX)
               END-IF
           END-IF.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           CLOSE MAINT-JOURNAL
           CLOSE WIRE-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE TRANSACTION-MASTER
           CLOSE BALANCE-HISTORY
           CLOSE OWNER-XREF
           CLOSE BILL-PAYEE-FILE
           CLOSE FRAUD-CASE-FILE
           CLOSE SCAN-REPORT
           CLOSE OUTREACH-LIST
           DISPLAY 'ELDRSCAN JOURNAL READ   = ' WS-JRNL-CNT
           DISPLAY 'ELDRSCAN CUSTOMERS READ = ' WS-CUST-CNT
           DISPLAY 'ELDRSCAN ELDERS SCANNED = ' WS-ELDER-CNT
           DISPLAY 'ELDRSCAN ACCOUNTS       = ' WS-ACCT-CNT
           DISPLAY 'ELDRSCAN CASES OPENED   = ' WS-CASE-CNT
           DISPLAY 'ELDRSCAN ALREADY CASED  = ' WS-DUP-CASE-CNT
           DISPLAY 'ELDRSCAN OUTREACH LIST  = ' WS-OUTREACH-CNT.

      *----------------------------------------------------------------*
      * 4000-SCAN-CUSTOMER THRU 4000-EXIT
      *   Closed and deceased customers are past protecting; a birth
      *   date not on file cannot place the customer.
      *----------------------------------------------------------------*
       4000-SCAN-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CUST-EOF-SW
           END-READ
           IF WS-CUST-EOF
               GO TO 4000-EXIT
           END-IF
           ADD 1 TO WS-CUST-CNT

           IF CUST-STATUS = 'C' OR CUST-STATUS = 'X'
               GO TO 4000-EXIT
           END-IF
           IF CUST-DOB NOT NUMERIC OR CUST-DOB = ZERO
               GO TO 4000-EXIT
           END-IF
           IF CUST-DOB > WS-DOB-CUTOFF
               GO TO 4000-EXIT
           END-IF

           ADD 1 TO WS-ELDER-CNT
           PERFORM 4100-ONE-ELDER THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-ONE-ELDER THRU 4100-EXIT
      *   Settles the customer-level signs, then walks the
      *   customer's accounts through the ACCT-CUST-ID alternate
      *   index.
      *----------------------------------------------------------------*
       4100-ONE-ELDER.
           MOVE CUST-ID TO WS-WORK-CUST-ID
           COMPUTE WS-CUST-AGE = (WS-TODAY - CUST-DOB) / 10000
           MOVE SPACES TO WS-CUST-INDICATORS
           MOVE SPACES TO WS-PRIOR-PHONE
           MOVE SPACES TO WS-FIRST-BRANCH
           MOVE 'N'    TO WS-CUST-ALERT-SW
           MOVE ZERO   TO WS-CUST-CASE-CNT
           MOVE ZERO   TO WS-CUST-FLAGGED-AMT

           MOVE 'N' TO WS-DUP-FOUND-SW
           PERFORM 4150-FIND-CHANGE THRU 4150-EXIT
               VARYING WS-CH-IDX FROM 1 BY 1
               UNTIL WS-CH-IDX > WS-CHG-CNT
                  OR WS-DUP-FOUND
           PERFORM 4170-CHECK-PAYEES THRU 4170-EXIT

           MOVE 'N' TO WS-ACCT-EOF-SW
           MOVE WS-WORK-CUST-ID TO ACCT-CUST-ID
           START ACCOUNT-MASTER KEY IS NOT LESS THAN ACCT-CUST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-ACCT-EOF-SW
           END-START
           PERFORM 4200-ONE-ACCOUNT THRU 4200-EXIT
               UNTIL WS-ACCT-EOF

           MOVE ZERO TO WS-SOFT-IND-CNT
           IF WS-CI-WIRE NOT = SPACE
               ADD 1 TO WS-SOFT-IND-CNT
           END-IF
           IF WS-CI-JOINT NOT = SPACE
               ADD 1 TO WS-SOFT-IND-CNT
           END-IF
           IF WS-CI-CHANGE NOT = SPACE
               ADD 1 TO WS-SOFT-IND-CNT
           END-IF
           IF WS-CI-PAYEE NOT = SPACE
               ADD 1 TO WS-SOFT-IND-CNT
           END-IF
           IF WS-CUST-ALERT OR WS-SOFT-IND-CNT >= 2
               PERFORM 5500-WRITE-OUTREACH THRU 5500-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4150-FIND-CHANGE THRU 4150-EXIT
      *----------------------------------------------------------------*
       4150-FIND-CHANGE.
           IF WS-CH-CUST-ID(WS-CH-IDX) = WS-WORK-CUST-ID
               MOVE 'Y' TO WS-DUP-FOUND-SW
               MOVE 'C' TO WS-CI-CHANGE
               MOVE WS-CH-PRIOR-PHONE(WS-CH-IDX) TO WS-PRIOR-PHONE
           END-IF.
       4150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4170-CHECK-PAYEES THRU 4170-EXIT
      *   Browses the customer's payees - BE-KEY leads with the
      *   customer.
      *----------------------------------------------------------------*
       4170-CHECK-PAYEES.
           MOVE 'N' TO WS-PYE-EOF-SW
           MOVE WS-WORK-CUST-ID TO BE-CUST-ID
           MOVE ZERO            TO BE-PAYEE-NO
           START BILL-PAYEE-FILE KEY IS NOT LESS THAN BE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PYE-EOF-SW
           END-START
           PERFORM 4180-ONE-PAYEE THRU 4180-EXIT
               UNTIL WS-PYE-EOF.
       4170-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4180-ONE-PAYEE THRU 4180-EXIT
      *----------------------------------------------------------------*
       4180-ONE-PAYEE.
           READ BILL-PAYEE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PYE-EOF-SW
           END-READ
           IF WS-PYE-EOF
               GO TO 4180-EXIT
           END-IF
           IF BE-CUST-ID NOT = WS-WORK-CUST-ID
               MOVE 'Y' TO WS-PYE-EOF-SW
               GO TO 4180-EXIT
           END-IF

           IF BE-STATUS = 'A' AND BE-ADD-DATE >= WS-WINDOW-START
               MOVE 'P' TO WS-CI-PAYEE
           END-IF.
       4180-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4200-ONE-ACCOUNT THRU 4200-EXIT
      *   Builds the account's baseline and window, settles its
      *   signs, and weighs each window debit.  The account record
      *   stays in the buffer - the other files' browses do not move
      *   the account file's position.
      *----------------------------------------------------------------*
       4200-ONE-ACCOUNT.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ACCT-EOF-SW
           END-READ
           IF WS-ACCT-EOF
               GO TO 4200-EXIT
           END-IF
           IF ACCT-CUST-ID NOT = WS-WORK-CUST-ID
               MOVE 'Y' TO WS-ACCT-EOF-SW
               GO TO 4200-EXIT
           END-IF
           IF ACCT-STATUS = 'C'
               GO TO 4200-EXIT
           END-IF
           ADD 1 TO WS-ACCT-CNT
           IF WS-FIRST-BRANCH = SPACES
               MOVE ACCT-BRANCH-CODE TO WS-FIRST-BRANCH
           END-IF

           MOVE SPACES TO WS-INDICATORS
           MOVE WS-CI-CHANGE TO WS-IND-CHANGE
           MOVE WS-CI-PAYEE  TO WS-IND-PAYEE

           MOVE 'N' TO WS-DUP-FOUND-SW
           PERFORM 4250-FIND-WIRE THRU 4250-EXIT
               VARYING WS-WR-IDX FROM 1 BY 1
               UNTIL WS-WR-IDX > WS-WIRE-CNT
                  OR WS-DUP-FOUND
           PERFORM 4300-LOAD-BALANCE-BASELINE THRU 4300-EXIT
           PERFORM 4400-SCAN-POSTINGS THRU 4400-EXIT
           PERFORM 4500-CHECK-NEW-OWNERS THRU 4500-EXIT

      *    A DRAIN IS THE WINDOW'S OUTFLOW AGAINST THE BALANCE THE
      *    ACCOUNT USUALLY CARRIES - NO BASELINE, NO MEASURE.
           IF WS-BASE-AVG-BAL > ZERO
               COMPUTE WS-DRAIN-LIMIT =
                   WS-BASE-AVG-BAL * WS-DRAIN-PCT / 100
               IF WS-WINDOW-DEBIT-TOTAL >= WS-DRAIN-LIMIT
                   MOVE 'D' TO WS-IND-DRAIN
               END-IF
           END-IF

           COMPUTE WS-LARGE-LIMIT =
               WS-BASE-MAX-DEBIT * WS-BASE-MULTIPLE
           PERFORM 4600-WEIGH-DEBIT THRU 4600-EXIT
               VARYING WS-WD-IDX FROM 1 BY 1
               UNTIL WS-WD-IDX > WS-WD-CNT

           IF WS-IND-DRAIN NOT = SPACE
               MOVE 'D' TO WS-CI-DRAIN
           END-IF
           IF WS-IND-WIRE NOT = SPACE
               MOVE 'W' TO WS-CI-WIRE
           END-IF
           IF WS-IND-JOINT NOT = SPACE
               MOVE 'J' TO WS-CI-JOINT
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4250-FIND-WIRE THRU 4250-EXIT
      *   The account's first-ever wire falls inside the window.
      *----------------------------------------------------------------*
       4250-FIND-WIRE.
           IF WS-WR-ACCT-NO(WS-WR-IDX) = ACCT-NUMBER
               MOVE 'Y' TO WS-DUP-FOUND-SW
               IF WS-WR-FIRST-DATE(WS-WR-IDX) >= WS-WINDOW-START
                   MOVE 'W' TO WS-IND-WIRE
               END-IF
           END-IF.
       4250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4300-LOAD-BALANCE-BASELINE THRU 4300-EXIT
      *   Averages the account's BALSNAP ending balances across the
      *   baseline period.
      *----------------------------------------------------------------*
       4300-LOAD-BALANCE-BASELINE.
           MOVE ZERO TO WS-BASE-BAL-TOTAL
           MOVE ZERO TO WS-BASE-BAL-DAYS
           MOVE ZERO TO WS-BASE-AVG-BAL

           MOVE 'N' TO WS-HIST-EOF-SW
           MOVE ACCT-NUMBER       TO BH-ACCT-NUMBER
           MOVE WS-BASELINE-START TO BH-AS-OF-DATE
           START BALANCE-HISTORY KEY IS NOT LESS THAN BH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF-SW
           END-START
           PERFORM 4350-ONE-BALANCE THRU 4350-EXIT
               UNTIL WS-HIST-EOF

           IF WS-BASE-BAL-DAYS > ZERO
               COMPUTE WS-BASE-AVG-BAL ROUNDED =
                   WS-BASE-BAL-TOTAL / WS-BASE-BAL-DAYS
           END-IF.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4350-ONE-BALANCE THRU 4350-EXIT
      *----------------------------------------------------------------*
       4350-ONE-BALANCE.
           READ BALANCE-HISTORY NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SW
           END-READ
           IF WS-HIST-EOF
               GO TO 4350-EXIT
           END-IF
           IF BH-ACCT-NUMBER NOT = ACCT-NUMBER
               OR BH-AS-OF-DATE >= WS-WINDOW-START
               MOVE 'Y' TO WS-HIST-EOF-SW
               GO TO 4350-EXIT
           END-IF

           ADD BH-ENDING-BALANCE TO WS-BASE-BAL-TOTAL
           ADD 1 TO WS-BASE-BAL-DAYS.
       4350-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4400-SCAN-POSTINGS THRU 4400-EXIT
      *   One browse of the account's postings gives both the
      *   baseline's largest debit and the window's debits.
      *----------------------------------------------------------------*
       4400-SCAN-POSTINGS.
           MOVE ZERO TO WS-BASE-MAX-DEBIT
           MOVE ZERO TO WS-WINDOW-DEBIT-TOTAL
           MOVE ZERO TO WS-WD-CNT

           MOVE 'N' TO WS-TXN-EOF-SW
           MOVE ACCT-NUMBER TO TXN-ACCT-NO
           START TRANSACTION-MASTER KEY IS NOT LESS THAN TXN-ACCT-NO
               INVALID KEY
                   MOVE 'Y' TO WS-TXN-EOF-SW
           END-START
           PERFORM 4450-ONE-POSTING THRU 4450-EXIT
               UNTIL WS-TXN-EOF.
       4400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4450-ONE-POSTING THRU 4450-EXIT
      *----------------------------------------------------------------*
       4450-ONE-POSTING.
           READ TRANSACTION-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TXN-EOF-SW
           END-READ
           IF WS-TXN-EOF
               GO TO 4450-EXIT
           END-IF
           IF TXN-ACCT-NO NOT = ACCT-NUMBER
               MOVE 'Y' TO WS-TXN-EOF-SW
               GO TO 4450-EXIT
           END-IF
           IF TXN-STATUS NOT = 'P' OR TXN-AMOUNT NOT < ZERO
               GO TO 4450-EXIT
           END-IF
           IF TXN-POST-DATE < WS-BASELINE-START
               GO TO 4450-EXIT
           END-IF

           COMPUTE WS-DEBIT-AMT = ZERO - TXN-AMOUNT
           IF TXN-POST-DATE < WS-WINDOW-START
               IF WS-DEBIT-AMT > WS-BASE-MAX-DEBIT
                   MOVE WS-DEBIT-AMT TO WS-BASE-MAX-DEBIT
               END-IF
               GO TO 4450-EXIT
           END-IF

           ADD WS-DEBIT-AMT TO WS-WINDOW-DEBIT-TOTAL
           IF WS-DEBIT-AMT < WS-ELDER-DEBIT-FLOOR
               GO TO 4450-EXIT
           END-IF
           IF WS-WD-CNT >= WS-MAX-WINDOW-DEBITS
               GO TO 4450-EXIT
           END-IF
           ADD 1 TO WS-WD-CNT
           SET WS-WD-IDX TO WS-WD-CNT
           MOVE TXN-ID       TO WS-WD-TXN-ID(WS-WD-IDX)
           MOVE WS-DEBIT-AMT TO WS-WD-AMOUNT(WS-WD-IDX).
       4450-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4500-CHECK-NEW-OWNERS THRU 4500-EXIT
      *   Browses the account's owner rows - AO-KEY leads with the
      *   account - for someone else added inside the window.
      *----------------------------------------------------------------*
       4500-CHECK-NEW-OWNERS.
           MOVE 'N' TO WS-XREF-EOF-SW
           MOVE ACCT-NUMBER TO AO-ACCT-NO
           MOVE ZERO        TO AO-CUST-ID
           START OWNER-XREF KEY IS NOT LESS THAN AO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-XREF-EOF-SW
           END-START
           PERFORM 4550-ONE-OWNER THRU 4550-EXIT
               UNTIL WS-XREF-EOF.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4550-ONE-OWNER THRU 4550-EXIT
      *----------------------------------------------------------------*
       4550-ONE-OWNER.
           READ OWNER-XREF NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-XREF-EOF-SW
           END-READ
           IF WS-XREF-EOF
               GO TO 4550-EXIT
           END-IF
           IF AO-ACCT-NO NOT = ACCT-NUMBER
               MOVE 'Y' TO WS-XREF-EOF-SW
               GO TO 4550-EXIT
           END-IF

           IF AO-CUST-ID NOT = WS-WORK-CUST-ID
               AND AO-STATUS = 'A'
               AND AO-ADD-DATE >= WS-WINDOW-START
               MOVE 'J' TO WS-IND-JOINT
           END-IF.
       4550-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4600-WEIGH-DEBIT THRU 4600-EXIT
      *   A window debit over the floor is sudden and large when it
      *   beats the baseline's largest debit WS-BASE-MULTIPLE times
      *   over (any such debit, when the baseline had none).  With
      *   that or any other sign on the account, it opens a case.
      *----------------------------------------------------------------*
       4600-WEIGH-DEBIT.
           MOVE SPACE TO WS-IND-LARGE
           IF WS-WD-AMOUNT(WS-WD-IDX) > WS-LARGE-LIMIT
               MOVE 'L' TO WS-IND-LARGE
               MOVE 'L' TO WS-CI-LARGE
           END-IF
           IF WS-INDICATORS = SPACES
               GO TO 4600-EXIT
           END-IF

           MOVE 'Y' TO WS-CUST-ALERT-SW
           ADD WS-WD-AMOUNT(WS-WD-IDX) TO WS-CUST-FLAGGED-AMT
           PERFORM 5000-OPEN-CASE THRU 5000-EXIT.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-OPEN-CASE THRU 5000-EXIT
      *   The posting is re-read for the case - the window table
      *   keeps only its key and amount.  A case already on file for
      *   the transaction (FRAUDSCR's, ADDRSCAN's, or this scan's
      *   own prior night) is left alone - re-runs stay clean.
      *----------------------------------------------------------------*
       5000-OPEN-CASE.
           MOVE WS-WD-TXN-ID(WS-WD-IDX) TO TXN-ID
           READ TRANSACTION-MASTER
               INVALID KEY
                   GO TO 5000-EXIT
           END-READ

           MOVE TXN-ID          TO FC-TXN-ID
           MOVE TXN-ACCT-NO     TO FC-ACCT-NO
           MOVE WS-WORK-CUST-ID TO FC-CUST-ID
           MOVE TXN-AMOUNT      TO FC-AMOUNT
           MOVE SPACES          TO FC-USUAL-CHANNEL
           MOVE 'ELD'           TO FC-ACTUAL-CHANNEL
           MOVE WS-TODAY        TO FC-OPEN-DATE
           MOVE 'O'             TO FC-STATUS
           MOVE ZERO            TO FC-DISP-DATE
           MOVE SPACES          TO FC-ANALYST

           MOVE 'CASE OPENED' TO WS-DL-NOTE
           WRITE FRAUD-CASE-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUP-CASE-CNT
                   MOVE 'ALREADY CASED' TO WS-DL-NOTE
           END-WRITE
           IF WS-CASE-STATUS = '00'
               ADD 1 TO WS-CASE-CNT
               ADD 1 TO WS-CUST-CASE-CNT
           END-IF

           MOVE WS-WORK-CUST-ID   TO WS-DL-CUST-ID
           MOVE WS-CUST-AGE       TO WS-DL-AGE
           MOVE TXN-ACCT-NO       TO WS-DL-ACCT-NO
           MOVE TXN-ID            TO WS-DL-TXN-ID
           MOVE TXN-AMOUNT        TO WS-DL-AMOUNT
           MOVE WS-BASE-MAX-DEBIT TO WS-DL-BASE-MAX
           MOVE WS-INDICATORS     TO WS-DL-INDICATORS
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5500-WRITE-OUTREACH THRU 5500-EXIT
      *   One line per customer for the branch's trusted-contact
      *   call.  The prior phone is the number before a change
      *   inside the window - blank when the phone has not moved.
      *----------------------------------------------------------------*
       5500-WRITE-OUTREACH.
           MOVE WS-WORK-CUST-ID     TO WS-OD-CUST-ID
           MOVE CUST-LAST-NAME      TO WS-OD-LAST-NAME
           MOVE CUST-FIRST-NAME     TO WS-OD-FIRST-NAME
           MOVE WS-CUST-AGE         TO WS-OD-AGE
           MOVE CUST-PHONE          TO WS-OD-PHONE
           IF WS-PRIOR-PHONE = CUST-PHONE
               MOVE SPACES          TO WS-OD-PRIOR-PHONE
           ELSE
               MOVE WS-PRIOR-PHONE  TO WS-OD-PRIOR-PHONE
           END-IF
           MOVE WS-FIRST-BRANCH     TO WS-OD-BRANCH
           MOVE WS-CUST-INDICATORS  TO WS-OD-INDICATORS
           MOVE WS-CUST-CASE-CNT    TO WS-OD-CASES
           MOVE WS-CUST-FLAGGED-AMT TO WS-OD-AMOUNT
           MOVE WS-OUT-DETAIL TO OUT-LINE
           WRITE OUT-LINE
           ADD 1 TO WS-OUTREACH-CNT.
       5500-EXIT.
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
           MOVE 'ELDRSCAN' TO RL-PROGRAM
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
