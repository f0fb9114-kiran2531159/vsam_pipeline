      *================================================================*
      * MULESCAN - MONEY MULE RAPID-MOVEMENT DETECTION
      *
      * The mule pattern: funds arrive by deposit, ACH credit or an
      * incoming transfer and are gone within a day or two by wire,
      * 'XF' transfer or cash withdrawal - often hopping through
      * several of our own accounts on the way.  FRAUDSCR scores
      * single postings and CTRSCAN single days of cash, so neither
      * sees money passing through.  Nightly, over a rolling window
      * of WS-WINDOW-DAYS:
      *
      * Measure - one pass of the TRANSACTION file buckets each
      * account's inflows and fast-exit outflows by day.  Outflows
      * are matched oldest-first against the inflow received the
      * same day or up to WS-RAPID-DAYS before; what matches has
      * moved rapidly.  An account whose inflow reached
      * WS-MIN-INFLOW and moved WS-RAPID-PCT or more rapidly (the
      * lower WS-NEW-ACCT-RAPID-PCT for an account opened inside
      * WS-NEW-ACCT-DAYS) is a candidate.
      *
      * Trace - a candidate's postings are browsed back
      * WS-HISTORY-DAYS before the window through the TXN-ACCT-NO
      * alternate index.  An 'XF' leg is followed to its other leg
      * (TXNPOST posts the debit leg and the credit leg under
      * consecutive TXN-IDs) for the account on the far side; a
      * wire to its WIREMAST beneficiary.  An outflow in the window
      * to a counterparty the account never paid before the window
      * - or in cash, to no counterparty at all - went somewhere
      * new; a transfer to the customer's own or co-owned account
      * (ACCTOWNR) did not.  A candidate with WS-NEW-CP-PCT or more
      * of its outflow going somewhere new is flagged.
      *
      * Report - each flagged account lists the in-house accounts
      * its transfers came from and went to and every account it
      * shares an owner with, marking those flagged too, so the
      * path the money took through the bank reads off the page.
      *
      * Feed - one MULEHITS record per flagged customer for SARCONS,
      * unless the customer was already hit inside WS-REHIT-DAYS.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MULESCAN.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL MONEY MULE RAPID-MOVEMENT SCAN.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-MASTER ASSIGN TO TXNMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-ID
               ALTERNATE RECORD KEY IS TXN-ACCT-NO WITH DUPLICATES
               FILE STATUS IS WS-TXN-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               ALTERNATE RECORD KEY IS ACCT-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT OWNER-XREF ASSIGN TO OWNXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-KEY
               ALTERNATE RECORD KEY IS AO-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-XREF-STATUS.

           SELECT WIRE-MASTER ASSIGN TO WIREMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WI-WIRE-ID
               FILE STATUS IS WS-WIRE-STATUS.

           SELECT MULE-HITS ASSIGN TO MULEHITS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIT-STATUS.

           SELECT MULE-REPORT ASSIGN TO MULERPT
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
       FD  TRANSACTION-MASTER.
           COPY "transaction.cpy".

       FD  ACCOUNT-MASTER.
           COPY "account.cpy".

       FD  OWNER-XREF.
           COPY "acctownr.cpy".

       FD  WIRE-MASTER.
           COPY "wiremstr.cpy".

       FD  MULE-HITS
           RECORD CONTAINS 92 CHARACTERS.
           COPY "mulehit.cpy".

       FD  MULE-REPORT
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

       01  WS-TXN-STATUS                  PIC X(02).
       01  WS-ACCT-STATUS                 PIC X(02).
       01  WS-XREF-STATUS                 PIC X(02).
       01  WS-WIRE-STATUS                 PIC X(02).
       01  WS-HIT-STATUS                  PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                   VALUE 'Y'.
           05  WS-HIT-EOF-SW              PIC X(01)   VALUE 'N'.
               88  WS-HIT-EOF               VALUE 'Y'.
           05  WS-BROWSE-EOF-SW           PIC X(01)   VALUE 'N'.
               88  WS-BROWSE-EOF            VALUE 'Y'.
           05  WS-FOUND-SW                PIC X(01)   VALUE 'N'.
               88  WS-FOUND                 VALUE 'Y'.
           05  WS-CASH-SW                 PIC X(01)   VALUE 'N'.
               88  WS-CASH-CHANNEL          VALUE 'Y'.
           05  WS-TABLE-FULL-SW           PIC X(01)   VALUE 'N'.
               88  WS-TABLE-FULL            VALUE 'Y'.
           05  WS-HITS-OPEN-SW            PIC X(01)   VALUE 'N'.
               88  WS-HITS-OPEN             VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-TODAY-JULIAN                PIC S9(09)  VALUE ZERO.
       01  WS-WINDOW-START                PIC 9(08)   VALUE ZERO.
       01  WS-HISTORY-START               PIC 9(08)   VALUE ZERO.
       01  WS-NEW-ACCT-START              PIC 9(08)   VALUE ZERO.
       01  WS-REHIT-START                 PIC 9(08)   VALUE ZERO.

      *----------------------------------------------------------------*
      * THE SCAN PARAMETERS.  WS-WINDOW-DAYS CANNOT EXCEED THE TEN
      * DAY BUCKETS EACH ACCOUNT CARRIES.
      *----------------------------------------------------------------*
       01  WS-WINDOW-DAYS                 PIC 9(02)   VALUE 10.
       01  WS-RAPID-DAYS                  PIC 9(02)   VALUE 02.
       01  WS-HISTORY-DAYS                PIC 9(03)   VALUE 180.
       01  WS-MIN-INFLOW                  PIC S9(09)V99 VALUE 5000.00.
       01  WS-RAPID-PCT                   PIC 9(03)   VALUE 070.
       01  WS-NEW-ACCT-RAPID-PCT          PIC 9(03)   VALUE 050.
       01  WS-NEW-ACCT-DAYS               PIC 9(03)   VALUE 090.
       01  WS-NEW-CP-PCT                  PIC 9(03)   VALUE 050.
       01  WS-REHIT-DAYS                  PIC 9(03)   VALUE 030.
       01  WS-MAX-ACCTS                   PIC 9(04)   VALUE 2000.
       01  WS-MAX-ITEMS                   PIC 9(03)   VALUE 300.
       01  WS-MAX-LINKS                   PIC 9(04)   VALUE 1000.
       01  WS-MAX-HITS                    PIC 9(04)   VALUE 0500.
       01  WS-MAX-PRIOR-HITS              PIC 9(04)   VALUE 2000.
       01  WS-MAX-OWNERS                  PIC 9(02)   VALUE 10.
       01  WS-MAX-SHARED                  PIC 9(02)   VALUE 20.

      *----------------------------------------------------------------*
      * CASH CHANNELS - A 'WD' OVER THE TELLER LINE OR AT AN ATM IS
      * CASH; AN 'ACH'-CHANNEL 'WD' IS AN ORIGINATED DEBIT.
      *----------------------------------------------------------------*
       01  WS-CASH-CHANNEL-CNT            PIC 9(02)   VALUE 02.
       01  WS-CASH-CHANNEL-LIST.
           05  FILLER                     PIC X(03)   VALUE 'BRN'.
           05  FILLER                     PIC X(03)   VALUE 'ATM'.
       01  WS-CASH-CHANNEL-TABLE REDEFINES WS-CASH-CHANNEL-LIST.
           05  WS-CL-ENTRY OCCURS 2 TIMES INDEXED BY WS-CL-IDX
                                          PIC X(03).

      *----------------------------------------------------------------*
      * THE WINDOW'S DAYS, OLDEST FIRST - A POSTING'S DAY BUCKET IS
      * ITS POSITION HERE.
      *----------------------------------------------------------------*
       01  WS-WINDOW-DATE-TABLE.
           05  WS-WT-DATE OCCURS 10 TIMES PIC 9(08).
       01  WS-DAY-SUB                     PIC 9(02)   VALUE ZERO.
       01  WS-SRC-SUB                     PIC 9(02)   VALUE ZERO.
       01  WS-FROM-SUB                    PIC S9(03)  VALUE ZERO.
       01  WS-POST-DAY                    PIC 9(02)   VALUE ZERO.

      *----------------------------------------------------------------*
      * ACCOUNTS WITH WINDOW ACTIVITY - TOTALS, THE DAY BUCKETS
      * (BOTH SIDES KEPT POSITIVE), AND THE EVALUATION RESULTS.
      *----------------------------------------------------------------*
       01  WS-ACCT-CNT                    PIC 9(04)   VALUE ZERO.
       01  WS-ACCT-TABLE.
           05  WS-AT-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-AT-IDX WS-AT-IDX2.
               10  WS-AT-ACCT-NO            PIC 9(12).
               10  WS-AT-CUST-ID            PIC 9(10).
               10  WS-AT-OPEN-DATE          PIC 9(08).
               10  WS-AT-INFLOW             PIC S9(11)V99.
               10  WS-AT-OUTFLOW            PIC S9(11)V99.
               10  WS-AT-RAPID-OUT          PIC S9(11)V99.
               10  WS-AT-NEW-CP-OUT         PIC S9(11)V99.
               10  WS-AT-FIRST-IN-DATE      PIC 9(08).
               10  WS-AT-RAPID-PCT          PIC 9(03).
               10  WS-AT-FLAG-SW            PIC X(01).
                   88  WS-AT-FLAGGED          VALUE 'Y'.
               10  WS-AT-NEW-ACCT           PIC X(01).
               10  WS-AT-INTERNAL           PIC X(01).
               10  WS-AT-DAY OCCURS 10 TIMES.
                   15  WS-AT-DAY-IN         PIC S9(11)V99.
                   15  WS-AT-DAY-OUT        PIC S9(11)V99.

       01  WS-AVAIL-TABLE.
           05  WS-AVAIL-IN OCCURS 10 TIMES PIC S9(11)V99.
       01  WS-REMAINING-OUT               PIC S9(11)V99 VALUE ZERO.
       01  WS-TAKE-AMT                    PIC S9(11)V99 VALUE ZERO.
       01  WS-WORK-AMT                    PIC S9(11)V99 VALUE ZERO.
       01  WS-PCT-LIMIT                   PIC 9(03)   VALUE ZERO.
       01  WS-PCT-WORK                    PIC 9(05)   VALUE ZERO.

      *----------------------------------------------------------------*
      * THE CANDIDATE IN HAND - ITS TRACED POSTINGS: EVERY 'XF' AND
      * WIRE DEBIT SINCE THE HISTORY START, AND THE WINDOW'S CASH
      * WITHDRAWALS AND INCOMING TRANSFERS, EACH RESOLVED TO THE
      * COUNTERPARTY ON THE FAR SIDE.
      *----------------------------------------------------------------*
       01  WS-WORK-ACCT-NO                PIC 9(12)   VALUE ZERO.
       01  WS-WORK-CUST-ID                PIC 9(10)   VALUE ZERO.
       01  WS-SEARCH-ACCT-NO              PIC 9(12)   VALUE ZERO.
       01  WS-OTHER-TXN-ID                PIC 9(15)   VALUE ZERO.
       01  WS-ITEM-CNT                    PIC 9(03)   VALUE ZERO.
       01  WS-ITEM-TABLE.
           05  WS-IT-ENTRY OCCURS 300 TIMES
                           INDEXED BY WS-IT-IDX WS-IT-IDX2.
               10  WS-IT-TXN-ID             PIC 9(15).
               10  WS-IT-POST-DATE          PIC 9(08).
               10  WS-IT-TYPE               PIC X(02).
               10  WS-IT-AMOUNT             PIC S9(09)V99.
               10  WS-IT-WINDOW             PIC X(01).
               10  WS-IT-WIRE-ID            PIC 9(10).
               10  WS-IT-OTHER-ACCT         PIC 9(12).
               10  WS-IT-OWN                PIC X(01).
               10  WS-IT-CP-KEY             PIC X(27).

      *    'WIRE ' AND THE WIRE-ID LEAD WIREREL'S 'WR' DESCRIPTION.
       01  WS-WIRE-DESC.
           05  WS-WIRE-DESC-LIT           PIC X(05).
           05  WS-WIRE-DESC-ID            PIC 9(10).
           05  FILLER                     PIC X(25).

      *    A COUNTERPARTY - 'A' AND OUR ACCOUNT NUMBER, OR 'W' AND
      *    THE WIRE BENEFICIARY'S ROUTING AND ACCOUNT.
       01  WS-CP-BUILD.
           05  WS-CB-TYPE                 PIC X(01).
           05  WS-CB-ACCT-VIEW.
               10  WS-CB-ACCT             PIC 9(12).
               10  FILLER                 PIC X(14).
           05  WS-CB-WIRE-VIEW REDEFINES WS-CB-ACCT-VIEW.
               10  WS-CB-ABA              PIC 9(09).
               10  WS-CB-BENE-ACCT        PIC X(17).

      *----------------------------------------------------------------*
      * IN-HOUSE TRANSFER LINKS SEEN ON THE CANDIDATES' WINDOW
      * POSTINGS - THE PATH MONEY TOOK THROUGH OUR ACCOUNTS.
      *----------------------------------------------------------------*
       01  WS-LINK-CNT                    PIC 9(04)   VALUE ZERO.
       01  WS-LINK-TABLE.
           05  WS-LK-ENTRY OCCURS 1000 TIMES INDEXED BY WS-LK-IDX.
               10  WS-LK-FROM-ACCT          PIC 9(12).
               10  WS-LK-TO-ACCT            PIC 9(12).
               10  WS-LK-DATE               PIC 9(08).
               10  WS-LK-AMOUNT             PIC S9(09)V99.
       01  WS-NEW-LINK.
           05  WS-NL-FROM-ACCT            PIC 9(12).
           05  WS-NL-TO-ACCT              PIC 9(12).
           05  WS-NL-DATE                 PIC 9(08).
           05  WS-NL-AMOUNT               PIC S9(09)V99.

      *----------------------------------------------------------------*
      * THE FLAGGED ACCOUNT'S OWNERS AND THE OTHER ACCOUNTS IT
      * SHARES THEM WITH, FOR THE REPORT.
      *----------------------------------------------------------------*
       01  WS-OWNER-CNT                   PIC 9(02)   VALUE ZERO.
       01  WS-OWNER-TABLE.
           05  WS-OW-CUST-ID OCCURS 10 TIMES
                           INDEXED BY WS-OW-IDX PIC 9(10).
       01  WS-SHARED-CNT                  PIC 9(02)   VALUE ZERO.
       01  WS-SHARED-TABLE.
           05  WS-SH-ACCT-NO OCCURS 20 TIMES
                           INDEXED BY WS-SH-IDX PIC 9(12).

      *----------------------------------------------------------------*
      * TONIGHT'S CUSTOMER HITS, AND THE CUSTOMERS ALREADY HIT
      * INSIDE THE RE-HIT INTERVAL.
      *----------------------------------------------------------------*
       01  WS-HIT-CNT                     PIC 9(04)   VALUE ZERO.
       01  WS-HIT-TABLE.
           05  WS-HE-ENTRY OCCURS 500 TIMES INDEXED BY WS-HE-IDX.
               10  WS-HE-CUST-ID            PIC 9(10).
               10  WS-HE-LEAD-ACCT-NO       PIC 9(12).
               10  WS-HE-LEAD-RAPID         PIC S9(11)V99.
               10  WS-HE-ACCT-CNT           PIC 9(03).
               10  WS-HE-INFLOW             PIC S9(11)V99.
               10  WS-HE-RAPID-OUT          PIC S9(11)V99.
               10  WS-HE-NEW-CP-OUT         PIC S9(11)V99.
               10  WS-HE-FIRST-DATE         PIC 9(08).
               10  WS-HE-NEW-ACCT           PIC X(01).
               10  WS-HE-INTERNAL           PIC X(01).

       01  WS-PRIOR-HIT-CNT               PIC 9(04)   VALUE ZERO.
       01  WS-PRIOR-HIT-TABLE.
           05  WS-PH-CUST-ID OCCURS 2000 TIMES
                           INDEXED BY WS-PH-IDX PIC 9(10).

       01  WS-COUNTERS.
           05  WS-TXN-CNT                 PIC 9(09)   VALUE ZERO.
           05  WS-WINDOW-ITEM-CNT         PIC 9(09)   VALUE ZERO.
           05  WS-CANDIDATE-CNT           PIC 9(07)   VALUE ZERO.
           05  WS-FLAGGED-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-WRITTEN-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-REHIT-CNT               PIC 9(07)   VALUE ZERO.
           05  WS-ITEM-OVFL-CNT           PIC 9(07)   VALUE ZERO.

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
           05  FILLER PIC X(41) VALUE
               'MULE RAPID-MOVEMENT SCAN - CYCLE DATE '.
           05  WS-HD-DATE                 PIC 9(08).
           05  FILLER PIC X(15) VALUE '  WINDOW FROM '.
           05  WS-HD-WINDOW-START         PIC 9(08).

       01  WS-COLUMN-LINE.
           05  FILLER PIC X(14) VALUE 'ACCOUNT'.
           05  FILLER PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER PIC X(10) VALUE 'OPENED'.
           05  FILLER PIC X(16) VALUE '        INFLOW'.
           05  FILLER PIC X(16) VALUE '    RAPID OUT'.
           05  FILLER PIC X(05) VALUE 'PCT'.
           05  FILLER PIC X(16) VALUE '   TO NEW CPTY'.
           05  FILLER PIC X(12) VALUE 'NOTE'.

       01  WS-DETAIL-LINE.
           05  WS-DL-ACCT-NO              PIC 9(12).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DL-CUST-ID              PIC 9(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DL-OPEN-DATE            PIC 9(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DL-INFLOW               PIC -(11)9.99.
           05  WS-DL-RAPID-OUT            PIC -(11)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-PCT                  PIC ZZ9.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-NEW-CP-OUT           PIC -(11)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-NOTE                 PIC X(12).

       01  WS-TRACE-LINE.
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  WS-TL-LABEL                PIC X(14).
           05  WS-TL-ACCT-NO              PIC 9(12).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-TL-CUST-LABEL           PIC X(06).
           05  WS-TL-CUST-ID              PIC Z(09)9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-TL-DATE                 PIC Z(07)9.
           05  WS-TL-AMOUNT               PIC -(11)9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-TL-FLAGGED              PIC X(09).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'S' TO WS-RL-PHASE
           MOVE ZERO TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-SCAN-TRANSACTION THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 3000-EVALUATE-ACCOUNT THRU 3000-EXIT
               VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-ACCT-CNT
           PERFORM 4000-REPORT-ACCOUNT THRU 4000-EXIT
               VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-ACCT-CNT
           PERFORM 5000-WRITE-HITS THRU 5000-EXIT
           PERFORM 6000-TERMINATE THRU 6000-EXIT
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-TXN-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE THRU 1000-EXIT
      *   Lays out the window's days, the history, new-account and
      *   re-hit cutoffs, and loads the customers already hit.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT TRANSACTION-MASTER
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT OWNER-XREF
           OPEN INPUT WIRE-MASTER
           OPEN OUTPUT MULE-REPORT
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT

           MOVE WS-TODAY TO WS-CONV-DATE
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           MOVE WS-CONV-JULIAN TO WS-TODAY-JULIAN

           COMPUTE WS-CONV-JULIAN =
               WS-TODAY-JULIAN - WS-WINDOW-DAYS + 1
           PERFORM 1050-LAY-OUT-ONE-DAY THRU 1050-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-WINDOW-DAYS
           MOVE WS-WT-DATE(1) TO WS-WINDOW-START

           COMPUTE WS-CONV-JULIAN = WS-TODAY-JULIAN
               - WS-WINDOW-DAYS + 1 - WS-HISTORY-DAYS
           PERFORM 8100-CONVERT-JULIAN-TO-DATE THRU 8100-EXIT
           MOVE WS-CONV-DATE TO WS-HISTORY-START

           COMPUTE WS-CONV-JULIAN =
               WS-TODAY-JULIAN - WS-NEW-ACCT-DAYS
           PERFORM 8100-CONVERT-JULIAN-TO-DATE THRU 8100-EXIT
           MOVE WS-CONV-DATE TO WS-NEW-ACCT-START

           COMPUTE WS-CONV-JULIAN =
               WS-TODAY-JULIAN - WS-REHIT-DAYS
           PERFORM 8100-CONVERT-JULIAN-TO-DATE THRU 8100-EXIT
           MOVE WS-CONV-DATE TO WS-REHIT-START

           PERFORM 1500-LOAD-PRIOR-HITS THRU 1500-EXIT

           MOVE WS-TODAY TO WS-HD-DATE
           MOVE WS-WINDOW-START TO WS-HD-WINDOW-START
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 2100-READ-TRANSACTION.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1050-LAY-OUT-ONE-DAY THRU 1050-EXIT
      *----------------------------------------------------------------*
       1050-LAY-OUT-ONE-DAY.
           PERFORM 8100-CONVERT-JULIAN-TO-DATE THRU 8100-EXIT
           MOVE WS-CONV-DATE TO WS-WT-DATE(WS-DAY-SUB)
           ADD 1 TO WS-CONV-JULIAN.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1500-LOAD-PRIOR-HITS THRU 1500-EXIT
      *   The hits file accumulates; only hits on or after the
      *   re-hit cutoff matter.  No file yet means no prior hits.
      *----------------------------------------------------------------*
       1500-LOAD-PRIOR-HITS.
           OPEN INPUT MULE-HITS
           IF WS-HIT-STATUS NOT = '00'
               GO TO 1500-EXIT
           END-IF
           PERFORM 1510-LOAD-ONE-HIT THRU 1510-EXIT
               UNTIL WS-HIT-EOF
           CLOSE MULE-HITS.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1510-LOAD-ONE-HIT THRU 1510-EXIT
      *----------------------------------------------------------------*
       1510-LOAD-ONE-HIT.
           READ MULE-HITS
               AT END
                   MOVE 'Y' TO WS-HIT-EOF-SW
           END-READ
           IF WS-HIT-EOF
               GO TO 1510-EXIT
           END-IF
           IF MH-HIT-DATE < WS-REHIT-START
               GO TO 1510-EXIT
           END-IF
           IF WS-PRIOR-HIT-CNT >= WS-MAX-PRIOR-HITS
               GO TO 1510-EXIT
           END-IF
           ADD 1 TO WS-PRIOR-HIT-CNT
           SET WS-PH-IDX TO WS-PRIOR-HIT-CNT
           MOVE MH-CUST-ID TO WS-PH-CUST-ID(WS-PH-IDX).
       1510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-SCAN-TRANSACTION THRU 2000-EXIT
      *   Inflows are credits by deposit (teller, mobile, ACH) or
      *   the credit leg of a transfer; fast exits are wires,
      *   transfer debit legs and cash withdrawals.  Everything
      *   else - card spend, checks, bill pay, fees, sweeps - is
      *   ordinary use of an account and stays out of the measure.
      *----------------------------------------------------------------*
       2000-SCAN-TRANSACTION.
           ADD 1 TO WS-TXN-CNT

           IF TXN-STATUS NOT = 'P'
               OR TXN-POST-DATE < WS-WINDOW-START
               OR TXN-POST-DATE > WS-TODAY
               GO TO 2000-READ-NEXT
           END-IF

           MOVE ZERO TO WS-WORK-AMT
           EVALUATE TRUE
               WHEN TXN-AMOUNT > ZERO
                   AND (TXN-TYPE = 'DP' OR TXN-TYPE = 'XF')
                   MOVE TXN-AMOUNT TO WS-WORK-AMT
               WHEN TXN-AMOUNT < ZERO
                   AND (TXN-TYPE = 'WR' OR TXN-TYPE = 'XF')
                   MOVE TXN-AMOUNT TO WS-WORK-AMT
               WHEN TXN-AMOUNT < ZERO AND TXN-TYPE = 'WD'
                   PERFORM 2300-CHECK-CASH THRU 2300-EXIT
                   IF WS-CASH-CHANNEL
                       MOVE TXN-AMOUNT TO WS-WORK-AMT
                   END-IF
           END-EVALUATE
           IF WS-WORK-AMT = ZERO
               GO TO 2000-READ-NEXT
           END-IF

           PERFORM 2200-FIND-POST-DAY THRU 2200-EXIT
           IF WS-POST-DAY = ZERO
               GO TO 2000-READ-NEXT
           END-IF
           PERFORM 2400-FIND-ACCOUNT THRU 2400-EXIT
           IF NOT WS-FOUND
               GO TO 2000-READ-NEXT
           END-IF

           ADD 1 TO WS-WINDOW-ITEM-CNT
           IF WS-WORK-AMT > ZERO
               ADD WS-WORK-AMT TO WS-AT-INFLOW(WS-AT-IDX)
               ADD WS-WORK-AMT TO WS-AT-DAY-IN(WS-AT-IDX, WS-POST-DAY)
           ELSE
               SUBTRACT WS-WORK-AMT FROM WS-AT-OUTFLOW(WS-AT-IDX)
               SUBTRACT WS-WORK-AMT
                   FROM WS-AT-DAY-OUT(WS-AT-IDX, WS-POST-DAY)
           END-IF.
       2000-READ-NEXT.
           PERFORM 2100-READ-TRANSACTION.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-READ-TRANSACTION
      *----------------------------------------------------------------*
       2100-READ-TRANSACTION.
           READ TRANSACTION-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 2200-FIND-POST-DAY THRU 2200-EXIT
      *----------------------------------------------------------------*
       2200-FIND-POST-DAY.
           MOVE ZERO TO WS-POST-DAY
           PERFORM 2210-CHECK-ONE-DAY THRU 2210-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-WINDOW-DAYS
                  OR WS-POST-DAY NOT = ZERO.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2210-CHECK-ONE-DAY THRU 2210-EXIT
      *----------------------------------------------------------------*
       2210-CHECK-ONE-DAY.
           IF WS-WT-DATE(WS-DAY-SUB) = TXN-POST-DATE
               MOVE WS-DAY-SUB TO WS-POST-DAY
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-CHECK-CASH THRU 2300-EXIT
      *----------------------------------------------------------------*
       2300-CHECK-CASH.
           MOVE 'N' TO WS-CASH-SW
           PERFORM 2310-CHECK-ONE-CHANNEL THRU 2310-EXIT
               VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CASH-CHANNEL-CNT
                  OR WS-CASH-CHANNEL.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2310-CHECK-ONE-CHANNEL THRU 2310-EXIT
      *----------------------------------------------------------------*
       2310-CHECK-ONE-CHANNEL.
           IF WS-CL-ENTRY(WS-CL-IDX) = TXN-CHANNEL
               MOVE 'Y' TO WS-CASH-SW
           END-IF.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2400-FIND-ACCOUNT THRU 2400-EXIT
      *   Finds or adds the posting's account - WS-FOUND is left
      *   off only when the table is full.
      *----------------------------------------------------------------*
       2400-FIND-ACCOUNT.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 2410-CHECK-ONE-ACCOUNT THRU 2410-EXIT
               VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-ACCT-CNT
                  OR WS-FOUND

      *    THE PERFORM VARYING AUGMENT LEAVES THE INDEX ONE PAST THE
      *    MATCHED ENTRY, SO STEP IT BACK BEFORE SUBSCRIPTING.
           IF WS-FOUND
               SET WS-AT-IDX DOWN BY 1
               GO TO 2400-EXIT
           END-IF

           IF WS-ACCT-CNT >= WS-MAX-ACCTS
               IF NOT WS-TABLE-FULL
                   MOVE 'Y' TO WS-TABLE-FULL-SW
                   DISPLAY 'MULESCAN ACCOUNT TABLE FULL - '
                       'REMAINING ACCOUNTS NOT MEASURED'
               END-IF
               GO TO 2400-EXIT
           END-IF
           ADD 1 TO WS-ACCT-CNT
           SET WS-AT-IDX TO WS-ACCT-CNT
           INITIALIZE WS-AT-ENTRY(WS-AT-IDX)
           MOVE TXN-ACCT-NO TO WS-AT-ACCT-NO(WS-AT-IDX)
           MOVE 'N' TO WS-AT-FLAG-SW(WS-AT-IDX)
           MOVE 'Y' TO WS-FOUND-SW.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2410-CHECK-ONE-ACCOUNT THRU 2410-EXIT
      *----------------------------------------------------------------*
       2410-CHECK-ONE-ACCOUNT.
           IF WS-AT-ACCT-NO(WS-AT-IDX) = TXN-ACCT-NO
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2410-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-EVALUATE-ACCOUNT THRU 3000-EXIT
      *   Measures how much of the account's inflow moved rapidly;
      *   a candidate is traced to its counterparties and flagged
      *   when most of its outflow went somewhere new.
      *----------------------------------------------------------------*
       3000-EVALUATE-ACCOUNT.
           IF WS-AT-INFLOW(WS-AT-IDX) < WS-MIN-INFLOW
               GO TO 3000-EXIT
           END-IF

           PERFORM 3100-MEASURE-RAPID THRU 3100-EXIT

           MOVE WS-AT-ACCT-NO(WS-AT-IDX) TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   GO TO 3000-EXIT
           END-READ
           MOVE ACCT-CUST-ID   TO WS-AT-CUST-ID(WS-AT-IDX)
           MOVE ACCT-OPEN-DATE TO WS-AT-OPEN-DATE(WS-AT-IDX)
           IF ACCT-OPEN-DATE >= WS-NEW-ACCT-START
               MOVE 'N' TO WS-AT-NEW-ACCT(WS-AT-IDX)
               MOVE WS-NEW-ACCT-RAPID-PCT TO WS-PCT-LIMIT
           ELSE
               MOVE SPACE TO WS-AT-NEW-ACCT(WS-AT-IDX)
               MOVE WS-RAPID-PCT TO WS-PCT-LIMIT
           END-IF

           COMPUTE WS-PCT-WORK =
               (WS-AT-RAPID-OUT(WS-AT-IDX) * 100)
                   / WS-AT-INFLOW(WS-AT-IDX)
           IF WS-PCT-WORK > 999
               MOVE 999 TO WS-PCT-WORK
           END-IF
           MOVE WS-PCT-WORK TO WS-AT-RAPID-PCT(WS-AT-IDX)
           IF WS-PCT-WORK < WS-PCT-LIMIT
               GO TO 3000-EXIT
           END-IF

           ADD 1 TO WS-CANDIDATE-CNT
           MOVE WS-AT-ACCT-NO(WS-AT-IDX) TO WS-WORK-ACCT-NO
           MOVE WS-AT-CUST-ID(WS-AT-IDX) TO WS-WORK-CUST-ID
           PERFORM 3200-TRACE-POSTINGS THRU 3200-EXIT
           PERFORM 3300-RESOLVE-ITEM THRU 3300-EXIT
               VARYING WS-IT-IDX FROM 1 BY 1
               UNTIL WS-IT-IDX > WS-ITEM-CNT
           PERFORM 3400-WEIGH-ITEM THRU 3400-EXIT
               VARYING WS-IT-IDX FROM 1 BY 1
               UNTIL WS-IT-IDX > WS-ITEM-CNT

           IF WS-AT-NEW-CP-OUT(WS-AT-IDX) * 100 >=
               WS-AT-OUTFLOW(WS-AT-IDX) * WS-NEW-CP-PCT
               MOVE 'Y' TO WS-AT-FLAG-SW(WS-AT-IDX)
               ADD 1 TO WS-FLAGGED-CNT
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-MEASURE-RAPID THRU 3100-EXIT
      *   Each day's outflow draws down the inflow still unspent
      *   from that day and the WS-RAPID-DAYS before it, oldest
      *   first; what it draws down moved rapidly.  Inflow older
      *   than that has sat long enough to be the account's own.
      *----------------------------------------------------------------*
       3100-MEASURE-RAPID.
           MOVE ZERO TO WS-AT-RAPID-OUT(WS-AT-IDX)
           MOVE ZERO TO WS-AT-FIRST-IN-DATE(WS-AT-IDX)
           PERFORM 3110-LOAD-AVAIL THRU 3110-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-WINDOW-DAYS
           PERFORM 3120-MATCH-ONE-DAY THRU 3120-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-WINDOW-DAYS.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3110-LOAD-AVAIL THRU 3110-EXIT
      *----------------------------------------------------------------*
       3110-LOAD-AVAIL.
           MOVE WS-AT-DAY-IN(WS-AT-IDX, WS-DAY-SUB)
               TO WS-AVAIL-IN(WS-DAY-SUB)
           IF WS-AVAIL-IN(WS-DAY-SUB) > ZERO
               AND WS-AT-FIRST-IN-DATE(WS-AT-IDX) = ZERO
               MOVE WS-WT-DATE(WS-DAY-SUB)
                   TO WS-AT-FIRST-IN-DATE(WS-AT-IDX)
           END-IF.
       3110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3120-MATCH-ONE-DAY THRU 3120-EXIT
      *----------------------------------------------------------------*
       3120-MATCH-ONE-DAY.
           MOVE WS-AT-DAY-OUT(WS-AT-IDX, WS-DAY-SUB)
               TO WS-REMAINING-OUT
           IF WS-REMAINING-OUT = ZERO
               GO TO 3120-EXIT
           END-IF
           COMPUTE WS-FROM-SUB = WS-DAY-SUB - WS-RAPID-DAYS
           IF WS-FROM-SUB < 1
               MOVE 1 TO WS-FROM-SUB
           END-IF
           PERFORM 3130-DRAW-ONE-DAY THRU 3130-EXIT
               VARYING WS-SRC-SUB FROM WS-FROM-SUB BY 1
               UNTIL WS-SRC-SUB > WS-DAY-SUB
                  OR WS-REMAINING-OUT = ZERO.
       3120-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3130-DRAW-ONE-DAY THRU 3130-EXIT
      *----------------------------------------------------------------*
       3130-DRAW-ONE-DAY.
           IF WS-AVAIL-IN(WS-SRC-SUB) >= WS-REMAINING-OUT
               MOVE WS-REMAINING-OUT TO WS-TAKE-AMT
           ELSE
               MOVE WS-AVAIL-IN(WS-SRC-SUB) TO WS-TAKE-AMT
           END-IF
           SUBTRACT WS-TAKE-AMT FROM WS-AVAIL-IN(WS-SRC-SUB)
           SUBTRACT WS-TAKE-AMT FROM WS-REMAINING-OUT
           ADD WS-TAKE-AMT TO WS-AT-RAPID-OUT(WS-AT-IDX).
       3130-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-TRACE-POSTINGS THRU 3200-EXIT
      *   Browses the candidate's postings from the history start
      *   through the TXN-ACCT-NO alternate index.  The items are
      *   only tabled here - resolving them reads the file by key,
      *   which would lose the browse position.
      *----------------------------------------------------------------*
       3200-TRACE-POSTINGS.
           MOVE ZERO TO WS-ITEM-CNT
           MOVE 'N' TO WS-BROWSE-EOF-SW
           MOVE WS-WORK-ACCT-NO TO TXN-ACCT-NO
           START TRANSACTION-MASTER KEY IS NOT LESS THAN TXN-ACCT-NO
               INVALID KEY
                   MOVE 'Y' TO WS-BROWSE-EOF-SW
           END-START
           PERFORM 3210-TRACE-ONE-POSTING THRU 3210-EXIT
               UNTIL WS-BROWSE-EOF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3210-TRACE-ONE-POSTING THRU 3210-EXIT
      *   Before the window only the outflows matter - they are the
      *   counterparties the account already knew.  Inside it, the
      *   incoming transfers are kept too, for the path report.
      *----------------------------------------------------------------*
       3210-TRACE-ONE-POSTING.
           READ TRANSACTION-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BROWSE-EOF-SW
           END-READ
           IF WS-BROWSE-EOF
               GO TO 3210-EXIT
           END-IF
           IF TXN-ACCT-NO NOT = WS-WORK-ACCT-NO
               MOVE 'Y' TO WS-BROWSE-EOF-SW
               GO TO 3210-EXIT
           END-IF
           IF TXN-STATUS NOT = 'P'
               OR TXN-POST-DATE < WS-HISTORY-START
               OR TXN-POST-DATE > WS-TODAY
               GO TO 3210-EXIT
           END-IF

           MOVE 'N' TO WS-FOUND-SW
           EVALUATE TRUE
               WHEN TXN-TYPE = 'XF' AND TXN-AMOUNT < ZERO
                   MOVE 'Y' TO WS-FOUND-SW
               WHEN TXN-TYPE = 'WR' AND TXN-AMOUNT < ZERO
                   MOVE 'Y' TO WS-FOUND-SW
               WHEN TXN-POST-DATE < WS-WINDOW-START
                   CONTINUE
               WHEN TXN-TYPE = 'XF' AND TXN-AMOUNT > ZERO
                   MOVE 'Y' TO WS-FOUND-SW
               WHEN TXN-TYPE = 'WD' AND TXN-AMOUNT < ZERO
                   PERFORM 2300-CHECK-CASH THRU 2300-EXIT
                   IF WS-CASH-CHANNEL
                       MOVE 'Y' TO WS-FOUND-SW
                   END-IF
           END-EVALUATE
           IF NOT WS-FOUND
               GO TO 3210-EXIT
           END-IF

           IF WS-ITEM-CNT >= WS-MAX-ITEMS
               ADD 1 TO WS-ITEM-OVFL-CNT
               GO TO 3210-EXIT
           END-IF
           ADD 1 TO WS-ITEM-CNT
           SET WS-IT-IDX TO WS-ITEM-CNT
           MOVE TXN-ID        TO WS-IT-TXN-ID(WS-IT-IDX)
           MOVE TXN-POST-DATE TO WS-IT-POST-DATE(WS-IT-IDX)
           MOVE TXN-TYPE      TO WS-IT-TYPE(WS-IT-IDX)
           MOVE TXN-AMOUNT    TO WS-IT-AMOUNT(WS-IT-IDX)
           IF TXN-POST-DATE >= WS-WINDOW-START
               MOVE 'Y' TO WS-IT-WINDOW(WS-IT-IDX)
           ELSE
               MOVE 'N' TO WS-IT-WINDOW(WS-IT-IDX)
           END-IF
           MOVE ZERO   TO WS-IT-WIRE-ID(WS-IT-IDX)
           MOVE ZERO   TO WS-IT-OTHER-ACCT(WS-IT-IDX)
           MOVE 'N'    TO WS-IT-OWN(WS-IT-IDX)
           MOVE SPACES TO WS-IT-CP-KEY(WS-IT-IDX)
           IF TXN-TYPE = 'WR'
               MOVE TXN-DESC TO WS-WIRE-DESC
               IF WS-WIRE-DESC-LIT = 'WIRE '
                   AND WS-WIRE-DESC-ID NUMERIC
                   MOVE WS-WIRE-DESC-ID TO WS-IT-WIRE-ID(WS-IT-IDX)
               END-IF
           END-IF.
       3210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3300-RESOLVE-ITEM THRU 3300-EXIT
      *   A transfer debit leg's credit leg is the next TXN-ID, a
      *   credit leg's debit leg the one before; the account on the
      *   other leg is the counterparty.  A wire's counterparty is
      *   its beneficiary.  A cash withdrawal has none.
      *----------------------------------------------------------------*
       3300-RESOLVE-ITEM.
           IF WS-IT-TYPE(WS-IT-IDX) = 'WR'
               PERFORM 3320-RESOLVE-WIRE THRU 3320-EXIT
               GO TO 3300-EXIT
           END-IF
           IF WS-IT-TYPE(WS-IT-IDX) NOT = 'XF'
               GO TO 3300-EXIT
           END-IF

           IF WS-IT-AMOUNT(WS-IT-IDX) < ZERO
               COMPUTE WS-OTHER-TXN-ID = WS-IT-TXN-ID(WS-IT-IDX) + 1
           ELSE
               COMPUTE WS-OTHER-TXN-ID = WS-IT-TXN-ID(WS-IT-IDX) - 1
           END-IF
           MOVE WS-OTHER-TXN-ID TO TXN-ID
           READ TRANSACTION-MASTER
               INVALID KEY
                   GO TO 3300-EXIT
           END-READ
           IF TXN-TYPE NOT = 'XF'
               GO TO 3300-EXIT
           END-IF
           IF TXN-AMOUNT + WS-IT-AMOUNT(WS-IT-IDX) NOT = ZERO
               GO TO 3300-EXIT
           END-IF

           MOVE TXN-ACCT-NO TO WS-IT-OTHER-ACCT(WS-IT-IDX)
           MOVE 'A'         TO WS-CB-TYPE
           MOVE SPACES      TO WS-CB-ACCT-VIEW
           MOVE TXN-ACCT-NO TO WS-CB-ACCT
           MOVE WS-CP-BUILD TO WS-IT-CP-KEY(WS-IT-IDX)
           PERFORM 3330-CHECK-OWN-ACCOUNT THRU 3330-EXIT.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3320-RESOLVE-WIRE THRU 3320-EXIT
      *----------------------------------------------------------------*
       3320-RESOLVE-WIRE.
           IF WS-IT-WIRE-ID(WS-IT-IDX) = ZERO
               GO TO 3320-EXIT
           END-IF
           MOVE WS-IT-WIRE-ID(WS-IT-IDX) TO WI-WIRE-ID
           READ WIRE-MASTER
               INVALID KEY
                   GO TO 3320-EXIT
           END-READ
           MOVE 'W'             TO WS-CB-TYPE
           MOVE WI-BENE-ABA     TO WS-CB-ABA
           MOVE WI-BENE-ACCT    TO WS-CB-BENE-ACCT
           MOVE WS-CP-BUILD     TO WS-IT-CP-KEY(WS-IT-IDX).
       3320-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3330-CHECK-OWN-ACCOUNT THRU 3330-EXIT
      *   The other account is the customer's own when the customer
      *   owns it outright or is on it as a joint owner, or when its
      *   owner is on the candidate account - money moving between
      *   a household's accounts is not leaving.
      *----------------------------------------------------------------*
       3330-CHECK-OWN-ACCOUNT.
           MOVE WS-IT-OTHER-ACCT(WS-IT-IDX) TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   GO TO 3330-EXIT
           END-READ
           IF ACCT-CUST-ID = WS-WORK-CUST-ID
               MOVE 'Y' TO WS-IT-OWN(WS-IT-IDX)
               GO TO 3330-EXIT
           END-IF

           MOVE WS-IT-OTHER-ACCT(WS-IT-IDX) TO AO-ACCT-NO
           MOVE WS-WORK-CUST-ID             TO AO-CUST-ID
           READ OWNER-XREF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AO-STATUS = 'A'
                       MOVE 'Y' TO WS-IT-OWN(WS-IT-IDX)
                       GO TO 3330-EXIT
                   END-IF
           END-READ

           MOVE WS-WORK-ACCT-NO TO AO-ACCT-NO
           MOVE ACCT-CUST-ID    TO AO-CUST-ID
           READ OWNER-XREF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AO-STATUS = 'A'
                       MOVE 'Y' TO WS-IT-OWN(WS-IT-IDX)
                   END-IF
           END-READ.
       3330-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3400-WEIGH-ITEM THRU 3400-EXIT
      *   A window outflow went somewhere new unless it went to the
      *   customer's own account or to a counterparty already paid
      *   before the window.  Cash, and a counterparty that cannot
      *   be resolved, count as new - nothing says where it went.
      *   Every transfer in the window with another customer's
      *   account is kept as a link for the path report.
      *----------------------------------------------------------------*
       3400-WEIGH-ITEM.
           IF WS-IT-WINDOW(WS-IT-IDX) NOT = 'Y'
               GO TO 3400-EXIT
           END-IF
           IF WS-IT-OWN(WS-IT-IDX) = 'Y'
               GO TO 3400-EXIT
           END-IF
           IF WS-IT-OTHER-ACCT(WS-IT-IDX) NOT = ZERO
               PERFORM 3450-ADD-LINK THRU 3450-EXIT
           END-IF
           IF WS-IT-AMOUNT(WS-IT-IDX) NOT < ZERO
               GO TO 3400-EXIT
           END-IF

           MOVE 'N' TO WS-FOUND-SW
           IF WS-IT-CP-KEY(WS-IT-IDX) NOT = SPACES
               PERFORM 3410-CHECK-PRIOR THRU 3410-EXIT
                   VARYING WS-IT-IDX2 FROM 1 BY 1
                   UNTIL WS-IT-IDX2 > WS-ITEM-CNT
                      OR WS-FOUND
           END-IF
           IF NOT WS-FOUND
               SUBTRACT WS-IT-AMOUNT(WS-IT-IDX)
                   FROM WS-AT-NEW-CP-OUT(WS-AT-IDX)
           END-IF.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3410-CHECK-PRIOR THRU 3410-EXIT
      *----------------------------------------------------------------*
       3410-CHECK-PRIOR.
           IF WS-IT-WINDOW(WS-IT-IDX2) = 'N'
               AND WS-IT-AMOUNT(WS-IT-IDX2) < ZERO
               AND WS-IT-CP-KEY(WS-IT-IDX2) = WS-IT-CP-KEY(WS-IT-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       3410-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3450-ADD-LINK THRU 3450-EXIT
      *   Both ends of a transfer between two candidates record the
      *   same link - it is kept once.
      *----------------------------------------------------------------*
       3450-ADD-LINK.
           IF WS-IT-AMOUNT(WS-IT-IDX) < ZERO
               MOVE WS-WORK-ACCT-NO             TO WS-NL-FROM-ACCT
               MOVE WS-IT-OTHER-ACCT(WS-IT-IDX) TO WS-NL-TO-ACCT
               COMPUTE WS-NL-AMOUNT = ZERO - WS-IT-AMOUNT(WS-IT-IDX)
           ELSE
               MOVE WS-IT-OTHER-ACCT(WS-IT-IDX) TO WS-NL-FROM-ACCT
               MOVE WS-WORK-ACCT-NO             TO WS-NL-TO-ACCT
               MOVE WS-IT-AMOUNT(WS-IT-IDX)     TO WS-NL-AMOUNT
           END-IF
           MOVE WS-IT-POST-DATE(WS-IT-IDX) TO WS-NL-DATE

           MOVE 'N' TO WS-FOUND-SW
           PERFORM 3460-CHECK-ONE-LINK THRU 3460-EXIT
               VARYING WS-LK-IDX FROM 1 BY 1
               UNTIL WS-LK-IDX > WS-LINK-CNT
                  OR WS-FOUND
           IF WS-FOUND
               GO TO 3450-EXIT
           END-IF
           IF WS-LINK-CNT >= WS-MAX-LINKS
               GO TO 3450-EXIT
           END-IF
           ADD 1 TO WS-LINK-CNT
           SET WS-LK-IDX TO WS-LINK-CNT
           MOVE WS-NEW-LINK TO WS-LK-ENTRY(WS-LK-IDX).
       3450-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3460-CHECK-ONE-LINK THRU 3460-EXIT
      *----------------------------------------------------------------*
       3460-CHECK-ONE-LINK.
           IF WS-LK-ENTRY(WS-LK-IDX) = WS-NEW-LINK
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       3460-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-REPORT-ACCOUNT THRU 4000-EXIT
      *   A flagged account prints with the path its money took -
      *   the in-house accounts it sent to and received from, its
      *   joint owners, and the other accounts those owners hold -
      *   each marked when it is flagged too.  Any such flagged
      *   neighbour marks the money as having moved through us.
      *----------------------------------------------------------------*
       4000-REPORT-ACCOUNT.
           IF NOT WS-AT-FLAGGED(WS-AT-IDX)
               GO TO 4000-EXIT
           END-IF
           MOVE WS-AT-ACCT-NO(WS-AT-IDX) TO WS-WORK-ACCT-NO
           MOVE WS-AT-CUST-ID(WS-AT-IDX) TO WS-WORK-CUST-ID
           MOVE SPACE TO WS-AT-INTERNAL(WS-AT-IDX)

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-AT-ACCT-NO(WS-AT-IDX)    TO WS-DL-ACCT-NO
           MOVE WS-AT-CUST-ID(WS-AT-IDX)    TO WS-DL-CUST-ID
           MOVE WS-AT-OPEN-DATE(WS-AT-IDX)  TO WS-DL-OPEN-DATE
           MOVE WS-AT-INFLOW(WS-AT-IDX)     TO WS-DL-INFLOW
           MOVE WS-AT-RAPID-OUT(WS-AT-IDX)  TO WS-DL-RAPID-OUT
           MOVE WS-AT-RAPID-PCT(WS-AT-IDX)  TO WS-DL-PCT
           MOVE WS-AT-NEW-CP-OUT(WS-AT-IDX) TO WS-DL-NEW-CP-OUT
           IF WS-AT-NEW-ACCT(WS-AT-IDX) = 'N'
               MOVE 'NEW ACCOUNT' TO WS-DL-NOTE
           ELSE
               MOVE SPACES TO WS-DL-NOTE
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 4100-REPORT-LINK THRU 4100-EXIT
               VARYING WS-LK-IDX FROM 1 BY 1
               UNTIL WS-LK-IDX > WS-LINK-CNT
           PERFORM 4200-LOAD-OWNERS THRU 4200-EXIT
           MOVE ZERO TO WS-SHARED-CNT
           PERFORM 4300-REPORT-OWNER-ACCTS THRU 4300-EXIT
               VARYING WS-OW-IDX FROM 1 BY 1
               UNTIL WS-OW-IDX > WS-OWNER-CNT

           PERFORM 4600-ADD-TO-HIT THRU 4600-EXIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-REPORT-LINK THRU 4100-EXIT
      *----------------------------------------------------------------*
       4100-REPORT-LINK.
           EVALUATE TRUE
               WHEN WS-LK-FROM-ACCT(WS-LK-IDX) = WS-WORK-ACCT-NO
                   MOVE 'SENT TO'      TO WS-TL-LABEL
                   MOVE WS-LK-TO-ACCT(WS-LK-IDX) TO WS-SEARCH-ACCT-NO
               WHEN WS-LK-TO-ACCT(WS-LK-IDX) = WS-WORK-ACCT-NO
                   MOVE 'RECEIVED FROM' TO WS-TL-LABEL
                   MOVE WS-LK-FROM-ACCT(WS-LK-IDX) TO WS-SEARCH-ACCT-NO
               WHEN OTHER
                   GO TO 4100-EXIT
           END-EVALUATE

           MOVE WS-SEARCH-ACCT-NO        TO WS-TL-ACCT-NO
           MOVE SPACES                   TO WS-TL-CUST-LABEL
           MOVE ZERO                     TO WS-TL-CUST-ID
           MOVE WS-LK-DATE(WS-LK-IDX)    TO WS-TL-DATE
           MOVE WS-LK-AMOUNT(WS-LK-IDX)  TO WS-TL-AMOUNT
           PERFORM 4500-MARK-IF-FLAGGED THRU 4500-EXIT
           MOVE WS-TRACE-LINE TO RPT-LINE
           WRITE RPT-LINE.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4200-LOAD-OWNERS THRU 4200-EXIT
      *   The account's owner of record, then every active joint
      *   owner on the cross-reference (AO-KEY leads with the
      *   account).
      *----------------------------------------------------------------*
       4200-LOAD-OWNERS.
           MOVE 1 TO WS-OWNER-CNT
           SET WS-OW-IDX TO 1
           MOVE WS-WORK-CUST-ID TO WS-OW-CUST-ID(WS-OW-IDX)

           MOVE 'N' TO WS-BROWSE-EOF-SW
           MOVE WS-WORK-ACCT-NO TO AO-ACCT-NO
           MOVE ZERO            TO AO-CUST-ID
           START OWNER-XREF KEY IS NOT LESS THAN AO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BROWSE-EOF-SW
           END-START
           PERFORM 4210-LOAD-ONE-OWNER THRU 4210-EXIT
               UNTIL WS-BROWSE-EOF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4210-LOAD-ONE-OWNER THRU 4210-EXIT
      *----------------------------------------------------------------*
       4210-LOAD-ONE-OWNER.
           READ OWNER-XREF NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BROWSE-EOF-SW
           END-READ
           IF WS-BROWSE-EOF
               GO TO 4210-EXIT
           END-IF
           IF AO-ACCT-NO NOT = WS-WORK-ACCT-NO
               MOVE 'Y' TO WS-BROWSE-EOF-SW
               GO TO 4210-EXIT
           END-IF
           IF AO-STATUS NOT = 'A'
               OR AO-CUST-ID = WS-WORK-CUST-ID
               GO TO 4210-EXIT
           END-IF
           IF WS-OWNER-CNT >= WS-MAX-OWNERS
               GO TO 4210-EXIT
           END-IF
           ADD 1 TO WS-OWNER-CNT
           SET WS-OW-IDX TO WS-OWNER-CNT
           MOVE AO-CUST-ID TO WS-OW-CUST-ID(WS-OW-IDX)

           MOVE 'JOINT OWNER'  TO WS-TL-LABEL
           MOVE ZERO           TO WS-TL-ACCT-NO
           MOVE 'CUST'         TO WS-TL-CUST-LABEL
           MOVE AO-CUST-ID     TO WS-TL-CUST-ID
           MOVE AO-ADD-DATE    TO WS-TL-DATE
           MOVE ZERO           TO WS-TL-AMOUNT
           MOVE SPACES         TO WS-TL-FLAGGED
           MOVE WS-TRACE-LINE TO RPT-LINE
           WRITE RPT-LINE.
       4210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4300-REPORT-OWNER-ACCTS THRU 4300-EXIT
      *   Every other account the owner holds - outright through
      *   the account master's ACCT-CUST-ID index, or jointly
      *   through the cross-reference's AO-CUST-ID index.
      *----------------------------------------------------------------*
       4300-REPORT-OWNER-ACCTS.
           MOVE 'N' TO WS-BROWSE-EOF-SW
           MOVE WS-OW-CUST-ID(WS-OW-IDX) TO ACCT-CUST-ID
           START ACCOUNT-MASTER KEY IS NOT LESS THAN ACCT-CUST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-BROWSE-EOF-SW
           END-START
           PERFORM 4310-ONE-OWNED-ACCT THRU 4310-EXIT
               UNTIL WS-BROWSE-EOF

           MOVE 'N' TO WS-BROWSE-EOF-SW
           MOVE WS-OW-CUST-ID(WS-OW-IDX) TO AO-CUST-ID
           START OWNER-XREF KEY IS NOT LESS THAN AO-CUST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-BROWSE-EOF-SW
           END-START
           PERFORM 4320-ONE-JOINT-ACCT THRU 4320-EXIT
               UNTIL WS-BROWSE-EOF.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4310-ONE-OWNED-ACCT THRU 4310-EXIT
      *----------------------------------------------------------------*
       4310-ONE-OWNED-ACCT.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BROWSE-EOF-SW
           END-READ
           IF WS-BROWSE-EOF
               GO TO 4310-EXIT
           END-IF
           IF ACCT-CUST-ID NOT = WS-OW-CUST-ID(WS-OW-IDX)
               MOVE 'Y' TO WS-BROWSE-EOF-SW
               GO TO 4310-EXIT
           END-IF
           MOVE ACCT-NUMBER TO WS-SEARCH-ACCT-NO
           PERFORM 4400-REPORT-SHARED THRU 4400-EXIT.
       4310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4320-ONE-JOINT-ACCT THRU 4320-EXIT
      *----------------------------------------------------------------*
       4320-ONE-JOINT-ACCT.
           READ OWNER-XREF NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BROWSE-EOF-SW
           END-READ
           IF WS-BROWSE-EOF
               GO TO 4320-EXIT
           END-IF
           IF AO-CUST-ID NOT = WS-OW-CUST-ID(WS-OW-IDX)
               MOVE 'Y' TO WS-BROWSE-EOF-SW
               GO TO 4320-EXIT
           END-IF
           IF AO-STATUS NOT = 'A'
               GO TO 4320-EXIT
           END-IF
           MOVE AO-ACCT-NO TO WS-SEARCH-ACCT-NO
           PERFORM 4400-REPORT-SHARED THRU 4400-EXIT.
       4320-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4400-REPORT-SHARED THRU 4400-EXIT
      *   Prints an account sharing an owner with the flagged one,
      *   once however many owners or indexes lead to it.
      *----------------------------------------------------------------*
       4400-REPORT-SHARED.
           IF WS-SEARCH-ACCT-NO = WS-WORK-ACCT-NO
               GO TO 4400-EXIT
           END-IF
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 4410-CHECK-ONE-SHARED THRU 4410-EXIT
               VARYING WS-SH-IDX FROM 1 BY 1
               UNTIL WS-SH-IDX > WS-SHARED-CNT
                  OR WS-FOUND
           IF WS-FOUND
               GO TO 4400-EXIT
           END-IF
           IF WS-SHARED-CNT >= WS-MAX-SHARED
               GO TO 4400-EXIT
           END-IF
           ADD 1 TO WS-SHARED-CNT
           SET WS-SH-IDX TO WS-SHARED-CNT
           MOVE WS-SEARCH-ACCT-NO TO WS-SH-ACCT-NO(WS-SH-IDX)

           MOVE 'SHARED OWNER'           TO WS-TL-LABEL
           MOVE WS-SEARCH-ACCT-NO        TO WS-TL-ACCT-NO
           MOVE 'CUST'                   TO WS-TL-CUST-LABEL
           MOVE WS-OW-CUST-ID(WS-OW-IDX) TO WS-TL-CUST-ID
           MOVE ZERO                     TO WS-TL-DATE
           MOVE ZERO                     TO WS-TL-AMOUNT
           PERFORM 4500-MARK-IF-FLAGGED THRU 4500-EXIT
           MOVE WS-TRACE-LINE TO RPT-LINE
           WRITE RPT-LINE.
       4400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4410-CHECK-ONE-SHARED THRU 4410-EXIT
      *----------------------------------------------------------------*
       4410-CHECK-ONE-SHARED.
           IF WS-SH-ACCT-NO(WS-SH-IDX) = WS-SEARCH-ACCT-NO
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       4410-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4500-MARK-IF-FLAGGED THRU 4500-EXIT
      *   Marks the trace line when WS-SEARCH-ACCT-NO was flagged
      *   tonight too - the money moved through more than one of
      *   our accounts.
      *----------------------------------------------------------------*
       4500-MARK-IF-FLAGGED.
           MOVE SPACES TO WS-TL-FLAGGED
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 4510-CHECK-ONE-FLAGGED THRU 4510-EXIT
               VARYING WS-AT-IDX2 FROM 1 BY 1
               UNTIL WS-AT-IDX2 > WS-ACCT-CNT
                  OR WS-FOUND
           IF WS-FOUND
               MOVE '*FLAGGED*' TO WS-TL-FLAGGED
               MOVE 'I' TO WS-AT-INTERNAL(WS-AT-IDX)
           END-IF.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4510-CHECK-ONE-FLAGGED THRU 4510-EXIT
      *----------------------------------------------------------------*
       4510-CHECK-ONE-FLAGGED.
           IF WS-AT-ACCT-NO(WS-AT-IDX2) = WS-SEARCH-ACCT-NO
               AND WS-AT-FLAGGED(WS-AT-IDX2)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       4510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4600-ADD-TO-HIT THRU 4600-EXIT
      *   Rolls the flagged account into its customer's hit - the
      *   SAR subject is the customer, not the account.
      *----------------------------------------------------------------*
       4600-ADD-TO-HIT.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 4610-CHECK-ONE-HIT THRU 4610-EXIT
               VARYING WS-HE-IDX FROM 1 BY 1
               UNTIL WS-HE-IDX > WS-HIT-CNT
                  OR WS-FOUND
           IF WS-FOUND
               SET WS-HE-IDX DOWN BY 1
           ELSE
               IF WS-HIT-CNT >= WS-MAX-HITS
                   DISPLAY 'MULESCAN HIT TABLE FULL - CUSTOMER '
                       WS-WORK-CUST-ID ' NOT FED'
                   GO TO 4600-EXIT
               END-IF
               ADD 1 TO WS-HIT-CNT
               SET WS-HE-IDX TO WS-HIT-CNT
               INITIALIZE WS-HE-ENTRY(WS-HE-IDX)
               MOVE WS-WORK-CUST-ID TO WS-HE-CUST-ID(WS-HE-IDX)
               MOVE WS-AT-FIRST-IN-DATE(WS-AT-IDX)
                   TO WS-HE-FIRST-DATE(WS-HE-IDX)
           END-IF

           ADD 1 TO WS-HE-ACCT-CNT(WS-HE-IDX)
           ADD WS-AT-INFLOW(WS-AT-IDX) TO WS-HE-INFLOW(WS-HE-IDX)
           ADD WS-AT-RAPID-OUT(WS-AT-IDX)
               TO WS-HE-RAPID-OUT(WS-HE-IDX)
           ADD WS-AT-NEW-CP-OUT(WS-AT-IDX)
               TO WS-HE-NEW-CP-OUT(WS-HE-IDX)
           IF WS-AT-FIRST-IN-DATE(WS-AT-IDX)
               < WS-HE-FIRST-DATE(WS-HE-IDX)
               MOVE WS-AT-FIRST-IN-DATE(WS-AT-IDX)
                   TO WS-HE-FIRST-DATE(WS-HE-IDX)
           END-IF
           IF WS-AT-RAPID-OUT(WS-AT-IDX)
               > WS-HE-LEAD-RAPID(WS-HE-IDX)
               MOVE WS-AT-RAPID-OUT(WS-AT-IDX)
                   TO WS-HE-LEAD-RAPID(WS-HE-IDX)
               MOVE WS-AT-ACCT-NO(WS-AT-IDX)
                   TO WS-HE-LEAD-ACCT-NO(WS-HE-IDX)
           END-IF
           IF WS-AT-NEW-ACCT(WS-AT-IDX) = 'N'
               MOVE 'N' TO WS-HE-NEW-ACCT(WS-HE-IDX)
           END-IF
           IF WS-AT-INTERNAL(WS-AT-IDX) = 'I'
               MOVE 'I' TO WS-HE-INTERNAL(WS-HE-IDX)
           END-IF.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4610-CHECK-ONE-HIT THRU 4610-EXIT
      *----------------------------------------------------------------*
       4610-CHECK-ONE-HIT.
           IF WS-HE-CUST-ID(WS-HE-IDX) = WS-WORK-CUST-ID
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       4610-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-WRITE-HITS THRU 5000-EXIT
      *----------------------------------------------------------------*
       5000-WRITE-HITS.
           OPEN EXTEND MULE-HITS
           IF WS-HIT-STATUS NOT = '00'
               DISPLAY 'MULESCAN - MULEHITS OPEN FAILED, STATUS = '
                   WS-HIT-STATUS ' - NO HITS FED'
               MOVE 8 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF
           MOVE 'Y' TO WS-HITS-OPEN-SW
           PERFORM 5100-WRITE-ONE-HIT THRU 5100-EXIT
               VARYING WS-HE-IDX FROM 1 BY 1
               UNTIL WS-HE-IDX > WS-HIT-CNT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-WRITE-ONE-HIT THRU 5100-EXIT
      *   A customer hit inside the re-hit interval - the pattern
      *   still in the rolling window, or a rerun tonight - is not
      *   fed again.
      *----------------------------------------------------------------*
       5100-WRITE-ONE-HIT.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 5110-CHECK-PRIOR-HIT THRU 5110-EXIT
               VARYING WS-PH-IDX FROM 1 BY 1
               UNTIL WS-PH-IDX > WS-PRIOR-HIT-CNT
                  OR WS-FOUND
           IF WS-FOUND
               ADD 1 TO WS-REHIT-CNT
               GO TO 5100-EXIT
           END-IF

           MOVE WS-HE-CUST-ID(WS-HE-IDX)      TO MH-CUST-ID
           MOVE WS-TODAY                      TO MH-HIT-DATE
           MOVE WS-HE-LEAD-ACCT-NO(WS-HE-IDX) TO MH-LEAD-ACCT-NO
           MOVE WS-HE-ACCT-CNT(WS-HE-IDX)     TO MH-ACCT-CNT
           MOVE WS-HE-INFLOW(WS-HE-IDX)       TO MH-INFLOW
           MOVE WS-HE-RAPID-OUT(WS-HE-IDX)    TO MH-RAPID-OUT
           MOVE WS-HE-NEW-CP-OUT(WS-HE-IDX)   TO MH-NEW-CP-OUT
           MOVE WS-HE-FIRST-DATE(WS-HE-IDX)   TO MH-FIRST-DATE
           MOVE WS-HE-NEW-ACCT(WS-HE-IDX)     TO MH-NEW-ACCT-FLAG
           MOVE WS-HE-INTERNAL(WS-HE-IDX)     TO MH-INTERNAL-FLAG
           WRITE MULE-HIT-RECORD
           ADD 1 TO WS-WRITTEN-CNT.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5110-CHECK-PRIOR-HIT THRU 5110-EXIT
      *----------------------------------------------------------------*
       5110-CHECK-PRIOR-HIT.
           IF WS-PH-CUST-ID(WS-PH-IDX) = WS-HE-CUST-ID(WS-HE-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       5110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-TERMINATE THRU 6000-EXIT
      *----------------------------------------------------------------*
       6000-TERMINATE.
           CLOSE TRANSACTION-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE OWNER-XREF
           CLOSE WIRE-MASTER
           CLOSE MULE-REPORT
           IF WS-HITS-OPEN
               CLOSE MULE-HITS
           END-IF
           DISPLAY 'MULESCAN TRANSACTIONS READ = ' WS-TXN-CNT
           DISPLAY 'MULESCAN WINDOW ITEMS      = ' WS-WINDOW-ITEM-CNT
           DISPLAY 'MULESCAN ACCOUNTS MEASURED = ' WS-ACCT-CNT
           DISPLAY 'MULESCAN RAPID CANDIDATES  = ' WS-CANDIDATE-CNT
           DISPLAY 'MULESCAN ACCOUNTS FLAGGED  = ' WS-FLAGGED-CNT
           DISPLAY 'MULESCAN CUSTOMER HITS     = ' WS-HIT-CNT
           DISPLAY 'MULESCAN HITS FED          = ' WS-WRITTEN-CNT
           DISPLAY 'MULESCAN ALREADY HIT       = ' WS-REHIT-CNT
           DISPLAY 'MULESCAN TRACE OVERFLOW    = ' WS-ITEM-OVFL-CNT.
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
           MOVE 'MULESCAN' TO RL-PROGRAM
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
