      *================================================================*
      * MAIFIDL - MOSTLYAI SYNTHETIC DATA FIDELITY AND PRIVACY REPORT
      *
      * MAIPIPE and MAIVALID see to it that the MostlyAI extracts go
      * out in the right shape; this job checks what comes back.  It
      * reads the production combined extract MAIPIPE built
      * (CMBEXTR) and the synthetic dataset generated from it
      * (SYNCMB), both in the combined_mai.cpy CU/AC/TX sequence,
      * profiles the two side by side and reports:
      *
      *   - customer, account and transaction counts, and the
      *     accounts-per-customer and transactions-per-account
      *     ratios, with the spread of each ratio in bands;
      *   - per ACCT-TYPE, the type's share of accounts, the balance
      *     mean, minimum, maximum and banded distribution, and the
      *     same for the TXN-AMOUNT of the type's transactions;
      *   - the TXN-TYPE and TXN-CHANNEL mix, and the CUST-STATE
      *     spread of customers.
      *
      * A share more than WS-SHARE-TOL points off production, or a
      * ratio or mean more than WS-VALUE-TOL percent off, is marked
      * as drift.  The raw counts are never drift - the synthetic
      * sample is sized on its own.
      *
      * The privacy pass then sweeps the live CUSTOMER-MASTER once
      * against every synthetic customer held in a table (the
      * DUPSWEEP technique).  The training extract only ever carried
      * MASKPII's masked SSN and DOB, so the comparison has to be
      * against the unmasked master.  A synthetic customer is
      * flagged against a real individual when the full SSN matches,
      * or when any two of these match:
      *   NAME  - surname and first initial (letters only, the WLSCAN
      *           near-match rule)
      *   DOB   - full date of birth
      *   ADDR  - address line (letters and digits only) and ZIP
      *   SSN4  - last four digits of the SSN
      * Only the two CUST-IDs and the matching elements are printed;
      * the report never repeats the real customer's details.
      *
      * Ends RETURN-CODE 8 when any synthetic record is flagged, 4
      * when there is drift (or the synthetic table filled and some
      * customers went unchecked), 0 when clean, 16 when an input
      * cannot be opened.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAIFIDL.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL FIDELITY AND PRIVACY REPORT.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROD-EXTRACT ASSIGN TO CMBEXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.

           SELECT SYNTH-EXTRACT ASSIGN TO SYNCMB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SYN-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUST-STATUS.

           SELECT FIDELITY-REPORT ASSIGN TO MAIFRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROD-EXTRACT
           RECORD CONTAINS 370 CHARACTERS.
       01  PROD-EXTRACT-RECORD            PIC X(370).

       FD  SYNTH-EXTRACT
           RECORD CONTAINS 370 CHARACTERS.
       01  SYNTH-EXTRACT-RECORD           PIC X(370).

       FD  CUSTOMER-MASTER.
           COPY "customer.cpy".

       FD  FIDELITY-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROD-STATUS                 PIC X(02).
       01  WS-SYN-STATUS                  PIC X(02).
       01  WS-CUST-STATUS                 PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).

      *----------------------------------------------------------------*
      * BOTH EXTRACTS ARE READ INTO THIS ONE COMBINED RECORD
      *----------------------------------------------------------------*
           COPY "combined_mai.cpy".

       01  WS-CMB-EOF-SW                  PIC X(01)   VALUE 'N'.
           88  WS-CMB-EOF                   VALUE 'Y'.
       01  WS-CUST-EOF-SW                 PIC X(01)   VALUE 'N'.
           88  WS-CUST-EOF                  VALUE 'Y'.
       01  WS-ABORT-SW                    PIC X(01)   VALUE 'N'.
           88  WS-ABORT                     VALUE 'Y'.
       01  WS-FOUND-SW                    PIC X(01)   VALUE 'N'.
           88  WS-FOUND                     VALUE 'Y'.
       01  WS-IN-CUST-SW                  PIC X(01)   VALUE 'N'.
           88  WS-IN-CUST                   VALUE 'Y'.
       01  WS-IN-ACCT-SW                  PIC X(01)   VALUE 'N'.
           88  WS-IN-ACCT                   VALUE 'Y'.
       01  WS-FLAG-SW                     PIC X(01)   VALUE 'Y'.
           88  WS-FLAG-DRIFT                VALUE 'Y'.
       01  WS-SY-FULL-SW                  PIC X(01)   VALUE 'N'.
           88  WS-SY-FULL                   VALUE 'Y'.

      *----------------------------------------------------------------*
      * DRIFT TOLERANCES - PERCENTAGE POINTS OF SHARE, AND PERCENT OF
      * THE PRODUCTION VALUE FOR A RATIO OR MEAN
      *----------------------------------------------------------------*
       01  WS-SHARE-TOL                   PIC 9(03)V99 VALUE 5.00.
       01  WS-VALUE-TOL                   PIC 9(03)V99 VALUE 20.00.

      *----------------------------------------------------------------*
      * WS-SET: 1 = PRODUCTION EXTRACT, 2 = SYNTHETIC DATASET
      *----------------------------------------------------------------*
       01  WS-SET                         PIC 9(01)   VALUE ZERO.
       01  WS-CUR-TY-SUB                  PIC 9(03)   COMP VALUE ZERO.
       01  WS-CUR-ACCT-CNT                PIC 9(07)   VALUE ZERO.
       01  WS-CUR-TXN-CNT                 PIC 9(07)   VALUE ZERO.
       01  WS-BD-SUB                      PIC 9(01)   VALUE ZERO.
       01  WS-LM-SUB                      PIC 9(01)   VALUE ZERO.
       01  WS-LM-KIND                     PIC 9(01)   VALUE ZERO.
       01  WS-BAND-VALUE                  PIC 9(09)   VALUE ZERO.
       01  WS-CT-SUB                      PIC 9(03)   COMP VALUE ZERO.
       01  WS-TL-KIND                     PIC X(01)   VALUE SPACE.
       01  WS-TL-CODE                     PIC X(03)   VALUE SPACES.
       01  WS-RUN-DATE                    PIC 9(08)   VALUE ZERO.

       01  WS-SET-TOTALS.
           05  WS-SX-ENTRY OCCURS 2 TIMES.
               10  WS-SX-CU-CNT           PIC 9(09).
               10  WS-SX-AC-CNT           PIC 9(09).
               10  WS-SX-TX-CNT           PIC 9(09).
               10  WS-SX-ORPHAN-CNT       PIC 9(09).
               10  WS-SX-OTHER-CNT        PIC 9(09).
               10  WS-SX-APC-BAND         PIC 9(09) OCCURS 5 TIMES.
               10  WS-SX-TPA-BAND         PIC 9(09) OCCURS 5 TIMES.

      *----------------------------------------------------------------*
      * BAND LOWER LIMITS - (1) BALANCE, (2) TXN-AMOUNT, (3) ACCOUNTS
      * PER CUSTOMER, (4) TRANSACTIONS PER ACCOUNT.  A value lands in
      * band 1 below the first limit, band n+1 at or above limit n.
      *----------------------------------------------------------------*
       01  WS-BAND-LIMIT-VALUES.
           05  FILLER PIC 9(09) VALUE 100.
           05  FILLER PIC 9(09) VALUE 1000.
           05  FILLER PIC 9(09) VALUE 10000.
           05  FILLER PIC 9(09) VALUE 100000.
           05  FILLER PIC 9(09) VALUE 10.
           05  FILLER PIC 9(09) VALUE 100.
           05  FILLER PIC 9(09) VALUE 1000.
           05  FILLER PIC 9(09) VALUE 10000.
           05  FILLER PIC 9(09) VALUE 1.
           05  FILLER PIC 9(09) VALUE 2.
           05  FILLER PIC 9(09) VALUE 3.
           05  FILLER PIC 9(09) VALUE 4.
           05  FILLER PIC 9(09) VALUE 1.
           05  FILLER PIC 9(09) VALUE 6.
           05  FILLER PIC 9(09) VALUE 21.
           05  FILLER PIC 9(09) VALUE 51.
       01  WS-BAND-LIMIT-TABLE REDEFINES WS-BAND-LIMIT-VALUES.
           05  WS-BAND-KIND OCCURS 4 TIMES.
               10  WS-BAND-LIMIT          PIC 9(09) OCCURS 4 TIMES.

       01  WS-BAND-LABEL-VALUES.
           05  FILLER PIC X(20) VALUE 'UNDER 100'.
           05  FILLER PIC X(20) VALUE '100 - 999'.
           05  FILLER PIC X(20) VALUE '1,000 - 9,999'.
           05  FILLER PIC X(20) VALUE '10,000 - 99,999'.
           05  FILLER PIC X(20) VALUE '100,000 AND OVER'.
           05  FILLER PIC X(20) VALUE 'UNDER 10'.
           05  FILLER PIC X(20) VALUE '10 - 99'.
           05  FILLER PIC X(20) VALUE '100 - 999'.
           05  FILLER PIC X(20) VALUE '1,000 - 9,999'.
           05  FILLER PIC X(20) VALUE '10,000 AND OVER'.
           05  FILLER PIC X(20) VALUE 'NO ACCOUNTS'.
           05  FILLER PIC X(20) VALUE '1 ACCOUNT'.
           05  FILLER PIC X(20) VALUE '2 ACCOUNTS'.
           05  FILLER PIC X(20) VALUE '3 ACCOUNTS'.
           05  FILLER PIC X(20) VALUE '4 OR MORE ACCOUNTS'.
           05  FILLER PIC X(20) VALUE 'NO TRANSACTIONS'.
           05  FILLER PIC X(20) VALUE '1 - 5 TRANSACTIONS'.
           05  FILLER PIC X(20) VALUE '6 - 20 TRANSACTIONS'.
           05  FILLER PIC X(20) VALUE '21 - 50 TRANSACTIONS'.
           05  FILLER PIC X(20) VALUE '51 AND OVER'.
       01  WS-BAND-LABEL-TABLE REDEFINES WS-BAND-LABEL-VALUES.
           05  WS-BAND-LABEL-KIND OCCURS 4 TIMES.
               10  WS-BAND-LABEL          PIC X(20) OCCURS 5 TIMES.

      *----------------------------------------------------------------*
      * ACCT-TYPE PROFILE TABLE - ONE ENTRY PER TYPE SEEN IN EITHER
      * EXTRACT, A PRODUCTION AND A SYNTHETIC SET UNDER EACH
      *----------------------------------------------------------------*
       01  WS-TY-CNT                      PIC 9(03)   COMP VALUE ZERO.
       01  WS-TYPE-TABLE.
           05  WS-TY-ENTRY OCCURS 30 TIMES INDEXED BY WS-TY-IDX.
               10  WS-TY-CODE             PIC X(02).
               10  WS-TY-SET OCCURS 2 TIMES.
                   15  WS-TY-ACCT-CNT     PIC 9(09).
                   15  WS-TY-BAL-SUM      PIC 9(15).
                   15  WS-TY-BAL-MIN      PIC 9(09).
                   15  WS-TY-BAL-MAX      PIC 9(09).
                   15  WS-TY-BAL-BAND     PIC 9(09) OCCURS 5 TIMES.
                   15  WS-TY-TXN-CNT      PIC 9(09).
                   15  WS-TY-AMT-SUM      PIC 9(15).
                   15  WS-TY-AMT-MIN      PIC 9(09).
                   15  WS-TY-AMT-MAX      PIC 9(09).
                   15  WS-TY-AMT-BAND     PIC 9(09) OCCURS 5 TIMES.

      *----------------------------------------------------------------*
      * CATEGORY TALLY TABLE - WS-CT-KIND 'T' = TXN-TYPE,
      * 'C' = TXN-CHANNEL, 'S' = CUST-STATE
      *----------------------------------------------------------------*
       01  WS-CT-CNT                      PIC 9(03)   COMP VALUE ZERO.
       01  WS-CATEGORY-TABLE.
           05  WS-CT-ENTRY OCCURS 300 TIMES INDEXED BY WS-CT-IDX.
               10  WS-CT-KIND             PIC X(01).
               10  WS-CT-CODE             PIC X(03).
               10  WS-CT-SET-CNT          PIC 9(09) OCCURS 2 TIMES.

      *----------------------------------------------------------------*
      * SYNTHETIC CUSTOMER TABLE FOR THE PRIVACY PASS
      *----------------------------------------------------------------*
       01  WS-SY-CNT                      PIC 9(05)   VALUE ZERO.
       01  WS-SY-SKIP-CNT                 PIC 9(09)   VALUE ZERO.
       01  WS-SYNTH-TABLE.
           05  WS-SY-ENTRY OCCURS 10000 TIMES INDEXED BY WS-SY-IDX.
               10  WS-SY-CUST-ID          PIC 9(10).
               10  WS-SY-LAST-NAME        PIC X(35).
               10  WS-SY-FIRST-INIT       PIC X(01).
               10  WS-SY-DOB              PIC 9(08).
               10  WS-SY-SSN              PIC 9(09).
               10  WS-SY-SSN-LAST4        PIC 9(04).
               10  WS-SY-ADDR             PIC X(35).
               10  WS-SY-ZIP              PIC 9(05).
               10  WS-SY-HIT-SW           PIC X(01).

      *----------------------------------------------------------------*
      * NAME / ADDRESS NORMALIZING WORK AREAS - LETTERS AND DIGITS
      * ONLY, PACKED TO THE LEFT
      *----------------------------------------------------------------*
       01  WS-NM-IN                       PIC X(35).
       01  WS-NM-OUT                      PIC X(35).
       01  WS-NM-IN-SUB                   PIC 9(02)   COMP.
       01  WS-NM-OUT-SUB                  PIC 9(02)   COMP.

       01  WS-RL-LAST-NAME                PIC X(35).
       01  WS-RL-FIRST-INIT               PIC X(01).
       01  WS-RL-ADDR                     PIC X(35).
       01  WS-RL-SSN-LAST4                PIC 9(04).
       01  WS-SSN-QUOTIENT                PIC 9(05).
       01  WS-LK-FACTOR-CNT               PIC 9(01).

      *----------------------------------------------------------------*
      * REPORT COMPUTATION FIELDS
      *----------------------------------------------------------------*
       01  WS-CNT-1                       PIC 9(09).
       01  WS-CNT-2                       PIC 9(09).
       01  WS-TOT-1                       PIC 9(09).
       01  WS-TOT-2                       PIC 9(09).
       01  WS-PCT-1                       PIC 9(03)V99.
       01  WS-PCT-2                       PIC 9(03)V99.
       01  WS-DIFF-PTS                    PIC S9(03)V99.
       01  WS-VAL-1                       PIC 9(13)V99.
       01  WS-VAL-2                       PIC 9(13)V99.
       01  WS-REL-DIFF                    PIC S9(05)V99.

       01  WS-COUNTERS.
           05  WS-DRIFT-CNT               PIC 9(05)   VALUE ZERO.
           05  WS-REAL-CNT                PIC 9(09)   VALUE ZERO.
           05  WS-LEAK-PAIR-CNT           PIC 9(07)   VALUE ZERO.
           05  WS-LEAK-CUST-CNT           PIC 9(07)   VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER PIC X(46) VALUE
               'MAIFIDL - MOSTLYAI SYNTHETIC DATA FIDELITY AND'.
           05  FILLER PIC X(25) VALUE
               ' PRIVACY REPORT  RUN DATE'.
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-HD-DATE                 PIC 9(08).

       01  WS-SECTION-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-SL-TITLE                PIC X(60).

       01  WS-COLUMN-LINE.
           05  FILLER PIC X(35) VALUE SPACES.
           05  FILLER PIC X(20) VALUE '   PRODUCTION      %'.
           05  FILLER PIC X(20) VALUE '    SYNTHETIC      %'.
           05  FILLER PIC X(11) VALUE '   DIFF PTS'.

       01  WS-SHARE-LINE.
           05  FILLER PIC X(03) VALUE SPACES.
           05  WS-SH-LABEL                PIC X(30).
           05  FILLER PIC X(03) VALUE SPACES.
           05  WS-SH-PROD-CNT             PIC Z(08)9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-SH-PROD-PCT             PIC ZZ9.99.
           05  FILLER PIC X(03) VALUE SPACES.
           05  WS-SH-SYN-CNT              PIC Z(08)9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-SH-SYN-PCT              PIC ZZ9.99.
           05  FILLER PIC X(04) VALUE SPACES.
           05  WS-SH-DIFF                 PIC ---9.99.
           05  FILLER PIC X(03) VALUE SPACES.
           05  WS-SH-FLAG                 PIC X(09).

       01  WS-VALUE-LINE.
           05  FILLER PIC X(03) VALUE SPACES.
           05  WS-VL-LABEL                PIC X(30).
           05  FILLER PIC X(01) VALUE SPACES.
           05  WS-VL-PROD                 PIC Z(12)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-VL-SYN                  PIC Z(12)9.99.
           05  FILLER PIC X(03) VALUE SPACES.
           05  WS-VL-DIFF                 PIC -(05)9.99.
           05  FILLER PIC X(01) VALUE '%'.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-VL-FLAG                 PIC X(09).

       01  WS-LEAK-LINE.
           05  FILLER PIC X(03) VALUE SPACES.
           05  FILLER PIC X(18) VALUE 'SYNTHETIC CUST-ID '.
           05  WS-LL-SYN-ID               PIC Z(09)9.
           05  FILLER PIC X(22) VALUE '  RESEMBLES REAL CUST-'.
           05  FILLER PIC X(03) VALUE 'ID '.
           05  WS-LL-REAL-ID              PIC Z(09)9.
           05  FILLER PIC X(06) VALUE '  ON: '.
           05  WS-LL-F-SSN                PIC X(05).
           05  WS-LL-F-NAME               PIC X(05).
           05  WS-LL-F-DOB                PIC X(04).
           05  WS-LL-F-ADDR               PIC X(05).
           05  WS-LL-F-LAST4              PIC X(04).

       01  WS-MESSAGE-LINE.
           05  FILLER PIC X(03) VALUE SPACES.
           05  WS-ML-TEXT                 PIC X(80).
           05  WS-ML-COUNT                PIC Z(08)9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-ABORT
               MOVE 1 TO WS-SET
               PERFORM 2000-PROFILE-EXTRACT THRU 2000-EXIT
               MOVE 2 TO WS-SET
               PERFORM 2000-PROFILE-EXTRACT THRU 2000-EXIT
               PERFORM 6000-WRITE-FIDELITY THRU 6000-EXIT
               PERFORM 4000-PRIVACY-SWEEP THRU 4000-EXIT
           END-IF
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE THRU 1000-EXIT
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           INITIALIZE WS-SET-TOTALS
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT PROD-EXTRACT
           IF WS-PROD-STATUS NOT = '00'
               DISPLAY 'MAIFIDL ERROR - CANNOT OPEN PRODUCTION '
                   'EXTRACT, STATUS = ' WS-PROD-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT SYNTH-EXTRACT
           IF WS-SYN-STATUS NOT = '00'
               DISPLAY 'MAIFIDL ERROR - CANNOT OPEN SYNTHETIC '
                   'DATASET, STATUS = ' WS-SYN-STATUS
               CLOSE PROD-EXTRACT
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'MAIFIDL ERROR - CANNOT OPEN CUSTOMER-MASTER, '
                   'STATUS = ' WS-CUST-STATUS
               CLOSE PROD-EXTRACT
               CLOSE SYNTH-EXTRACT
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT FIDELITY-REPORT
           MOVE WS-RUN-DATE TO WS-HD-DATE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROFILE-EXTRACT THRU 2000-EXIT
      *   One pass of the extract named by WS-SET.  The CU/AC/TX
      *   sequence puts every account under its customer and every
      *   transaction under its account, so the per-customer and
      *   per-account counts close out as the next parent arrives.
      *----------------------------------------------------------------*
       2000-PROFILE-EXTRACT.
           MOVE 'N' TO WS-CMB-EOF-SW WS-IN-CUST-SW WS-IN-ACCT-SW
           PERFORM 2100-READ-EXTRACT THRU 2100-EXIT
           PERFORM 2200-PROFILE-RECORD THRU 2200-EXIT
               UNTIL WS-CMB-EOF
           PERFORM 2300-CLOSE-ACCOUNT THRU 2300-EXIT
           PERFORM 2350-CLOSE-CUSTOMER THRU 2350-EXIT
           IF WS-SET = 1
               CLOSE PROD-EXTRACT
           ELSE
               CLOSE SYNTH-EXTRACT
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-READ-EXTRACT THRU 2100-EXIT
      *----------------------------------------------------------------*
       2100-READ-EXTRACT.
           IF WS-SET = 1
               READ PROD-EXTRACT INTO COMBINED-RECORD
                   AT END
                       MOVE 'Y' TO WS-CMB-EOF-SW
               END-READ
           ELSE
               READ SYNTH-EXTRACT INTO COMBINED-RECORD
                   AT END
                       MOVE 'Y' TO WS-CMB-EOF-SW
               END-READ
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-PROFILE-RECORD THRU 2200-EXIT
      *----------------------------------------------------------------*
       2200-PROFILE-RECORD.
           EVALUATE REC-TYPE
               WHEN 'CU'
                   PERFORM 2300-CLOSE-ACCOUNT THRU 2300-EXIT
                   PERFORM 2350-CLOSE-CUSTOMER THRU 2350-EXIT
                   PERFORM 2400-PROFILE-CUSTOMER THRU 2400-EXIT
               WHEN 'AC'
                   PERFORM 2300-CLOSE-ACCOUNT THRU 2300-EXIT
                   PERFORM 2500-PROFILE-ACCOUNT THRU 2500-EXIT
               WHEN 'TX'
                   PERFORM 2600-PROFILE-TRANSACTION THRU 2600-EXIT
               WHEN OTHER
                   ADD 1 TO WS-SX-OTHER-CNT(WS-SET)
           END-EVALUATE
           PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-CLOSE-ACCOUNT THRU 2300-EXIT
      *----------------------------------------------------------------*
       2300-CLOSE-ACCOUNT.
           IF NOT WS-IN-ACCT
               GO TO 2300-EXIT
           END-IF
           MOVE WS-CUR-TXN-CNT TO WS-BAND-VALUE
           MOVE 4 TO WS-LM-KIND
           PERFORM 7000-FIND-BAND THRU 7000-EXIT
           ADD 1 TO WS-SX-TPA-BAND(WS-SET WS-BD-SUB)
           MOVE 'N' TO WS-IN-ACCT-SW.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2350-CLOSE-CUSTOMER THRU 2350-EXIT
      *----------------------------------------------------------------*
       2350-CLOSE-CUSTOMER.
           IF NOT WS-IN-CUST
               GO TO 2350-EXIT
           END-IF
           MOVE WS-CUR-ACCT-CNT TO WS-BAND-VALUE
           MOVE 3 TO WS-LM-KIND
           PERFORM 7000-FIND-BAND THRU 7000-EXIT
           ADD 1 TO WS-SX-APC-BAND(WS-SET WS-BD-SUB)
           MOVE 'N' TO WS-IN-CUST-SW.
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2400-PROFILE-CUSTOMER THRU 2400-EXIT
      *----------------------------------------------------------------*
       2400-PROFILE-CUSTOMER.
           ADD 1 TO WS-SX-CU-CNT(WS-SET)
           MOVE 'Y' TO WS-IN-CUST-SW
           MOVE ZERO TO WS-CUR-ACCT-CNT
           MOVE 'S' TO WS-TL-KIND
           MOVE CUST-STATE OF COMBINED-RECORD TO WS-TL-CODE
           PERFORM 2800-TALLY-CATEGORY THRU 2800-EXIT
           IF WS-SET = 2
               PERFORM 2450-HOLD-SYNTH-CUSTOMER THRU 2450-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2450-HOLD-SYNTH-CUSTOMER THRU 2450-EXIT
      *   Holds the synthetic customer's identifying fields, already
      *   normalized, for the privacy sweep of the real master.
      *----------------------------------------------------------------*
       2450-HOLD-SYNTH-CUSTOMER.
           IF WS-SY-CNT >= 10000
               IF NOT WS-SY-FULL
                   MOVE 'Y' TO WS-SY-FULL-SW
                   DISPLAY 'MAIFIDL SYNTHETIC CUSTOMER TABLE FULL - '
                       'FURTHER CUSTOMERS NOT PRIVACY CHECKED'
               END-IF
               ADD 1 TO WS-SY-SKIP-CNT
               GO TO 2450-EXIT
           END-IF
           ADD 1 TO WS-SY-CNT
           SET WS-SY-IDX TO WS-SY-CNT
           MOVE CUST-ID OF COMBINED-RECORD TO WS-SY-CUST-ID(WS-SY-IDX)
           MOVE CUST-LAST-NAME OF COMBINED-RECORD TO WS-NM-IN
           PERFORM 7100-NORMALIZE THRU 7100-EXIT
           MOVE WS-NM-OUT TO WS-SY-LAST-NAME(WS-SY-IDX)
           MOVE CUST-FIRST-NAME OF COMBINED-RECORD TO WS-NM-IN
           PERFORM 7100-NORMALIZE THRU 7100-EXIT
           MOVE WS-NM-OUT(1:1) TO WS-SY-FIRST-INIT(WS-SY-IDX)
           MOVE CUST-ADDR-LINE1 OF COMBINED-RECORD TO WS-NM-IN
           PERFORM 7100-NORMALIZE THRU 7100-EXIT
           MOVE WS-NM-OUT TO WS-SY-ADDR(WS-SY-IDX)
           MOVE CUST-DOB OF COMBINED-RECORD TO WS-SY-DOB(WS-SY-IDX)
           MOVE CUST-SSN OF COMBINED-RECORD TO WS-SY-SSN(WS-SY-IDX)
           DIVIDE CUST-SSN OF COMBINED-RECORD BY 10000
               GIVING WS-SSN-QUOTIENT
               REMAINDER WS-SY-SSN-LAST4(WS-SY-IDX)
           MOVE CUST-ZIP-CODE OF COMBINED-RECORD
               TO WS-SY-ZIP(WS-SY-IDX)
           MOVE 'N' TO WS-SY-HIT-SW(WS-SY-IDX).
       2450-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-PROFILE-ACCOUNT THRU 2500-EXIT
      *----------------------------------------------------------------*
       2500-PROFILE-ACCOUNT.
           ADD 1 TO WS-SX-AC-CNT(WS-SET)
           IF WS-IN-CUST
               ADD 1 TO WS-CUR-ACCT-CNT
           END-IF
           MOVE 'Y' TO WS-IN-ACCT-SW
           MOVE ZERO TO WS-CUR-TXN-CNT
           PERFORM 2700-FIND-TYPE THRU 2700-EXIT

           ADD 1 TO WS-TY-ACCT-CNT(WS-CUR-TY-SUB WS-SET)
           ADD ACCT-BALANCE TO WS-TY-BAL-SUM(WS-CUR-TY-SUB WS-SET)
           IF ACCT-BALANCE < WS-TY-BAL-MIN(WS-CUR-TY-SUB WS-SET)
               MOVE ACCT-BALANCE
                   TO WS-TY-BAL-MIN(WS-CUR-TY-SUB WS-SET)
           END-IF
           IF ACCT-BALANCE > WS-TY-BAL-MAX(WS-CUR-TY-SUB WS-SET)
               MOVE ACCT-BALANCE
                   TO WS-TY-BAL-MAX(WS-CUR-TY-SUB WS-SET)
           END-IF
           MOVE ACCT-BALANCE TO WS-BAND-VALUE
           MOVE 1 TO WS-LM-KIND
           PERFORM 7000-FIND-BAND THRU 7000-EXIT
           ADD 1 TO WS-TY-BAL-BAND(WS-CUR-TY-SUB WS-SET WS-BD-SUB).
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2600-PROFILE-TRANSACTION THRU 2600-EXIT
      *   A transaction with no account ahead of it still counts in
      *   the type and channel mix, but has no ACCT-TYPE to profile
      *   its amount under.
      *----------------------------------------------------------------*
       2600-PROFILE-TRANSACTION.
           ADD 1 TO WS-SX-TX-CNT(WS-SET)
           MOVE 'T' TO WS-TL-KIND
           MOVE TXN-TYPE TO WS-TL-CODE
           PERFORM 2800-TALLY-CATEGORY THRU 2800-EXIT
           MOVE 'C' TO WS-TL-KIND
           MOVE TXN-CHANNEL TO WS-TL-CODE
           PERFORM 2800-TALLY-CATEGORY THRU 2800-EXIT

           IF NOT WS-IN-ACCT
               ADD 1 TO WS-SX-ORPHAN-CNT(WS-SET)
               GO TO 2600-EXIT
           END-IF
           ADD 1 TO WS-CUR-TXN-CNT
           ADD 1 TO WS-TY-TXN-CNT(WS-CUR-TY-SUB WS-SET)
           ADD TXN-AMOUNT TO WS-TY-AMT-SUM(WS-CUR-TY-SUB WS-SET)
           IF TXN-AMOUNT < WS-TY-AMT-MIN(WS-CUR-TY-SUB WS-SET)
               MOVE TXN-AMOUNT TO WS-TY-AMT-MIN(WS-CUR-TY-SUB WS-SET)
           END-IF
           IF TXN-AMOUNT > WS-TY-AMT-MAX(WS-CUR-TY-SUB WS-SET)
               MOVE TXN-AMOUNT TO WS-TY-AMT-MAX(WS-CUR-TY-SUB WS-SET)
           END-IF
           MOVE TXN-AMOUNT TO WS-BAND-VALUE
           MOVE 2 TO WS-LM-KIND
           PERFORM 7000-FIND-BAND THRU 7000-EXIT
           ADD 1 TO WS-TY-AMT-BAND(WS-CUR-TY-SUB WS-SET WS-BD-SUB).
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2700-FIND-TYPE THRU 2700-EXIT
      *   Sets WS-CUR-TY-SUB to the ACCT-TYPE's entry, adding it on
      *   first sight.  Types past the table's 30 share the last
      *   entry, relabelled '**'.
      *----------------------------------------------------------------*
       2700-FIND-TYPE.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 2710-MATCH-TYPE THRU 2710-EXIT
               VARYING WS-TY-IDX FROM 1 BY 1
               UNTIL WS-TY-IDX > WS-TY-CNT OR WS-FOUND
           IF WS-FOUND
               GO TO 2700-EXIT
           END-IF
           IF WS-TY-CNT >= 30
               MOVE 30 TO WS-CUR-TY-SUB
               MOVE '**' TO WS-TY-CODE(30)
               GO TO 2700-EXIT
           END-IF
           ADD 1 TO WS-TY-CNT
           MOVE WS-TY-CNT TO WS-CUR-TY-SUB
           INITIALIZE WS-TY-ENTRY(WS-CUR-TY-SUB)
           MOVE ACCT-TYPE TO WS-TY-CODE(WS-CUR-TY-SUB)
           MOVE 999999999 TO WS-TY-BAL-MIN(WS-CUR-TY-SUB 1)
                             WS-TY-BAL-MIN(WS-CUR-TY-SUB 2)
                             WS-TY-AMT-MIN(WS-CUR-TY-SUB 1)
                             WS-TY-AMT-MIN(WS-CUR-TY-SUB 2).
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2710-MATCH-TYPE THRU 2710-EXIT
      *----------------------------------------------------------------*
       2710-MATCH-TYPE.
           IF WS-TY-CODE(WS-TY-IDX) = ACCT-TYPE
               SET WS-CUR-TY-SUB TO WS-TY-IDX
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2710-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2800-TALLY-CATEGORY THRU 2800-EXIT
      *   Counts WS-TL-CODE under WS-TL-KIND for the current set.
      *----------------------------------------------------------------*
       2800-TALLY-CATEGORY.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 2810-MATCH-CATEGORY THRU 2810-EXIT
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-CNT OR WS-FOUND
           IF NOT WS-FOUND
               IF WS-CT-CNT >= 300
                   GO TO 2800-EXIT
               END-IF
               ADD 1 TO WS-CT-CNT
               MOVE WS-CT-CNT TO WS-CT-SUB
               MOVE WS-TL-KIND TO WS-CT-KIND(WS-CT-SUB)
               MOVE WS-TL-CODE TO WS-CT-CODE(WS-CT-SUB)
               MOVE ZERO TO WS-CT-SET-CNT(WS-CT-SUB 1)
                            WS-CT-SET-CNT(WS-CT-SUB 2)
           END-IF
           ADD 1 TO WS-CT-SET-CNT(WS-CT-SUB WS-SET).
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2810-MATCH-CATEGORY THRU 2810-EXIT
      *----------------------------------------------------------------*
       2810-MATCH-CATEGORY.
           IF WS-CT-KIND(WS-CT-IDX) = WS-TL-KIND
               AND WS-CT-CODE(WS-CT-IDX) = WS-TL-CODE
               SET WS-CT-SUB TO WS-CT-IDX
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2810-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-TERMINATE THRU 3000-EXIT
      *----------------------------------------------------------------*
       3000-TERMINATE.
           IF WS-ABORT
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           CLOSE FIDELITY-REPORT
           EVALUATE TRUE
               WHEN WS-LEAK-CUST-CNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DRIFT-CNT > ZERO OR WS-SY-SKIP-CNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           DISPLAY 'MAIFIDL PRODUCTION RECORDS CU/AC/TX = '
               WS-SX-CU-CNT(1) ' ' WS-SX-AC-CNT(1) ' ' WS-SX-TX-CNT(1)
           DISPLAY 'MAIFIDL SYNTHETIC  RECORDS CU/AC/TX = '
               WS-SX-CU-CNT(2) ' ' WS-SX-AC-CNT(2) ' ' WS-SX-TX-CNT(2)
           DISPLAY 'MAIFIDL DRIFT LINES            = ' WS-DRIFT-CNT
           DISPLAY 'MAIFIDL REAL CUSTOMERS SWEPT   = ' WS-REAL-CNT
           DISPLAY 'MAIFIDL LEAKAGE MATCHES        = ' WS-LEAK-PAIR-CNT
           DISPLAY 'MAIFIDL SYNTHETIC CUSTS FLAGGED= ' WS-LEAK-CUST-CNT
           DISPLAY 'MAIFIDL SYNTHETIC NOT CHECKED  = ' WS-SY-SKIP-CNT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-PRIVACY-SWEEP THRU 4000-EXIT
      *   One pass of the real master; each individual is compared
      *   against every synthetic customer held.  Legal entities
      *   are not people and carry no DOB, so they are passed over.
      *----------------------------------------------------------------*
       4000-PRIVACY-SWEEP.
           MOVE 'PRIVACY LEAKAGE AGAINST CUSTOMER-MASTER'
               TO WS-SL-TITLE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SECTION-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 4100-READ-CUSTOMER THRU 4100-EXIT
           PERFORM 4200-CHECK-REAL-CUSTOMER THRU 4200-EXIT
               UNTIL WS-CUST-EOF
           CLOSE CUSTOMER-MASTER

           PERFORM 4400-COUNT-FLAGGED THRU 4400-EXIT
               VARYING WS-SY-IDX FROM 1 BY 1
               UNTIL WS-SY-IDX > WS-SY-CNT
           MOVE 'SYNTHETIC CUSTOMERS CHECKED' TO WS-ML-TEXT
           MOVE WS-SY-CNT TO WS-ML-COUNT
           PERFORM 6950-WRITE-MESSAGE THRU 6950-EXIT
           MOVE 'SYNTHETIC CUSTOMERS FLAGGED - TOO CLOSE TO A REAL ONE'
               TO WS-ML-TEXT
           MOVE WS-LEAK-CUST-CNT TO WS-ML-COUNT
           PERFORM 6950-WRITE-MESSAGE THRU 6950-EXIT
           IF WS-SY-SKIP-CNT > ZERO
               MOVE 'SYNTHETIC CUSTOMERS NOT CHECKED - TABLE FULL'
                   TO WS-ML-TEXT
               MOVE WS-SY-SKIP-CNT TO WS-ML-COUNT
               PERFORM 6950-WRITE-MESSAGE THRU 6950-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-READ-CUSTOMER THRU 4100-EXIT
      *----------------------------------------------------------------*
       4100-READ-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CUST-EOF-SW
           END-READ.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4200-CHECK-REAL-CUSTOMER THRU 4200-EXIT
      *----------------------------------------------------------------*
       4200-CHECK-REAL-CUSTOMER.
           IF CUST-LEGAL-ENTITY
               GO TO 4200-NEXT
           END-IF
           ADD 1 TO WS-REAL-CNT
           MOVE CUST-LAST-NAME OF CUSTOMER-RECORD TO WS-NM-IN
           PERFORM 7100-NORMALIZE THRU 7100-EXIT
           MOVE WS-NM-OUT TO WS-RL-LAST-NAME
           MOVE CUST-FIRST-NAME OF CUSTOMER-RECORD TO WS-NM-IN
           PERFORM 7100-NORMALIZE THRU 7100-EXIT
           MOVE WS-NM-OUT(1:1) TO WS-RL-FIRST-INIT
           MOVE CUST-ADDR-LINE-1 TO WS-NM-IN
           PERFORM 7100-NORMALIZE THRU 7100-EXIT
           MOVE WS-NM-OUT TO WS-RL-ADDR
           DIVIDE CUST-SSN OF CUSTOMER-RECORD BY 10000
               GIVING WS-SSN-QUOTIENT
               REMAINDER WS-RL-SSN-LAST4

           PERFORM 4300-COMPARE-ONE-SYNTH THRU 4300-EXIT
               VARYING WS-SY-IDX FROM 1 BY 1
               UNTIL WS-SY-IDX > WS-SY-CNT.
       4200-NEXT.
           PERFORM 4100-READ-CUSTOMER THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4300-COMPARE-ONE-SYNTH THRU 4300-EXIT
      *   A full SSN match flags on its own.  Otherwise two or more of
      *   NAME, DOB, ADDR and SSN4 together flag the pair.
      *----------------------------------------------------------------*
       4300-COMPARE-ONE-SYNTH.
           MOVE SPACES TO WS-LL-F-SSN WS-LL-F-NAME WS-LL-F-DOB
                          WS-LL-F-ADDR WS-LL-F-LAST4
           MOVE ZERO TO WS-LK-FACTOR-CNT

           IF WS-SY-SSN(WS-SY-IDX) = CUST-SSN OF CUSTOMER-RECORD
               AND WS-SY-SSN(WS-SY-IDX) > 9999
               MOVE 'SSN' TO WS-LL-F-SSN
           END-IF
           IF WS-SY-LAST-NAME(WS-SY-IDX) = WS-RL-LAST-NAME
               AND WS-SY-FIRST-INIT(WS-SY-IDX) = WS-RL-FIRST-INIT
               AND WS-RL-LAST-NAME NOT = SPACES
               MOVE 'NAME' TO WS-LL-F-NAME
               ADD 1 TO WS-LK-FACTOR-CNT
           END-IF
           IF WS-SY-DOB(WS-SY-IDX) = CUST-DOB OF CUSTOMER-RECORD
               AND WS-SY-DOB(WS-SY-IDX) NOT = ZERO
               MOVE 'DOB' TO WS-LL-F-DOB
               ADD 1 TO WS-LK-FACTOR-CNT
           END-IF
           IF WS-SY-ADDR(WS-SY-IDX) = WS-RL-ADDR
               AND WS-SY-ZIP(WS-SY-IDX) = CUST-ZIP-CODE
                                          OF CUSTOMER-RECORD
               AND WS-RL-ADDR NOT = SPACES
               MOVE 'ADDR' TO WS-LL-F-ADDR
               ADD 1 TO WS-LK-FACTOR-CNT
           END-IF
           IF WS-SY-SSN-LAST4(WS-SY-IDX) = WS-RL-SSN-LAST4
               AND WS-RL-SSN-LAST4 NOT = ZERO
               MOVE 'SSN4' TO WS-LL-F-LAST4
               ADD 1 TO WS-LK-FACTOR-CNT
           END-IF

           IF WS-LL-F-SSN = SPACES AND WS-LK-FACTOR-CNT < 2
               GO TO 4300-EXIT
           END-IF
           ADD 1 TO WS-LEAK-PAIR-CNT
           MOVE 'Y' TO WS-SY-HIT-SW(WS-SY-IDX)
           MOVE WS-SY-CUST-ID(WS-SY-IDX) TO WS-LL-SYN-ID
           MOVE CUST-ID OF CUSTOMER-RECORD TO WS-LL-REAL-ID
           MOVE WS-LEAK-LINE TO RPT-LINE
           WRITE RPT-LINE.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4400-COUNT-FLAGGED THRU 4400-EXIT
      *----------------------------------------------------------------*
       4400-COUNT-FLAGGED.
           IF WS-SY-HIT-SW(WS-SY-IDX) = 'Y'
               ADD 1 TO WS-LEAK-CUST-CNT
           END-IF.
       4400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-WRITE-FIDELITY THRU 6000-EXIT
      *----------------------------------------------------------------*
       6000-WRITE-FIDELITY.
           MOVE 'RECORD COUNTS AND RATIOS' TO WS-SL-TITLE
           PERFORM 6900-WRITE-SECTION THRU 6900-EXIT
           MOVE 'N' TO WS-FLAG-SW
           MOVE 'CUSTOMERS' TO WS-VL-LABEL
           MOVE WS-SX-CU-CNT(1) TO WS-VAL-1
           MOVE WS-SX-CU-CNT(2) TO WS-VAL-2
           PERFORM 7300-WRITE-VALUE THRU 7300-EXIT
           MOVE 'ACCOUNTS' TO WS-VL-LABEL
           MOVE WS-SX-AC-CNT(1) TO WS-VAL-1
           MOVE WS-SX-AC-CNT(2) TO WS-VAL-2
           PERFORM 7300-WRITE-VALUE THRU 7300-EXIT
           MOVE 'TRANSACTIONS' TO WS-VL-LABEL
           MOVE WS-SX-TX-CNT(1) TO WS-VAL-1
           MOVE WS-SX-TX-CNT(2) TO WS-VAL-2
           PERFORM 7300-WRITE-VALUE THRU 7300-EXIT
           MOVE 'Y' TO WS-FLAG-SW
           MOVE 'ACCOUNTS PER CUSTOMER' TO WS-VL-LABEL
           MOVE ZERO TO WS-VAL-1 WS-VAL-2
           IF WS-SX-CU-CNT(1) > ZERO
               COMPUTE WS-VAL-1 ROUNDED =
                   WS-SX-AC-CNT(1) / WS-SX-CU-CNT(1)
           END-IF
           IF WS-SX-CU-CNT(2) > ZERO
               COMPUTE WS-VAL-2 ROUNDED =
                   WS-SX-AC-CNT(2) / WS-SX-CU-CNT(2)
           END-IF
           PERFORM 7300-WRITE-VALUE THRU 7300-EXIT
           MOVE 'TRANSACTIONS PER ACCOUNT' TO WS-VL-LABEL
           MOVE ZERO TO WS-VAL-1 WS-VAL-2
           IF WS-SX-AC-CNT(1) > ZERO
               COMPUTE WS-VAL-1 ROUNDED =
                   WS-SX-TX-CNT(1) / WS-SX-AC-CNT(1)
           END-IF
           IF WS-SX-AC-CNT(2) > ZERO
               COMPUTE WS-VAL-2 ROUNDED =
                   WS-SX-TX-CNT(2) / WS-SX-AC-CNT(2)
           END-IF
           PERFORM 7300-WRITE-VALUE THRU 7300-EXIT
           IF WS-SX-ORPHAN-CNT(1) > ZERO OR WS-SX-ORPHAN-CNT(2) > ZERO
               MOVE 'N' TO WS-FLAG-SW
               MOVE 'TXNS WITH NO ACCOUNT AHEAD' TO WS-VL-LABEL
               MOVE WS-SX-ORPHAN-CNT(1) TO WS-VAL-1
               MOVE WS-SX-ORPHAN-CNT(2) TO WS-VAL-2
               PERFORM 7300-WRITE-VALUE THRU 7300-EXIT
               MOVE 'Y' TO WS-FLAG-SW
           END-IF

           MOVE 'ACCOUNTS PER CUSTOMER' TO WS-SL-TITLE
           PERFORM 6900-WRITE-SECTION THRU 6900-EXIT
           MOVE WS-SX-CU-CNT(1) TO WS-TOT-1
           MOVE WS-SX-CU-CNT(2) TO WS-TOT-2
           PERFORM 6100-APC-BAND THRU 6100-EXIT
               VARYING WS-BD-SUB FROM 1 BY 1 UNTIL WS-BD-SUB > 5

           MOVE 'TRANSACTIONS PER ACCOUNT' TO WS-SL-TITLE
           PERFORM 6900-WRITE-SECTION THRU 6900-EXIT
           MOVE WS-SX-AC-CNT(1) TO WS-TOT-1
           MOVE WS-SX-AC-CNT(2) TO WS-TOT-2
           PERFORM 6150-TPA-BAND THRU 6150-EXIT
               VARYING WS-BD-SUB FROM 1 BY 1 UNTIL WS-BD-SUB > 5

           PERFORM 6200-WRITE-ACCT-TYPE THRU 6200-EXIT
               VARYING WS-TY-IDX FROM 1 BY 1
               UNTIL WS-TY-IDX > WS-TY-CNT

           MOVE 'TXN-TYPE MIX' TO WS-SL-TITLE
           MOVE 'T' TO WS-TL-KIND
           MOVE WS-SX-TX-CNT(1) TO WS-TOT-1
           MOVE WS-SX-TX-CNT(2) TO WS-TOT-2
           PERFORM 6400-WRITE-CATEGORY-KIND THRU 6400-EXIT
           MOVE 'TXN-CHANNEL MIX' TO WS-SL-TITLE
           MOVE 'C' TO WS-TL-KIND
           PERFORM 6400-WRITE-CATEGORY-KIND THRU 6400-EXIT
           MOVE 'CUST-STATE SPREAD' TO WS-SL-TITLE
           MOVE 'S' TO WS-TL-KIND
           MOVE WS-SX-CU-CNT(1) TO WS-TOT-1
           MOVE WS-SX-CU-CNT(2) TO WS-TOT-2
           PERFORM 6400-WRITE-CATEGORY-KIND THRU 6400-EXIT

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'FIDELITY LINES MARKED DRIFT' TO WS-ML-TEXT
           MOVE WS-DRIFT-CNT TO WS-ML-COUNT
           PERFORM 6950-WRITE-MESSAGE THRU 6950-EXIT.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6100-APC-BAND THRU 6100-EXIT
      *----------------------------------------------------------------*
       6100-APC-BAND.
           MOVE WS-BAND-LABEL(3 WS-BD-SUB) TO WS-SH-LABEL
           MOVE WS-SX-APC-BAND(1 WS-BD-SUB) TO WS-CNT-1
           MOVE WS-SX-APC-BAND(2 WS-BD-SUB) TO WS-CNT-2
           PERFORM 7200-WRITE-SHARE THRU 7200-EXIT.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6150-TPA-BAND THRU 6150-EXIT
      *----------------------------------------------------------------*
       6150-TPA-BAND.
           MOVE WS-BAND-LABEL(4 WS-BD-SUB) TO WS-SH-LABEL
           MOVE WS-SX-TPA-BAND(1 WS-BD-SUB) TO WS-CNT-1
           MOVE WS-SX-TPA-BAND(2 WS-BD-SUB) TO WS-CNT-2
           PERFORM 7200-WRITE-SHARE THRU 7200-EXIT.
       6150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6200-WRITE-ACCT-TYPE THRU 6200-EXIT
      *   The type's share of all accounts and of all transactions,
      *   then its balance and TXN-AMOUNT profile.  A set with no
      *   accounts of the type shows zero, not the starting minimum.
      *----------------------------------------------------------------*
       6200-WRITE-ACCT-TYPE.
           MOVE SPACES TO WS-SL-TITLE
           STRING 'ACCT-TYPE ' DELIMITED BY SIZE
                  WS-TY-CODE(WS-TY-IDX) DELIMITED BY SIZE
               INTO WS-SL-TITLE
           END-STRING
           PERFORM 6900-WRITE-SECTION THRU 6900-EXIT

           MOVE 'SHARE OF ALL ACCOUNTS' TO WS-SH-LABEL
           MOVE WS-TY-ACCT-CNT(WS-TY-IDX 1) TO WS-CNT-1
           MOVE WS-TY-ACCT-CNT(WS-TY-IDX 2) TO WS-CNT-2
           MOVE WS-SX-AC-CNT(1) TO WS-TOT-1
           MOVE WS-SX-AC-CNT(2) TO WS-TOT-2
           PERFORM 7200-WRITE-SHARE THRU 7200-EXIT

           MOVE 'BALANCE MEAN' TO WS-VL-LABEL
           MOVE ZERO TO WS-VAL-1 WS-VAL-2
           IF WS-TY-ACCT-CNT(WS-TY-IDX 1) > ZERO
               COMPUTE WS-VAL-1 ROUNDED = WS-TY-BAL-SUM(WS-TY-IDX 1)
                   / WS-TY-ACCT-CNT(WS-TY-IDX 1)
           END-IF
           IF WS-TY-ACCT-CNT(WS-TY-IDX 2) > ZERO
               COMPUTE WS-VAL-2 ROUNDED = WS-TY-BAL-SUM(WS-TY-IDX 2)
                   / WS-TY-ACCT-CNT(WS-TY-IDX 2)
           END-IF
           PERFORM 7300-WRITE-VALUE THRU 7300-EXIT
           MOVE 'N' TO WS-FLAG-SW
           MOVE 'BALANCE MINIMUM' TO WS-VL-LABEL
           MOVE ZERO TO WS-VAL-1 WS-VAL-2
           IF WS-TY-ACCT-CNT(WS-TY-IDX 1) > ZERO
               MOVE WS-TY-BAL-MIN(WS-TY-IDX 1) TO WS-VAL-1
           END-IF
           IF WS-TY-ACCT-CNT(WS-TY-IDX 2) > ZERO
               MOVE WS-TY-BAL-MIN(WS-TY-IDX 2) TO WS-VAL-2
           END-IF
           PERFORM 7300-WRITE-VALUE THRU 7300-EXIT
           MOVE 'BALANCE MAXIMUM' TO WS-VL-LABEL
           MOVE WS-TY-BAL-MAX(WS-TY-IDX 1) TO WS-VAL-1
           MOVE WS-TY-BAL-MAX(WS-TY-IDX 2) TO WS-VAL-2
           PERFORM 7300-WRITE-VALUE THRU 7300-EXIT
           MOVE 'Y' TO WS-FLAG-SW
           MOVE WS-TY-ACCT-CNT(WS-TY-IDX 1) TO WS-TOT-1
           MOVE WS-TY-ACCT-CNT(WS-TY-IDX 2) TO WS-TOT-2
           PERFORM 6250-BALANCE-BAND THRU 6250-EXIT
               VARYING WS-BD-SUB FROM 1 BY 1 UNTIL WS-BD-SUB > 5

           MOVE 'SHARE OF ALL TRANSACTIONS' TO WS-SH-LABEL
           MOVE WS-TY-TXN-CNT(WS-TY-IDX 1) TO WS-CNT-1
           MOVE WS-TY-TXN-CNT(WS-TY-IDX 2) TO WS-CNT-2
           MOVE WS-SX-TX-CNT(1) TO WS-TOT-1
           MOVE WS-SX-TX-CNT(2) TO WS-TOT-2
           PERFORM 7200-WRITE-SHARE THRU 7200-EXIT

           MOVE 'TXN-AMOUNT MEAN' TO WS-VL-LABEL
           MOVE ZERO TO WS-VAL-1 WS-VAL-2
           IF WS-TY-TXN-CNT(WS-TY-IDX 1) > ZERO
               COMPUTE WS-VAL-1 ROUNDED = WS-TY-AMT-SUM(WS-TY-IDX 1)
                   / WS-TY-TXN-CNT(WS-TY-IDX 1)
           END-IF
           IF WS-TY-TXN-CNT(WS-TY-IDX 2) > ZERO
               COMPUTE WS-VAL-2 ROUNDED = WS-TY-AMT-SUM(WS-TY-IDX 2)
                   / WS-TY-TXN-CNT(WS-TY-IDX 2)
           END-IF
           PERFORM 7300-WRITE-VALUE THRU 7300-EXIT
           MOVE 'N' TO WS-FLAG-SW
           MOVE 'TXN-AMOUNT MINIMUM' TO WS-VL-LABEL
           MOVE ZERO TO WS-VAL-1 WS-VAL-2
           IF WS-TY-TXN-CNT(WS-TY-IDX 1) > ZERO
               MOVE WS-TY-AMT-MIN(WS-TY-IDX 1) TO WS-VAL-1
           END-IF
           IF WS-TY-TXN-CNT(WS-TY-IDX 2) > ZERO
               MOVE WS-TY-AMT-MIN(WS-TY-IDX 2) TO WS-VAL-2
           END-IF
           PERFORM 7300-WRITE-VALUE THRU 7300-EXIT
           MOVE 'TXN-AMOUNT MAXIMUM' TO WS-VL-LABEL
           MOVE WS-TY-AMT-MAX(WS-TY-IDX 1) TO WS-VAL-1
           MOVE WS-TY-AMT-MAX(WS-TY-IDX 2) TO WS-VAL-2
           PERFORM 7300-WRITE-VALUE THRU 7300-EXIT
           MOVE 'Y' TO WS-FLAG-SW
           MOVE WS-TY-TXN-CNT(WS-TY-IDX 1) TO WS-TOT-1
           MOVE WS-TY-TXN-CNT(WS-TY-IDX 2) TO WS-TOT-2
           PERFORM 6270-AMOUNT-BAND THRU 6270-EXIT
               VARYING WS-BD-SUB FROM 1 BY 1 UNTIL WS-BD-SUB > 5.
       6200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6250-BALANCE-BAND THRU 6250-EXIT
      *----------------------------------------------------------------*
       6250-BALANCE-BAND.
           MOVE SPACES TO WS-SH-LABEL
           STRING 'BALANCE ' DELIMITED BY SIZE
                  WS-BAND-LABEL(1 WS-BD-SUB) DELIMITED BY SIZE
               INTO WS-SH-LABEL
           END-STRING
           MOVE WS-TY-BAL-BAND(WS-TY-IDX 1 WS-BD-SUB) TO WS-CNT-1
           MOVE WS-TY-BAL-BAND(WS-TY-IDX 2 WS-BD-SUB) TO WS-CNT-2
           PERFORM 7200-WRITE-SHARE THRU 7200-EXIT.
       6250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6270-AMOUNT-BAND THRU 6270-EXIT
      *----------------------------------------------------------------*
       6270-AMOUNT-BAND.
           MOVE SPACES TO WS-SH-LABEL
           STRING 'AMOUNT ' DELIMITED BY SIZE
                  WS-BAND-LABEL(2 WS-BD-SUB) DELIMITED BY SIZE
               INTO WS-SH-LABEL
           END-STRING
           MOVE WS-TY-AMT-BAND(WS-TY-IDX 1 WS-BD-SUB) TO WS-CNT-1
           MOVE WS-TY-AMT-BAND(WS-TY-IDX 2 WS-BD-SUB) TO WS-CNT-2
           PERFORM 7200-WRITE-SHARE THRU 7200-EXIT.
       6270-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6400-WRITE-CATEGORY-KIND THRU 6400-EXIT
      *   The caller sets the title, WS-TL-KIND and the two totals.
      *----------------------------------------------------------------*
       6400-WRITE-CATEGORY-KIND.
           PERFORM 6900-WRITE-SECTION THRU 6900-EXIT
           PERFORM 6410-WRITE-CATEGORY THRU 6410-EXIT
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-CNT.
       6400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6410-WRITE-CATEGORY THRU 6410-EXIT
      *----------------------------------------------------------------*
       6410-WRITE-CATEGORY.
           IF WS-CT-KIND(WS-CT-IDX) NOT = WS-TL-KIND
               GO TO 6410-EXIT
           END-IF
           MOVE WS-CT-CODE(WS-CT-IDX) TO WS-SH-LABEL
           MOVE WS-CT-SET-CNT(WS-CT-IDX 1) TO WS-CNT-1
           MOVE WS-CT-SET-CNT(WS-CT-IDX 2) TO WS-CNT-2
           PERFORM 7200-WRITE-SHARE THRU 7200-EXIT.
       6410-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6900-WRITE-SECTION THRU 6900-EXIT
      *----------------------------------------------------------------*
       6900-WRITE-SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SECTION-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE.
       6900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6950-WRITE-MESSAGE THRU 6950-EXIT
      *----------------------------------------------------------------*
       6950-WRITE-MESSAGE.
           MOVE WS-MESSAGE-LINE TO RPT-LINE
           WRITE RPT-LINE.
       6950-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-FIND-BAND THRU 7000-EXIT
      *   Sets WS-BD-SUB to WS-BAND-VALUE's band under the limits
      *   of WS-LM-KIND.
      *----------------------------------------------------------------*
       7000-FIND-BAND.
           MOVE 1 TO WS-BD-SUB
           PERFORM 7010-TEST-LIMIT THRU 7010-EXIT
               VARYING WS-LM-SUB FROM 1 BY 1 UNTIL WS-LM-SUB > 4.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7010-TEST-LIMIT THRU 7010-EXIT
      *----------------------------------------------------------------*
       7010-TEST-LIMIT.
           IF WS-BAND-VALUE NOT < WS-BAND-LIMIT(WS-LM-KIND WS-LM-SUB)
               COMPUTE WS-BD-SUB = WS-LM-SUB + 1
           END-IF.
       7010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7100-NORMALIZE THRU 7100-EXIT
      *   Letters and digits of WS-NM-IN packed left into WS-NM-OUT,
      *   so spacing and punctuation differences do not hide a match.
      *----------------------------------------------------------------*
       7100-NORMALIZE.
           MOVE SPACES TO WS-NM-OUT
           MOVE ZERO TO WS-NM-OUT-SUB
           PERFORM 7110-NORMALIZE-CHAR THRU 7110-EXIT
               VARYING WS-NM-IN-SUB FROM 1 BY 1
               UNTIL WS-NM-IN-SUB > 35.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7110-NORMALIZE-CHAR THRU 7110-EXIT
      *----------------------------------------------------------------*
       7110-NORMALIZE-CHAR.
           IF (WS-NM-IN(WS-NM-IN-SUB:1) >= 'A'
                   AND WS-NM-IN(WS-NM-IN-SUB:1) <= 'Z')
               OR (WS-NM-IN(WS-NM-IN-SUB:1) >= '0'
                   AND WS-NM-IN(WS-NM-IN-SUB:1) <= '9')
               ADD 1 TO WS-NM-OUT-SUB
               MOVE WS-NM-IN(WS-NM-IN-SUB:1)
                   TO WS-NM-OUT(WS-NM-OUT-SUB:1)
           END-IF.
       7110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7200-WRITE-SHARE THRU 7200-EXIT
      *   WS-CNT-n out of WS-TOT-n as a percentage for each set, and
      *   the synthetic share's distance from production in points.
      *----------------------------------------------------------------*
       7200-WRITE-SHARE.
           MOVE ZERO TO WS-PCT-1 WS-PCT-2
           IF WS-TOT-1 > ZERO
               COMPUTE WS-PCT-1 ROUNDED = WS-CNT-1 * 100 / WS-TOT-1
           END-IF
           IF WS-TOT-2 > ZERO
               COMPUTE WS-PCT-2 ROUNDED = WS-CNT-2 * 100 / WS-TOT-2
           END-IF
           COMPUTE WS-DIFF-PTS = WS-PCT-2 - WS-PCT-1
           MOVE WS-CNT-1    TO WS-SH-PROD-CNT
           MOVE WS-PCT-1    TO WS-SH-PROD-PCT
           MOVE WS-CNT-2    TO WS-SH-SYN-CNT
           MOVE WS-PCT-2    TO WS-SH-SYN-PCT
           MOVE WS-DIFF-PTS TO WS-SH-DIFF
           MOVE SPACES      TO WS-SH-FLAG
           IF WS-DIFF-PTS < ZERO
               COMPUTE WS-DIFF-PTS = ZERO - WS-DIFF-PTS
           END-IF
           IF WS-DIFF-PTS > WS-SHARE-TOL
               MOVE '*** DRIFT' TO WS-SH-FLAG
               ADD 1 TO WS-DRIFT-CNT
           END-IF
           MOVE WS-SHARE-LINE TO RPT-LINE
           WRITE RPT-LINE.
       7200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7300-WRITE-VALUE THRU 7300-EXIT
      *   WS-VAL-1 against WS-VAL-2, the difference shown as a
      *   percentage of the production value.  Drift is only judged
      *   while WS-FLAG-SW is on.
      *----------------------------------------------------------------*
       7300-WRITE-VALUE.
           MOVE WS-VAL-1 TO WS-VL-PROD
           MOVE WS-VAL-2 TO WS-VL-SYN
           MOVE SPACES   TO WS-VL-FLAG
           MOVE ZERO     TO WS-REL-DIFF
           IF WS-VAL-1 > ZERO
               COMPUTE WS-REL-DIFF ROUNDED =
                   (WS-VAL-2 - WS-VAL-1) * 100 / WS-VAL-1
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-REL-DIFF
               END-COMPUTE
           END-IF
           MOVE WS-REL-DIFF TO WS-VL-DIFF
           IF NOT WS-FLAG-DRIFT
               GO TO 7300-WRITE
           END-IF
           IF WS-REL-DIFF < ZERO
               COMPUTE WS-REL-DIFF = ZERO - WS-REL-DIFF
           END-IF
           IF WS-REL-DIFF > WS-VALUE-TOL
               OR (WS-VAL-1 = ZERO AND WS-VAL-2 > ZERO)
               MOVE '*** DRIFT' TO WS-VL-FLAG
               ADD 1 TO WS-DRIFT-CNT
           END-IF.
       7300-WRITE.
           MOVE WS-VALUE-LINE TO RPT-LINE
           WRITE RPT-LINE.
       7300-EXIT.
           EXIT.
