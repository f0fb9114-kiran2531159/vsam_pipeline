      *================================================================*
      * LGLPROC - NIGHTLY LEGAL ORDER (LEVY / GARNISHMENT) PROCESSING
      *
      * Works the LGLORDR legal-order file LGLMAINT keys.  Runs
      * after DEPRELSE and ahead of the night's posting, so the
      * holds it places are in the available balance TXNPOST
      * declines against tonight.
      *
      * Remittance: an order holding funds ('H') whose hold period
      * has run out (LO-REMIT-DATE on or before the business date)
      * has each of its DEPHOLD 'L' holds released and the held
      * amount - never more than the account's positive balance -
      * debited under a TXN-TYPE 'LG' transaction posted directly
      * (TXN-ID from TXNSEQ, the ESCHEAT path).  GLPOST credits the
      * legal order remittance payable, and one line per order goes
      * to the LGLREMT extract the check to the agency is cut from.
      * A hold already released is never debited, so a rerun after
      * an abend cannot pay an order twice.
      *
      * Review: every new order ('N') is reviewed against each
      * deposit account the customer owns before anything is
      * frozen.  The protected amount is the federal benefit
      * direct deposits (ACHIMP's 'B' flag on the posted 'DP'
      * history) posted to that account in the two-month lookback
      * - from the same day two months back (the month's last day
      * when the month is shorter) through the business date -
      * capped at the balance.  What is left, less any funds
      * already held for another order, is unprotected: the
      * FEESCHED legal-processing fee comes out of it first (once
      * per order, as an 'FE' request on the LGLREQ batch TXNPOST
      * posts tonight), then a DEPHOLD 'L' hold for the rest of the
      * amount demanded.  The order goes to 'H' with its remit date
      * LO-HOLD-DAYS out, or to 'C' when nothing unprotected was
      * found.  Every review writes the customer notice (LGLNTC)
      * and the answer to the issuing agency (LGLANS).
      *
      * Protection is applied to every order type - the two-month
      * benefit lookback is the minimum the Treasury rule requires
      * for a garnishment, and the bank applies it to tax levies as
      * well rather than judge exemptions order by order.
      *
      * Return codes: 4 when an answer is going out after its
      * deadline, an order needed more than the five holds the
      * record carries, or a table filled and work was left for
      * the next night; 16 when the legal-order file will not open.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGLPROC.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL LEGAL ORDER PROCESSING - LEVIES
      *                     AND GARNISHMENTS WERE BEING FROZEN, PAID
      *                     AND ANSWERED BY HAND.
      *   2026-10-15  DS   REQUEST RECORD GREW TO 169 BYTES FOR THE
      *                    NEW TR-EFFECTIVE-DATE VALUE DATE, ZEROED
      *                    HERE - THESE REQUESTS TAKE VALUE THE DAY
      *                    THEY POST.
      *   2026-10-15  DS   REQUEST RECORD GREW TO 183 BYTES FOR THE
      *                    NEW TR-RECEIVED-DATE / TR-RECEIVED-TIME
      *                    STAMP, ZEROED HERE - REQUESTS GENERATED
      *                    INSIDE THE BATCH CYCLE ARE NEVER HELD TO
      *                    A POSTING CUTOFF.
      *   2026-10-15  DS   EACH NOTICE NOW OPENS WITH THE MAIL ITEM
      *                    HEADER LINE (MAILHDR - PROGRAM, NOTICE
      *                    CODE, CUSTOMER, ACCOUNT) INSTEAD OF A
      *                    ROW OF ASTERISKS, SO MAILASM CAN FOLD
      *                    IT INTO THE CONSOLIDATED MAIL PIECE.
      *   2026-10-15  DS   NO NOTICE IS PRINTED FOR A CUSTOMER WHOSE
      *                    ADDRESS RTNMAIL HAS FLAGGED UNDELIVERABLE -
      *                    COUNTED AS SUPPRESSED.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-ORDER-FILE ASSIGN TO LGLORDR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LO-KEY
               FILE STATUS IS WS-LGL-STATUS.

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

           SELECT TRANSACTION-MASTER ASSIGN TO TXNMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-ID
               FILE STATUS IS WS-TXN-STATUS.

           SELECT DEPOSIT-HOLD-FILE ASSIGN TO DEPHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-DEPH-STATUS.

           SELECT FEE-SCHEDULE ASSIGN TO FEESCHED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-ACCT-TYPE
               FILE STATUS IS WS-FEE-STATUS.

           SELECT TXN-SEQUENCE-CTL ASSIGN TO TXNSEQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

           SELECT FEE-REQUEST-OUT ASSIGN TO LGLREQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT CUSTOMER-NOTICE ASSIGN TO LGLNTC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTC-STATUS.

           SELECT AGENCY-ANSWER ASSIGN TO LGLANS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANS-STATUS.

           SELECT REMIT-EXTRACT ASSIGN TO LGLREMT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMT-STATUS.

           SELECT LEGAL-REPORT ASSIGN TO LGLRPT
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
       FD  LEGAL-ORDER-FILE.
           COPY "lglordr.cpy".

       FD  ACCOUNT-MASTER.
           COPY "account.cpy".

       FD  CUSTOMER-MASTER.
           COPY "customer.cpy".

       FD  TRANSACTION-MASTER.
           COPY "transaction.cpy".

       FD  DEPOSIT-HOLD-FILE.
           COPY "dephold.cpy".

       FD  FEE-SCHEDULE.
           COPY "feesched.cpy".

       FD  TXN-SEQUENCE-CTL
           RECORD CONTAINS 15 CHARACTERS.
       01  TXN-SEQUENCE-RECORD            PIC 9(15).

       FD  FEE-REQUEST-OUT
           RECORD CONTAINS 183 CHARACTERS.
           COPY "txnreq.cpy".

       FD  CUSTOMER-NOTICE
           RECORD CONTAINS 80 CHARACTERS.
       01  NTC-LINE                       PIC X(80).

       FD  AGENCY-ANSWER
           RECORD CONTAINS 80 CHARACTERS.
       01  ANS-LINE                       PIC X(80).

       FD  REMIT-EXTRACT
           RECORD CONTAINS 156 CHARACTERS.
       01  REMIT-EXTRACT-RECORD.
           05  RX-AGENCY-NAME             PIC X(30).
           05  RX-AGENCY-ADDR             PIC X(35).
           05  RX-AGENCY-CITY             PIC X(25).
           05  RX-AGENCY-STATE            PIC X(02).
           05  RX-AGENCY-ZIP              PIC 9(05).
           05  RX-AGENCY-REF              PIC X(20).
           05  RX-ORDER-TYPE              PIC X(01).
           05  RX-CUST-ID                 PIC 9(10).
           05  RX-ORDER-NO                PIC 9(09).
           05  RX-AMOUNT                  PIC S9(09)V99.
           05  RX-REMIT-DATE              PIC 9(08).

       FD  LEGAL-REPORT
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

       01  WS-LGL-STATUS                  PIC X(02).
       01  WS-ACCT-STATUS                 PIC X(02).
       01  WS-CUST-STATUS                 PIC X(02).
       01  WS-TXN-STATUS                  PIC X(02).
       01  WS-DEPH-STATUS                 PIC X(02).
       01  WS-FEE-STATUS                  PIC X(02).
       01  WS-SEQ-STATUS                  PIC X(02).
       01  WS-REQ-STATUS                  PIC X(02).
       01  WS-NTC-STATUS                  PIC X(02).
       01  WS-ANS-STATUS                  PIC X(02).
       01  WS-REMT-STATUS                 PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-ABORT-SW                PIC X(01)   VALUE 'N'.
               88  WS-ABORT                 VALUE 'Y'.
           05  WS-ACCT-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-ACCT-EOF              VALUE 'Y'.
           05  WS-TXN-EOF-SW              PIC X(01)   VALUE 'N'.
               88  WS-TXN-EOF               VALUE 'Y'.
           05  WS-DEP-EOF-SW              PIC X(01)   VALUE 'N'.
               88  WS-DEP-EOF               VALUE 'Y'.
           05  WS-FOUND-SW                PIC X(01)   VALUE 'N'.
               88  WS-FOUND                 VALUE 'Y'.
           05  WS-CUST-FOUND-SW           PIC X(01)   VALUE 'N'.
               88  WS-CUST-FOUND            VALUE 'Y'.
           05  WS-FEE-DONE-SW             PIC X(01)   VALUE 'N'.
               88  WS-FEE-DONE              VALUE 'Y'.
           05  WS-WARN-SW                 PIC X(01)   VALUE 'N'.
               88  WS-WARN                  VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-LOOKBACK-START              PIC 9(08)   VALUE ZERO.
       01  WS-LB-DAY                      PIC 9(02)   VALUE ZERO.
       01  WS-LB-FIRST-JULIAN             PIC S9(09)  VALUE ZERO.
       01  WS-LB-NEXT-JULIAN              PIC S9(09)  VALUE ZERO.
       01  WS-NEXT-TXN-ID                 PIC 9(15)   VALUE ZERO.
       01  WS-BATCH-HASH-TOTAL            PIC S9(13)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      * LEGAL HOLD KEY - 999999 AHEAD OF THE ORDER NUMBER, ABOVE ANY
      * TXN-ID THE TXNSEQ SEQUENCE WILL ASSIGN, SO AN ACCOUNT'S
      * LEGAL HOLDS SORT TOGETHER AT THE END OF ITS DEPHOLD RANGE.
      *----------------------------------------------------------------*
       01  WS-LEGAL-HOLD-BASE             PIC 9(15)
                                          VALUE 999999000000000.
       01  WS-HOLD-IDX                    PIC 9(02)   VALUE ZERO.

       01  WS-REMAINING                   PIC S9(11)V99 VALUE ZERO.
       01  WS-PROTECTED                   PIC S9(11)V99 VALUE ZERO.
       01  WS-UNPROTECTED                 PIC S9(11)V99 VALUE ZERO.
       01  WS-HOLD-AMOUNT                 PIC S9(11)V99 VALUE ZERO.
       01  WS-FEE-AMOUNT                  PIC S9(05)V99 VALUE ZERO.
       01  WS-REMIT-AMOUNT                PIC S9(11)V99 VALUE ZERO.
       01  WS-REMIT-TOTAL                 PIC S9(11)V99 VALUE ZERO.

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
      * NEW ORDERS AWAITING REVIEW - GATHERED ON THE FIRST PASS SO
      * THE ACCOUNT MASTER AND THE HISTORY ARE EACH READ ONCE FOR
      * THE WHOLE NIGHT.  AN ORDER PAST THE TABLE STAYS 'N' FOR THE
      * NEXT NIGHT.
      *----------------------------------------------------------------*
       01  WS-NEW-ORDER-MAX               PIC 9(03)   VALUE 050.
       01  WS-NEW-ORDER-CNT               PIC 9(03)   VALUE ZERO.
       01  WS-NEW-ORDER-TABLE.
           05  WS-NO-ENTRY OCCURS 50 TIMES INDEXED BY WS-NO-IDX.
               10  WS-NO-CUST-ID            PIC 9(10).
               10  WS-NO-ORDER-NO           PIC 9(09).

      *----------------------------------------------------------------*
      * DEPOSIT ACCOUNTS OWNED BY THE NIGHT'S NEW-ORDER CUSTOMERS.
      * WS-AT-BENEFIT IS THE LOOKBACK'S FEDERAL BENEFIT DEPOSITS,
      * WS-AT-PRIOR-HOLD THE OPEN LEGAL HOLDS FROM EARLIER ORDERS,
      * AND WS-AT-USED WHAT TONIGHT'S REVIEWS HAVE ALREADY HELD OR
      * CHARGED - A SECOND ORDER ON THE SAME ACCOUNT ONLY SEES WHAT
      * THE FIRST LEFT.
      *----------------------------------------------------------------*
       01  WS-ACCT-TBL-MAX                PIC 9(03)   VALUE 200.
       01  WS-ACCT-TBL-CNT                PIC 9(03)   VALUE ZERO.
       01  WS-ACCT-TABLE.
           05  WS-AT-ENTRY OCCURS 200 TIMES INDEXED BY WS-AT-IDX.
               10  WS-AT-ACCT-NO            PIC 9(12).
               10  WS-AT-CUST-ID            PIC 9(10).
               10  WS-AT-ACCT-TYPE          PIC X(03).
               10  WS-AT-BALANCE            PIC S9(11)V99.
               10  WS-AT-BENEFIT            PIC S9(11)V99.
               10  WS-AT-PRIOR-HOLD         PIC S9(11)V99.
               10  WS-AT-USED               PIC S9(11)V99.

      *----------------------------------------------------------------*
      * GENERATED TXN-DESC FOR THE 'LG' REMITTANCE DEBIT
      *----------------------------------------------------------------*
       01  WS-LG-DESC.
           05  FILLER                     PIC X(12)
                                          VALUE 'LEGAL ORDER '.
           05  WS-LD-ORDER-NO             PIC 9(09).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WS-LD-AGENCY-REF           PIC X(18).

       01  WS-COUNTERS.
           05  WS-ORDER-CNT               PIC 9(07)   VALUE ZERO.
           05  WS-REVIEWED-CNT            PIC 9(07)   VALUE ZERO.
           05  WS-HELD-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-CLOSED-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-REMITTED-CNT            PIC 9(07)   VALUE ZERO.
           05  WS-FEE-CNT                 PIC 9(07)   VALUE ZERO.
           05  WS-BENEFIT-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-LATE-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-DEFERRED-CNT            PIC 9(07)   VALUE ZERO.
           05  WS-HOLD-FULL-CNT           PIC 9(07)   VALUE ZERO.
           05  WS-SUPPRESSED-CNT          PIC 9(07)   VALUE ZERO.

      *----------------------------------------------------------------*
      * REPORT LINES
      *----------------------------------------------------------------*
       01  WS-HEADING-LINE.
           05  FILLER PIC X(40)
               VALUE 'LGLPROC - LEGAL ORDER PROCESSING  DATE: '.
           05  WS-HL-DATE                  PIC 9(08).

       01  WS-DETAIL-LINE.
           05  WS-DL-ACTION                PIC X(12).
           05  FILLER PIC X(07) VALUE 'CUST = '.
           05  WS-DL-CUST-ID               PIC 9(10).
           05  FILLER PIC X(10) VALUE '  ORDER = '.
           05  WS-DL-ORDER-NO              PIC 9(09).
           05  FILLER PIC X(09) VALUE '  TYPE = '.
           05  WS-DL-ORDER-TYPE            PIC X(01).
           05  FILLER PIC X(14) VALUE '  PROTECTED = '.
           05  WS-DL-PROTECTED             PIC -(09)9.99.
           05  FILLER PIC X(11) VALUE '  AMOUNT = '.
           05  WS-DL-AMOUNT                PIC -(09)9.99.
           05  FILLER PIC X(09) VALUE '  DATE = '.
           05  WS-DL-DATE                  PIC 9(08).

      *----------------------------------------------------------------*
      * LETTER LINES - SHARED BY THE CUSTOMER NOTICE AND THE AGENCY
      * ANSWER.
      *----------------------------------------------------------------*
       01  WS-SEPARATOR-LINE              PIC X(40)
                                          VALUE ALL '*'.

           COPY "mailhdr.cpy".

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

       01  WS-ORDER-DESC                  PIC X(20).

       01  WS-SERVED-LINE.
           05  WS-SV-ORDER-DESC            PIC X(20).
           05  FILLER PIC X(25)
               VALUE ' - SERVED ON THE BANK ON '.
           05  WS-SV-SERVED-DATE           PIC 9(08).

       01  WS-AGENCY-LINE.
           05  FILLER PIC X(03) VALUE 'BY '.
           05  WS-AG-AGENCY-NAME           PIC X(30).
           05  FILLER PIC X(12) VALUE ', REFERENCE '.
           05  WS-AG-AGENCY-REF            PIC X(20).

       01  WS-AMOUNT-LINE.
           05  WS-AL-LABEL                 PIC X(40).
           05  WS-AL-AMOUNT                PIC -(09)9.99.

       01  WS-DATE-LINE.
           05  WS-DT-LABEL                 PIC X(40).
           05  WS-DT-DATE                  PIC 9(08).
           05  FILLER PIC X(01) VALUE '.'.

       01  WS-RE-LINE.
           05  FILLER PIC X(04) VALUE 'RE: '.
           05  WS-RE-AGENCY-REF            PIC X(20).
           05  FILLER PIC X(14) VALUE '   OUR ORDER  '.
           05  WS-RE-ORDER-NO              PIC 9(09).

       01  WS-DEBTOR-LINE.
           05  FILLER PIC X(08) VALUE 'DEBTOR: '.
           05  WS-DB-FIRST                 PIC X(25).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DB-LAST                  PIC X(30).

       01  WS-DEADLINE-LINE.
           05  FILLER PIC X(13) VALUE 'ORDER SERVED '.
           05  WS-DD-SERVED-DATE           PIC 9(08).
           05  FILLER PIC X(13) VALUE ', ANSWER DUE '.
           05  WS-DD-DEADLINE              PIC 9(08).

       01  WS-HELD-ACCT-LINE.
           05  FILLER PIC X(10) VALUE '  ACCOUNT '.
           05  WS-HA-ACCT-NO               PIC 9(12).
           05  FILLER PIC X(07) VALUE '  HELD '.
           05  WS-HA-AMOUNT                PIC -(09)9.99.

       01  WS-NTC-HELD-LINE-1             PIC X(60) VALUE
           'THE HELD FUNDS WILL BE PAID TO THE AGENCY UNLESS THE ORDER'.
       01  WS-NTC-HELD-LINE-2             PIC X(60) VALUE
           'IS RELEASED FIRST.  CONTACT THE AGENCY ABOUT EXEMPTIONS.'.
       01  WS-NTC-NONE-LINE               PIC X(60) VALUE
           'NO FUNDS BEYOND THE PROTECTED AMOUNT COULD BE HELD.'.
       01  WS-ANS-NONE-LINE               PIC X(60) VALUE
           'THE DEBTOR HAS NO NON-EXEMPT FUNDS ON DEPOSIT WITH US.'.

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
               PERFORM 2000-PROCESS-ORDER THRU 2000-EXIT
                   UNTIL WS-EOF
               PERFORM 4000-REVIEW-NEW-ORDERS THRU 4000-EXIT
           END-IF
           PERFORM 3000-TERMINATE
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-ORDER-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE THRU 1000-EXIT
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O LEGAL-ORDER-FILE
           IF WS-LGL-STATUS NOT = '00'
               DISPLAY 'LGLPROC ERROR - CANNOT OPEN LEGAL ORDER FILE, '
                   'STATUS = ' WS-LGL-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF

           OPEN I-O   ACCOUNT-MASTER
           OPEN INPUT CUSTOMER-MASTER
           OPEN I-O   TRANSACTION-MASTER
           OPEN I-O   DEPOSIT-HOLD-FILE
           OPEN INPUT FEE-SCHEDULE
           OPEN OUTPUT FEE-REQUEST-OUT
           OPEN OUTPUT CUSTOMER-NOTICE
           OPEN OUTPUT AGENCY-ANSWER
           OPEN OUTPUT REMIT-EXTRACT
           OPEN OUTPUT LEGAL-REPORT

           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           PERFORM 1100-LOAD-NEXT-TXN-ID
           PERFORM 1200-SET-LOOKBACK-START THRU 1200-EXIT

           MOVE SPACES     TO TXN-BATCH-HEADER
           MOVE 'HDR'      TO TBH-REC-TYPE
           MOVE WS-TODAY   TO TBH-BATCH-DATE
           MOVE 'LGLPROC'  TO TBH-BATCH-ID
           WRITE TXN-BATCH-HEADER

           MOVE WS-TODAY TO WS-HL-DATE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 2100-READ-ORDER.
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
      * 1200-SET-LOOKBACK-START THRU 1200-EXIT
      *   The lookback opens on the same day two months back - or on
      *   that month's last day when it is too short to have one
      *   (a review on April 30th looks back to February's end).
      *----------------------------------------------------------------*
       1200-SET-LOOKBACK-START.
           MOVE WS-TODAY   TO WS-CONV-DATE
           MOVE WS-CONV-DD TO WS-LB-DAY
           IF WS-CONV-MM > 2
               SUBTRACT 2 FROM WS-CONV-MM
           ELSE
               ADD 10 TO WS-CONV-MM
               SUBTRACT 1 FROM WS-CONV-YYYY
           END-IF
           MOVE 1 TO WS-CONV-DD
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           MOVE WS-CONV-JULIAN TO WS-LB-FIRST-JULIAN

           IF WS-CONV-MM = 12
               MOVE 1 TO WS-CONV-MM
               ADD 1 TO WS-CONV-YYYY
           ELSE
               ADD 1 TO WS-CONV-MM
           END-IF
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           MOVE WS-CONV-JULIAN TO WS-LB-NEXT-JULIAN

           COMPUTE WS-CONV-JULIAN = WS-LB-FIRST-JULIAN + WS-LB-DAY - 1
           IF WS-CONV-JULIAN >= WS-LB-NEXT-JULIAN
               COMPUTE WS-CONV-JULIAN = WS-LB-NEXT-JULIAN - 1
           END-IF
           PERFORM 8100-CONVERT-JULIAN-TO-DATE THRU 8100-EXIT
           MOVE WS-CONV-DATE TO WS-LOOKBACK-START.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESS-ORDER THRU 2000-EXIT
      *   First pass over the legal-order file - remits matured
      *   holds in place and gathers the new orders for review.
      *----------------------------------------------------------------*
       2000-PROCESS-ORDER.
           ADD 1 TO WS-ORDER-CNT

           EVALUATE LO-STATUS
               WHEN 'H'
                   IF LO-REMIT-DATE <= WS-TODAY
                       PERFORM 5000-REMIT-ORDER THRU 5000-EXIT
                   END-IF
               WHEN 'N'
                   IF WS-NEW-ORDER-CNT < WS-NEW-ORDER-MAX
                       ADD 1 TO WS-NEW-ORDER-CNT
                       SET WS-NO-IDX TO WS-NEW-ORDER-CNT
                       MOVE LO-CUST-ID  TO WS-NO-CUST-ID(WS-NO-IDX)
                       MOVE LO-ORDER-NO TO WS-NO-ORDER-NO(WS-NO-IDX)
                   ELSE
                       ADD 1 TO WS-DEFERRED-CNT
                       MOVE 'Y' TO WS-WARN-SW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 2100-READ-ORDER.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-READ-ORDER
      *----------------------------------------------------------------*
       2100-READ-ORDER.
           READ LEGAL-ORDER-FILE NEXT RECORD
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
               MOVE WS-FEE-CNT          TO TBT-RECORD-CNT
               MOVE WS-BATCH-HASH-TOTAL TO TBT-HASH-TOTAL
               WRITE TXN-BATCH-TRAILER

               CLOSE LEGAL-ORDER-FILE
               CLOSE ACCOUNT-MASTER
               CLOSE CUSTOMER-MASTER
               CLOSE TRANSACTION-MASTER
               CLOSE DEPOSIT-HOLD-FILE
               CLOSE FEE-SCHEDULE
               CLOSE FEE-REQUEST-OUT
               CLOSE CUSTOMER-NOTICE
               CLOSE AGENCY-ANSWER
               CLOSE REMIT-EXTRACT
               CLOSE LEGAL-REPORT

               OPEN OUTPUT TXN-SEQUENCE-CTL
               COMPUTE TXN-SEQUENCE-RECORD = WS-NEXT-TXN-ID - 1
               WRITE TXN-SEQUENCE-RECORD
               CLOSE TXN-SEQUENCE-CTL
           END-IF

           IF WS-WARN AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'LGLPROC ORDERS READ       = ' WS-ORDER-CNT
           DISPLAY 'LGLPROC ORDERS REVIEWED   = ' WS-REVIEWED-CNT
           DISPLAY 'LGLPROC ORDERS HELD       = ' WS-HELD-CNT
           DISPLAY 'LGLPROC ORDERS CLOSED     = ' WS-CLOSED-CNT
           DISPLAY 'LGLPROC ORDERS REMITTED   = ' WS-REMITTED-CNT
           DISPLAY 'LGLPROC FEES CHARGED      = ' WS-FEE-CNT
           DISPLAY 'LGLPROC BENEFIT DEPOSITS  = ' WS-BENEFIT-CNT
           DISPLAY 'LGLPROC LATE ANSWERS      = ' WS-LATE-CNT
           DISPLAY 'LGLPROC DEFERRED ORDERS   = ' WS-DEFERRED-CNT
           DISPLAY 'LGLPROC HOLD SLOTS FULL   = ' WS-HOLD-FULL-CNT
           DISPLAY 'LGLPROC NOTICES SUPPRESSED = ' WS-SUPPRESSED-CNT.

      *----------------------------------------------------------------*
      * 4000-REVIEW-NEW-ORDERS THRU 4000-EXIT
      *   Gathers the new-order customers' deposit accounts, totals
      *   each one's federal benefit deposits over the lookback, then
      *   reviews the orders one by one.
      *----------------------------------------------------------------*
       4000-REVIEW-NEW-ORDERS.
           IF WS-NEW-ORDER-CNT = ZERO
               GO TO 4000-EXIT
           END-IF

           MOVE 'N'  TO WS-ACCT-EOF-SW
           MOVE ZERO TO ACCT-NUMBER
           START ACCOUNT-MASTER KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-ACCT-EOF-SW
           END-START
           PERFORM 4100-COLLECT-ACCOUNT THRU 4100-EXIT
               UNTIL WS-ACCT-EOF

           IF WS-ACCT-TBL-CNT > ZERO
               MOVE 'N'  TO WS-TXN-EOF-SW
               MOVE ZERO TO TXN-ID
               START TRANSACTION-MASTER KEY IS NOT LESS THAN TXN-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-TXN-EOF-SW
               END-START
               PERFORM 4300-SCAN-HISTORY THRU 4300-EXIT
                   UNTIL WS-TXN-EOF
           END-IF

           PERFORM 4500-REVIEW-ORDER THRU 4500-EXIT
               VARYING WS-NO-IDX FROM 1 BY 1
               UNTIL WS-NO-IDX > WS-NEW-ORDER-CNT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-COLLECT-ACCOUNT THRU 4100-EXIT
      *   Open or dormant deposit accounts only - a loan carries no
      *   funds to attach, and a closed account has none left.
      *----------------------------------------------------------------*
       4100-COLLECT-ACCOUNT.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ACCT-EOF-SW
           END-READ
           IF WS-ACCT-EOF
               GO TO 4100-EXIT
           END-IF

           IF ACCT-TYPE = 'LN'
               GO TO 4100-EXIT
           END-IF
           IF ACCT-STATUS NOT = 'A' AND ACCT-STATUS NOT = 'D'
               GO TO 4100-EXIT
           END-IF

           MOVE 'N' TO WS-CUST-FOUND-SW
           PERFORM 4150-SEARCH-NEW-ORDER THRU 4150-EXIT
               VARYING WS-NO-IDX FROM 1 BY 1
               UNTIL WS-NO-IDX > WS-NEW-ORDER-CNT
                  OR WS-CUST-FOUND
           IF NOT WS-CUST-FOUND
               GO TO 4100-EXIT
           END-IF

           IF WS-ACCT-TBL-CNT >= WS-ACCT-TBL-MAX
               DISPLAY 'LGLPROC WARNING - ACCOUNT TABLE FULL, ACCOUNT '
                   ACCT-NUMBER ' NOT REVIEWED'
               MOVE 'Y' TO WS-WARN-SW
               GO TO 4100-EXIT
           END-IF

           ADD 1 TO WS-ACCT-TBL-CNT
           SET WS-AT-IDX TO WS-ACCT-TBL-CNT
           MOVE ACCT-NUMBER  TO WS-AT-ACCT-NO(WS-AT-IDX)
           MOVE ACCT-CUST-ID TO WS-AT-CUST-ID(WS-AT-IDX)
           MOVE ACCT-TYPE    TO WS-AT-ACCT-TYPE(WS-AT-IDX)
           MOVE ACCT-BALANCE TO WS-AT-BALANCE(WS-AT-IDX)
           MOVE ZERO         TO WS-AT-BENEFIT(WS-AT-IDX)
           MOVE ZERO         TO WS-AT-PRIOR-HOLD(WS-AT-IDX)
           MOVE ZERO         TO WS-AT-USED(WS-AT-IDX)

           PERFORM 4200-SUM-LEGAL-HOLDS THRU 4200-EXIT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4150-SEARCH-NEW-ORDER THRU 4150-EXIT
      *----------------------------------------------------------------*
       4150-SEARCH-NEW-ORDER.
           IF WS-NO-CUST-ID(WS-NO-IDX) = ACCT-CUST-ID
               MOVE 'Y' TO WS-CUST-FOUND-SW
           END-IF.
       4150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4200-SUM-LEGAL-HOLDS THRU 4200-EXIT
      *   Totals the open 'L' holds earlier orders left on the
      *   account - the legal hold keys sort to the end of the
      *   account's DEPHOLD range, so the browse starts there.
      *----------------------------------------------------------------*
       4200-SUM-LEGAL-HOLDS.
           MOVE 'N' TO WS-DEP-EOF-SW
           MOVE ACCT-NUMBER        TO DH-ACCT-NO
           MOVE WS-LEGAL-HOLD-BASE TO DH-TXN-ID
           START DEPOSIT-HOLD-FILE KEY IS NOT LESS THAN DH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DEP-EOF-SW
           END-START

           PERFORM 4210-SUM-ONE-LEGAL-HOLD THRU 4210-EXIT
               UNTIL WS-DEP-EOF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4210-SUM-ONE-LEGAL-HOLD THRU 4210-EXIT
      *----------------------------------------------------------------*
       4210-SUM-ONE-LEGAL-HOLD.
           READ DEPOSIT-HOLD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DEP-EOF-SW
           END-READ
           IF WS-DEP-EOF
               GO TO 4210-EXIT
           END-IF
           IF DH-ACCT-NO NOT = ACCT-NUMBER
               MOVE 'Y' TO WS-DEP-EOF-SW
               GO TO 4210-EXIT
           END-IF
           IF DH-HOLD-TYPE = 'L' AND DH-STATUS = 'O'
               ADD DH-AMOUNT TO WS-AT-PRIOR-HOLD(WS-AT-IDX)
           END-IF.
       4210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4300-SCAN-HISTORY THRU 4300-EXIT
      *   Federal benefit credits ACHIMP flagged, posted inside the
      *   lookback, to one of the collected accounts.
      *----------------------------------------------------------------*
       4300-SCAN-HISTORY.
           READ TRANSACTION-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TXN-EOF-SW
           END-READ
           IF WS-TXN-EOF
               GO TO 4300-EXIT
           END-IF

           IF TXN-TYPE NOT = 'DP' OR TXN-CHANNEL NOT = 'ACH'
               OR TXN-STATUS NOT = 'P'
               GO TO 4300-EXIT
           END-IF
           IF TXN-ACH-FED-BENEFIT NOT = 'B'
               GO TO 4300-EXIT
           END-IF
           IF TXN-POST-DATE < WS-LOOKBACK-START
               OR TXN-POST-DATE > WS-TODAY
               GO TO 4300-EXIT
           END-IF

           MOVE 'N' TO WS-FOUND-SW
           PERFORM 4350-SEARCH-ACCOUNT THRU 4350-EXIT
               VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-ACCT-TBL-CNT
                  OR WS-FOUND

      *    THE PERFORM VARYING AUGMENT LEAVES THE INDEX ONE PAST THE
      *    MATCHED ENTRY, SO STEP IT BACK BEFORE SUBSCRIPTING.
           IF WS-FOUND
               SET WS-AT-IDX DOWN BY 1
               ADD TXN-AMOUNT TO WS-AT-BENEFIT(WS-AT-IDX)
               ADD 1 TO WS-BENEFIT-CNT
           END-IF.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4350-SEARCH-ACCOUNT THRU 4350-EXIT
      *----------------------------------------------------------------*
       4350-SEARCH-ACCOUNT.
           IF WS-AT-ACCT-NO(WS-AT-IDX) = TXN-ACCT-NO
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       4350-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4500-REVIEW-ORDER THRU 4500-EXIT
      *   Reviews one new order across the customer's collected
      *   accounts, settles its status, and writes the notice, the
      *   answer and the report line.
      *----------------------------------------------------------------*
       4500-REVIEW-ORDER.
           MOVE WS-NO-CUST-ID(WS-NO-IDX)  TO LO-CUST-ID
           MOVE WS-NO-ORDER-NO(WS-NO-IDX) TO LO-ORDER-NO
           READ LEGAL-ORDER-FILE
               INVALID KEY
                   GO TO 4500-EXIT
           END-READ

           MOVE LO-CUST-ID TO CUST-ID
           MOVE 'Y' TO WS-CUST-FOUND-SW
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-CUST-FOUND-SW
           END-READ

           MOVE LO-AMOUNT-DEMANDED TO WS-REMAINING
           MOVE 'N'  TO WS-FEE-DONE-SW
           MOVE ZERO TO LO-PROTECTED-AMT
           MOVE ZERO TO LO-HELD-AMT
           MOVE ZERO TO LO-FEE-AMT
           MOVE ZERO TO LO-HOLD-CNT

           PERFORM 4600-REVIEW-ACCOUNT THRU 4600-EXIT
               VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-ACCT-TBL-CNT

           MOVE WS-TODAY TO LO-REVIEW-DATE
           IF LO-HELD-AMT > ZERO
               MOVE 'H' TO LO-STATUS
               MOVE WS-TODAY TO WS-CONV-DATE
               PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
               ADD LO-HOLD-DAYS TO WS-CONV-JULIAN
               PERFORM 8100-CONVERT-JULIAN-TO-DATE THRU 8100-EXIT
               MOVE WS-CONV-DATE TO LO-REMIT-DATE
               ADD 1 TO WS-HELD-CNT
           ELSE
               MOVE 'C'  TO LO-STATUS
               MOVE ZERO TO LO-REMIT-DATE
               ADD 1 TO WS-CLOSED-CNT
           END-IF
           REWRITE LEGAL-ORDER-RECORD
           ADD 1 TO WS-REVIEWED-CNT

           EVALUATE LO-ORDER-TYPE
               WHEN 'I'
                   MOVE 'IRS LEVY'          TO WS-ORDER-DESC
               WHEN 'S'
                   MOVE 'STATE TAX LEVY'    TO WS-ORDER-DESC
               WHEN OTHER
                   MOVE 'GARNISHMENT ORDER' TO WS-ORDER-DESC
           END-EVALUATE

           IF WS-CUST-FOUND
               PERFORM 6000-WRITE-CUSTOMER-NOTICE THRU 6000-EXIT
           ELSE
               DISPLAY 'LGLPROC WARNING - CUSTOMER ' LO-CUST-ID
                   ' NOT ON FILE, NO NOTICE FOR ORDER ' LO-ORDER-NO
               MOVE SPACES TO CUST-FIRST-NAME
               MOVE SPACES TO CUST-LAST-NAME
               MOVE 'Y' TO WS-WARN-SW
           END-IF
           PERFORM 6500-WRITE-AGENCY-ANSWER THRU 6500-EXIT

           MOVE 'REVIEWED'       TO WS-DL-ACTION
           MOVE LO-HELD-AMT      TO WS-DL-AMOUNT
           MOVE LO-REMIT-DATE    TO WS-DL-DATE
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT

      *    THE ANSWER IS STILL SENT - LATE IS BETTER THAN NOT AT ALL
      *    - BUT LEGAL NEEDS TO KNOW IN THE MORNING.
           IF WS-TODAY > LO-ANSWER-DEADLINE
               ADD 1 TO WS-LATE-CNT
               MOVE 'Y' TO WS-WARN-SW
               MOVE 'LATE ANSWER'    TO WS-DL-ACTION
               MOVE LO-ANSWER-DEADLINE TO WS-DL-DATE
               PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           END-IF.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4600-REVIEW-ACCOUNT THRU 4600-EXIT
      *   Protected = the lookback's benefit deposits, never more
      *   than the balance.  The fee and then the hold come only
      *   out of what is left after the protected amount and any
      *   funds already held for other orders.
      *----------------------------------------------------------------*
       4600-REVIEW-ACCOUNT.
           IF WS-AT-CUST-ID(WS-AT-IDX) NOT = LO-CUST-ID
               GO TO 4600-EXIT
           END-IF

           MOVE WS-AT-BENEFIT(WS-AT-IDX) TO WS-PROTECTED
           IF WS-PROTECTED > WS-AT-BALANCE(WS-AT-IDX)
               MOVE WS-AT-BALANCE(WS-AT-IDX) TO WS-PROTECTED
           END-IF
           IF WS-PROTECTED < ZERO
               MOVE ZERO TO WS-PROTECTED
           END-IF
           ADD WS-PROTECTED TO LO-PROTECTED-AMT

           COMPUTE WS-UNPROTECTED =
               WS-AT-BALANCE(WS-AT-IDX) - WS-PROTECTED
               - WS-AT-PRIOR-HOLD(WS-AT-IDX)
               - WS-AT-USED(WS-AT-IDX)
           IF WS-UNPROTECTED <= ZERO
               GO TO 4600-EXIT
           END-IF

           IF NOT WS-FEE-DONE
               PERFORM 4700-CHARGE-LEGAL-FEE THRU 4700-EXIT
           END-IF

           IF WS-REMAINING <= ZERO OR WS-UNPROTECTED <= ZERO
               GO TO 4600-EXIT
           END-IF
           PERFORM 4800-PLACE-LEGAL-HOLD THRU 4800-EXIT.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4700-CHARGE-LEGAL-FEE THRU 4700-EXIT
      *   Once per order, against the first account with unprotected
      *   funds, never more than those funds.  A schedule record
      *   written before FS-LEGAL-FEE existed carries spaces there -
      *   the NUMERIC guard treats it as no charge.
      *----------------------------------------------------------------*
       4700-CHARGE-LEGAL-FEE.
           MOVE 'Y' TO WS-FEE-DONE-SW
           MOVE WS-AT-ACCT-TYPE(WS-AT-IDX) TO FS-ACCT-TYPE
           READ FEE-SCHEDULE
               INVALID KEY
                   GO TO 4700-EXIT
           END-READ
           IF FS-LEGAL-FEE IS NOT NUMERIC
               GO TO 4700-EXIT
           END-IF
           IF FS-LEGAL-FEE <= ZERO
               GO TO 4700-EXIT
           END-IF
           MOVE FS-LEGAL-FEE TO WS-FEE-AMOUNT
           IF WS-FEE-AMOUNT > WS-UNPROTECTED
               MOVE WS-UNPROTECTED TO WS-FEE-AMOUNT
           END-IF

           MOVE WS-AT-ACCT-NO(WS-AT-IDX) TO TR-ACCT-NO
           MOVE 'FE'                 TO TR-TYPE
           COMPUTE TR-AMOUNT = ZERO - WS-FEE-AMOUNT
           MOVE 'LEGAL ORDER PROCESSING FEE' TO TR-DESC
           MOVE SPACES               TO TR-MERCHANT-NAME
           MOVE SPACES               TO TR-MERCHANT-CITY
           MOVE SPACES               TO TR-MERCHANT-STATE
           MOVE 'LGL'                TO TR-CHANNEL
           MOVE SPACES               TO TR-AUTH-CODE
           MOVE ZERO                 TO TR-CONTRA-ACCT
           MOVE ZERO                 TO TR-CARD-NO
           MOVE ZERO                 TO TR-CHECK-NO
           MOVE ZERO                 TO TR-EFFECTIVE-DATE
           MOVE ZERO                 TO TR-RECEIVED-DATE
           MOVE ZERO                 TO TR-RECEIVED-TIME
           WRITE TXN-REQUEST-RECORD
           ADD TR-AMOUNT TO WS-BATCH-HASH-TOTAL
           ADD 1 TO WS-FEE-CNT

           MOVE WS-FEE-AMOUNT TO LO-FEE-AMT
           ADD WS-FEE-AMOUNT TO WS-AT-USED(WS-AT-IDX)
           SUBTRACT WS-FEE-AMOUNT FROM WS-UNPROTECTED.
       4700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4800-PLACE-LEGAL-HOLD THRU 4800-EXIT
      *   A hold already on file under this order's key (a rerun
      *   after an abend) is overwritten rather than duplicated.
      *----------------------------------------------------------------*
       4800-PLACE-LEGAL-HOLD.
           IF LO-HOLD-CNT >= 5
               DISPLAY 'LGLPROC WARNING - ORDER ' LO-ORDER-NO
                   ' NEEDS MORE THAN 5 HOLDS, ACCOUNT '
                   WS-AT-ACCT-NO(WS-AT-IDX) ' NOT HELD'
               ADD 1 TO WS-HOLD-FULL-CNT
               MOVE 'Y' TO WS-WARN-SW
               GO TO 4800-EXIT
           END-IF

           MOVE WS-REMAINING TO WS-HOLD-AMOUNT
           IF WS-HOLD-AMOUNT > WS-UNPROTECTED
               MOVE WS-UNPROTECTED TO WS-HOLD-AMOUNT
           END-IF

           MOVE WS-AT-ACCT-NO(WS-AT-IDX) TO DH-ACCT-NO
           COMPUTE DH-TXN-ID = WS-LEGAL-HOLD-BASE + LO-ORDER-NO
           MOVE WS-HOLD-AMOUNT       TO DH-AMOUNT
           MOVE WS-TODAY             TO DH-PLACED-DATE
           MOVE 99999999             TO DH-RELEASE-DATE
           MOVE 'L'                  TO DH-HOLD-TYPE
           MOVE 'O'                  TO DH-STATUS
           WRITE DEPOSIT-HOLD-RECORD
               INVALID KEY
                   REWRITE DEPOSIT-HOLD-RECORD
           END-WRITE

           ADD 1 TO LO-HOLD-CNT
           MOVE LO-HOLD-CNT TO WS-HOLD-IDX
           MOVE WS-AT-ACCT-NO(WS-AT-IDX) TO LO-HA-ACCT-NO(WS-HOLD-IDX)
           MOVE WS-HOLD-AMOUNT           TO LO-HA-AMOUNT(WS-HOLD-IDX)
           ADD WS-HOLD-AMOUNT TO LO-HELD-AMT
           ADD WS-HOLD-AMOUNT TO WS-AT-USED(WS-AT-IDX)
           SUBTRACT WS-HOLD-AMOUNT FROM WS-REMAINING.
       4800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-REMIT-ORDER THRU 5000-EXIT
      *   The LEGAL-ORDER-RECORD buffer holds the matured order from
      *   the first-pass browse; the rewrite goes back in place.
      *----------------------------------------------------------------*
       5000-REMIT-ORDER.
           MOVE ZERO TO WS-REMIT-TOTAL
           PERFORM 5100-REMIT-ONE-HOLD THRU 5100-EXIT
               VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > LO-HOLD-CNT

           MOVE WS-REMIT-TOTAL TO LO-REMITTED-AMT
           MOVE 'R' TO LO-STATUS
           REWRITE LEGAL-ORDER-RECORD
           ADD 1 TO WS-REMITTED-CNT

           IF WS-REMIT-TOTAL > ZERO
               MOVE LO-AGENCY-NAME  TO RX-AGENCY-NAME
               MOVE LO-AGENCY-ADDR  TO RX-AGENCY-ADDR
               MOVE LO-AGENCY-CITY  TO RX-AGENCY-CITY
               MOVE LO-AGENCY-STATE TO RX-AGENCY-STATE
               MOVE LO-AGENCY-ZIP   TO RX-AGENCY-ZIP
               MOVE LO-AGENCY-REF   TO RX-AGENCY-REF
               MOVE LO-ORDER-TYPE   TO RX-ORDER-TYPE
               MOVE LO-CUST-ID      TO RX-CUST-ID
               MOVE LO-ORDER-NO     TO RX-ORDER-NO
               MOVE WS-REMIT-TOTAL  TO RX-AMOUNT
               MOVE WS-TODAY        TO RX-REMIT-DATE
               WRITE REMIT-EXTRACT-RECORD
           END-IF

           MOVE 'REMITTED'       TO WS-DL-ACTION
           MOVE WS-REMIT-TOTAL   TO WS-DL-AMOUNT
           MOVE WS-TODAY         TO WS-DL-DATE
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-REMIT-ONE-HOLD THRU 5100-EXIT
      *   Releases the hold, then debits what it held - capped at
      *   the account's balance, since an overdraft since the hold
      *   is not the agency's to collect.
      *----------------------------------------------------------------*
       5100-REMIT-ONE-HOLD.
           MOVE LO-HA-ACCT-NO(WS-HOLD-IDX) TO DH-ACCT-NO
           COMPUTE DH-TXN-ID = WS-LEGAL-HOLD-BASE + LO-ORDER-NO
           READ DEPOSIT-HOLD-FILE
               INVALID KEY
                   GO TO 5100-EXIT
           END-READ
           IF DH-STATUS NOT = 'O'
               GO TO 5100-EXIT
           END-IF
           MOVE 'R' TO DH-STATUS
           REWRITE DEPOSIT-HOLD-RECORD

           MOVE LO-HA-ACCT-NO(WS-HOLD-IDX) TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   GO TO 5100-EXIT
           END-READ

           MOVE LO-HA-AMOUNT(WS-HOLD-IDX) TO WS-REMIT-AMOUNT
           IF WS-REMIT-AMOUNT > ACCT-BALANCE
               MOVE ACCT-BALANCE TO WS-REMIT-AMOUNT
           END-IF
           IF WS-REMIT-AMOUNT <= ZERO
               GO TO 5100-EXIT
           END-IF

           MOVE LO-ORDER-NO        TO WS-LD-ORDER-NO
           MOVE LO-AGENCY-REF      TO WS-LD-AGENCY-REF

           MOVE WS-NEXT-TXN-ID     TO TXN-ID
           ADD 1 TO WS-NEXT-TXN-ID
           MOVE ACCT-NUMBER        TO TXN-ACCT-NO
           MOVE WS-TODAY           TO TXN-DATE
           ACCEPT TXN-TIME FROM TIME
           MOVE 'LG'               TO TXN-TYPE
           COMPUTE TXN-AMOUNT = ZERO - WS-REMIT-AMOUNT
           MOVE WS-LG-DESC         TO TXN-DESC
           MOVE 'P'                TO TXN-STATUS
           MOVE LO-AGENCY-NAME     TO TXN-MERCHANT-NAME
           MOVE SPACES             TO TXN-MERCHANT-CITY
           MOVE LO-AGENCY-STATE    TO TXN-MERCHANT-STATE
           MOVE SPACES             TO TXN-AUTH-CODE
           MOVE WS-TODAY           TO TXN-POST-DATE
           MOVE 'LGL'              TO TXN-CHANNEL
           MOVE ZERO               TO TXN-CHECK-NO

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'LGLPROC - DUPLICATE TXN-ID ' TXN-ID
           END-WRITE

           SUBTRACT WS-REMIT-AMOUNT FROM ACCT-BALANCE
           REWRITE ACCOUNT-RECORD
           ADD WS-REMIT-AMOUNT TO WS-REMIT-TOTAL.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-WRITE-CUSTOMER-NOTICE THRU 6000-EXIT
      *----------------------------------------------------------------*
       6000-WRITE-CUSTOMER-NOTICE.
           IF CUST-ADDR-UNDELIVERABLE
               ADD 1 TO WS-SUPPRESSED-CNT
               GO TO 6000-EXIT
           END-IF

           MOVE 'LGLPROC'            TO MH-SOURCE
           MOVE 'LGL'                TO MH-NOTICE-CODE
           MOVE LO-ORDER-TYPE        TO MH-NOTICE-CODE(4:1)
           MOVE LO-CUST-ID           TO MH-CUST-ID
           MOVE ZERO                 TO MH-ACCT-NUMBER
           MOVE MAIL-ITEM-HEADER TO NTC-LINE
           WRITE NTC-LINE

           MOVE CUST-FIRST-NAME TO WS-NL-FIRST
           MOVE CUST-LAST-NAME  TO WS-NL-LAST
           MOVE WS-NAME-LINE TO NTC-LINE
           WRITE NTC-LINE

           MOVE CUST-ADDR-LINE-1 TO NTC-LINE
           WRITE NTC-LINE
           IF CUST-ADDR-LINE-2 NOT = SPACES
               MOVE CUST-ADDR-LINE-2 TO NTC-LINE
               WRITE NTC-LINE
           END-IF

           MOVE CUST-CITY     TO WS-CL-CITY
           MOVE CUST-STATE    TO WS-CL-STATE
           MOVE CUST-ZIP-CODE TO WS-CL-ZIP
           MOVE WS-CSZ-LINE TO NTC-LINE
           WRITE NTC-LINE

           MOVE SPACES TO NTC-LINE
           WRITE NTC-LINE

           MOVE WS-ORDER-DESC  TO WS-SV-ORDER-DESC
           MOVE LO-SERVED-DATE TO WS-SV-SERVED-DATE
           MOVE WS-SERVED-LINE TO NTC-LINE
           WRITE NTC-LINE

           MOVE LO-AGENCY-NAME TO WS-AG-AGENCY-NAME
           MOVE LO-AGENCY-REF  TO WS-AG-AGENCY-REF
           MOVE WS-AGENCY-LINE TO NTC-LINE
           WRITE NTC-LINE

           MOVE SPACES TO NTC-LINE
           WRITE NTC-LINE

           MOVE 'AMOUNT DEMANDED FROM YOUR ACCOUNTS:' TO WS-AL-LABEL
           MOVE LO-AMOUNT-DEMANDED TO WS-AL-AMOUNT
           MOVE WS-AMOUNT-LINE TO NTC-LINE
           WRITE NTC-LINE

           MOVE 'FEDERAL BENEFITS PROTECTED BY LAW:' TO WS-AL-LABEL
           MOVE LO-PROTECTED-AMT TO WS-AL-AMOUNT
           MOVE WS-AMOUNT-LINE TO NTC-LINE
           WRITE NTC-LINE

           MOVE 'AMOUNT HELD UNDER THE ORDER:' TO WS-AL-LABEL
           MOVE LO-HELD-AMT TO WS-AL-AMOUNT
           MOVE WS-AMOUNT-LINE TO NTC-LINE
           WRITE NTC-LINE

           MOVE 'LEGAL PROCESSING FEE CHARGED:' TO WS-AL-LABEL
           MOVE LO-FEE-AMT TO WS-AL-AMOUNT
           MOVE WS-AMOUNT-LINE TO NTC-LINE
           WRITE NTC-LINE

           MOVE SPACES TO NTC-LINE
           WRITE NTC-LINE

           IF LO-HELD-AMT > ZERO
               MOVE WS-NTC-HELD-LINE-1 TO NTC-LINE
               WRITE NTC-LINE
               MOVE WS-NTC-HELD-LINE-2 TO NTC-LINE
               WRITE NTC-LINE
               MOVE 'FUNDS WILL BE PAID TO THE AGENCY ON OR AFTER'
                   TO WS-DT-LABEL
               MOVE LO-REMIT-DATE TO WS-DT-DATE
               MOVE WS-DATE-LINE TO NTC-LINE
               WRITE NTC-LINE
           ELSE
               MOVE WS-NTC-NONE-LINE TO NTC-LINE
               WRITE NTC-LINE
           END-IF.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6500-WRITE-AGENCY-ANSWER THRU 6500-EXIT
      *----------------------------------------------------------------*
       6500-WRITE-AGENCY-ANSWER.
           MOVE WS-SEPARATOR-LINE TO ANS-LINE
           WRITE ANS-LINE

           MOVE LO-AGENCY-NAME TO ANS-LINE
           WRITE ANS-LINE
           MOVE LO-AGENCY-ADDR TO ANS-LINE
           WRITE ANS-LINE

           MOVE LO-AGENCY-CITY  TO WS-CL-CITY
           MOVE LO-AGENCY-STATE TO WS-CL-STATE
           MOVE LO-AGENCY-ZIP   TO WS-CL-ZIP
           MOVE WS-CSZ-LINE TO ANS-LINE
           WRITE ANS-LINE

           MOVE SPACES TO ANS-LINE
           WRITE ANS-LINE

           MOVE LO-AGENCY-REF TO WS-RE-AGENCY-REF
           MOVE LO-ORDER-NO   TO WS-RE-ORDER-NO
           MOVE WS-RE-LINE TO ANS-LINE
           WRITE ANS-LINE

           MOVE CUST-FIRST-NAME TO WS-DB-FIRST
           MOVE CUST-LAST-NAME  TO WS-DB-LAST
           MOVE WS-DEBTOR-LINE TO ANS-LINE
           WRITE ANS-LINE

           MOVE LO-SERVED-DATE     TO WS-DD-SERVED-DATE
           MOVE LO-ANSWER-DEADLINE TO WS-DD-DEADLINE
           MOVE WS-DEADLINE-LINE TO ANS-LINE
           WRITE ANS-LINE

           MOVE SPACES TO ANS-LINE
           WRITE ANS-LINE

           MOVE 'AMOUNT DEMANDED:' TO WS-AL-LABEL
           MOVE LO-AMOUNT-DEMANDED TO WS-AL-AMOUNT
           MOVE WS-AMOUNT-LINE TO ANS-LINE
           WRITE ANS-LINE

           MOVE 'PROTECTED FEDERAL BENEFITS:' TO WS-AL-LABEL
           MOVE LO-PROTECTED-AMT TO WS-AL-AMOUNT
           MOVE WS-AMOUNT-LINE TO ANS-LINE
           WRITE ANS-LINE

           MOVE 'FUNDS HELD:' TO WS-AL-LABEL
           MOVE LO-HELD-AMT TO WS-AL-AMOUNT
           MOVE WS-AMOUNT-LINE TO ANS-LINE
           WRITE ANS-LINE

           PERFORM 6600-WRITE-ANSWER-HOLD THRU 6600-EXIT
               VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > LO-HOLD-CNT

           MOVE SPACES TO ANS-LINE
           WRITE ANS-LINE

           IF LO-HELD-AMT > ZERO
               MOVE 'HELD FUNDS WILL BE REMITTED TO YOU ON'
                   TO WS-DT-LABEL
               MOVE LO-REMIT-DATE TO WS-DT-DATE
               MOVE WS-DATE-LINE TO ANS-LINE
               WRITE ANS-LINE
           ELSE
               MOVE WS-ANS-NONE-LINE TO ANS-LINE
               WRITE ANS-LINE
           END-IF.
       6500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6600-WRITE-ANSWER-HOLD THRU 6600-EXIT
      *----------------------------------------------------------------*
       6600-WRITE-ANSWER-HOLD.
           MOVE LO-HA-ACCT-NO(WS-HOLD-IDX) TO WS-HA-ACCT-NO
           MOVE LO-HA-AMOUNT(WS-HOLD-IDX)  TO WS-HA-AMOUNT
           MOVE WS-HELD-ACCT-LINE TO ANS-LINE
           WRITE ANS-LINE.
       6600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-WRITE-REPORT-LINE THRU 7000-EXIT
      *   The caller sets the action, amount and date.
      *----------------------------------------------------------------*
       7000-WRITE-REPORT-LINE.
           MOVE LO-CUST-ID       TO WS-DL-CUST-ID
           MOVE LO-ORDER-NO      TO WS-DL-ORDER-NO
           MOVE LO-ORDER-TYPE    TO WS-DL-ORDER-TYPE
           MOVE LO-PROTECTED-AMT TO WS-DL-PROTECTED
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.
       7000-EXIT.
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
           MOVE 'LGLPROC' TO RL-PROGRAM
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
