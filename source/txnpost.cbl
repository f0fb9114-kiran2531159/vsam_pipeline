      *                    SIGN, 'FE' CEILING) FOR WAIVREV'S
      *                    APPROVED WAIVER REFUNDS - THE 'DR'
      *                    DISPUTE-REVERSAL SHAPE.
      *   2026-10-15  DS   OPERATOR ERROR-CORRECTION TYPE 'EC' -
      *                    NAMES A POSTED TXN-ID, POSTS ITS EXACT
      *                    OPPOSITE AND RECORDS THE PAIR ON THE NEW
      *                    TXNREVX CROSS-REFERENCE SO THE SAME
      *                    TRANSACTION CAN NEVER BE REVERSED TWICE.
      *   2026-10-15  DS   POSITIVE PAY - A 'CK' WITH A SERIAL ON AN
      *                    ACCOUNT ENROLLED ON PPAYISS MUST MATCH AN
      *                    OUTSTANDING ISSUED CHECK FOR THE SAME
      *                    AMOUNT TO POST.  AN UNKNOWN, MISMATCHED,
      *                    PAID OR VOIDED SERIAL IS HELD ON THE
      *                    PPAYEXC EXCEPTION QUEUE FOR THE CUSTOMER'S
      *                    DECISION; PPAYDEC RE-PRESENTS IT, AND IT
      *                    POSTS ON PAY OR DECLINES ON RETURN.
      *   2026-10-15  DS   A DECLINED IMAGE-CASH-LETTER CHECK
      *                    (CHANNEL 'ICL') NOW WRITES A CHKDECL
      *                    EVENT WITH ITS REASON SO CHKRTN CAN SEND
      *                    IT BACK TO THE PRESENTING BANK BY THE
      *                    RETURN DEADLINE.
      *   2026-10-15  DS   A DECLINED INBOUND ACH ENTRY (CHANNEL
      *                    'ACH') NOW WRITES AN ACHDECL EVENT WITH
      *                    ITS REASON SO ACHRETN CAN RETURN IT TO THE
      *                    ORIGINATING BANK WITH ITS R-CODE.
      *   2026-10-15  DS   NEW 'BP' BILL-PAY DEBIT TYPE FOR BPGEN'S
      *                    REQUESTS (DEBIT SIGN, 25,000.00 CEILING).
      *   2026-10-15  DS   ESCROWED TERM LOANS - THE ROW'S
      *                    LS-ESCROW-AMT IS PART OF THE SCHEDULED
      *                    PAYMENT AND NOW POSTS BACK OFF THE LOAN
      *                    AS ITS OWN 'EP' ESCROW DEPOSIT DEBIT, SO
      *                    THE BALANCE STILL MOVES BY EXACTLY THE
      *                    SCHEDULED PRINCIPAL.  ESCDISB CREDITS THE
      *                    ESCROW ACCOUNT FROM THE POSTED 'EP'.
      *   2026-10-15  DS   BACK-VALUED POSTINGS - A REQUEST CARRYING A
      *                    TR-EFFECTIVE-DATE EARLIER THAN THE BUSINESS
      *                    DATE STILL POSTS TODAY, AND IS ALSO WRITTEN
      *                    TO THE NEW BVALREQ FILE SO BVALADJ CAN
      *                    ADJUST THE INTEREST ACCRUED OVER THE
      *                    BACK-VALUED DAYS.  A VALUE DATE AFTER THE
      *                    BUSINESS DATE, PAST THE BACK-VALUE WINDOW,
      *                    OR ON A TYPE THAT CANNOT BE BACK-VALUED
      *                    GOES TO THE REVIEW QUEUE.
      *   2026-10-15  DS   POSTING CUTOFFS - A REQUEST STAMPED AS
      *                    RECEIVED (TR-RECEIVED-DATE / -TIME) AFTER
      *                    ITS CHANNEL'S CUTOFF ON THE NEW CUTOFF
      *                    TABLE, OR ON A LATER CALENDAR DATE THAN
      *                    THE BUSINESS DATE, IS WAREHOUSED ON THE
      *                    NEW WHSENEW FILE FOR THE NEXT BUSINESS
      *                    DAY INSTEAD OF POSTING TONIGHT.  WHSEREL
      *                    RELEASES IT INTO THAT DAY'S RUN.  NO
      *                    CUTOFF DD MEANS NO CUTOFFS.
      *   2026-10-15  DS   INVESTMENT SWEEP COVER - A DEBIT THAT WOULD
      *                    TAKE A BUSINESS OPERATING ACCOUNT ON THE
      *                    SWEEPAGR FILE PAST ITS LIMIT NOW PULLS THE
      *                    SHORTFALL BACK FROM THE AGREEMENT'S MONEY
      *                    MARKET ACCOUNT AS AN 'XF' PAIR ON CHANNEL
      *                    'SWP' BEFORE THE ODP SWEEP IS TRIED.  NO
      *                    SWEEPAGR DD MEANS NO COVER.
      *   2026-10-15  DS   NEW 'OC' OFFICIAL CHECK PURCHASE DEBIT TYPE
      *                    FOR OFCMNT'S REQUESTS (DEBIT SIGN,
      *                    100,000.00 CEILING); THE ITEM'S SERIAL
      *                    RIDES IN TR-CHECK-NO.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               RECORD KEY IS OD-ACCT-NO
               FILE STATUS IS WS-LINK-STATUS.

           SELECT SWEEP-AGREEMENT-FILE ASSIGN TO SWEEPAGR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SW-OPER-ACCT-NO
               FILE STATUS IS WS-SWP-STATUS.

           SELECT LOAN-SCHEDULE-FILE ASSIGN TO LOANSCHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-ACCT-NO
               FILE STATUS IS WS-CDM-STATUS.

           SELECT TXN-REVERSAL-XREF ASSIGN TO TXNREVX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RX-ORIG-TXN-ID
               FILE STATUS IS WS-REVX-STATUS.

           SELECT PPAY-ISSUE-FILE ASSIGN TO PPAYISS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PI-KEY
               FILE STATUS IS WS-PPI-STATUS.

           SELECT PPAY-EXCEPTION-FILE ASSIGN TO PPAYEXC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-KEY
               FILE STATUS IS WS-PPX-STATUS.

           SELECT VELOCITY-TABLE ASSIGN TO VELOTBL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VTBL-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEVT-STATUS.

           SELECT CHECK-DECLINE-FILE ASSIGN TO CHKDECL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKD-STATUS.

           SELECT ACH-DECLINE-FILE ASSIGN TO ACHDECL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHD-STATUS.

           SELECT BACK-VALUE-FILE ASSIGN TO BVALREQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BVAL-STATUS.

           SELECT CUTOFF-TABLE ASSIGN TO CUTOFF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUTO-STATUS.

           SELECT WAREHOUSE-FILE ASSIGN TO WHSENEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-STATUS.

           SELECT RUN-LOG ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
       01  TXN-SEQUENCE-RECORD            PIC 9(15).

       FD  TXN-REQUEST
           RECORD CONTAINS 183 CHARACTERS.
           COPY "txnreq.cpy".

       FD  TXN-REVIEW-QUEUE
       FD  OVERDRAFT-LINK-FILE.
           COPY "odplink.cpy".

       FD  SWEEP-AGREEMENT-FILE.
           COPY "sweepagr.cpy".

       FD  LOAN-SCHEDULE-FILE.
           COPY "loanschd.cpy".

       FD  STOP-PAY-FILE.
           COPY "stoppay.cpy".

       FD  TXN-REVERSAL-XREF.
           COPY "txnrevx.cpy".

       FD  PPAY-ISSUE-FILE.
           COPY "ppissue.cpy".

       FD  PPAY-EXCEPTION-FILE.
           COPY "ppexcp.cpy".

       FD  VELOCITY-TABLE
           RECORD CONTAINS 19 CHARACTERS.
       01  VELOCITY-TABLE-RECORD.
           RECORD CONTAINS 88 CHARACTERS.
           COPY "postevt.cpy".

       FD  CHECK-DECLINE-FILE
           RECORD CONTAINS 230 CHARACTERS.
           COPY "chkdecl.cpy".

       FD  ACH-DECLINE-FILE
           RECORD CONTAINS 230 CHARACTERS.
           COPY "achdecl.cpy".

       FD  BACK-VALUE-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY "bvalreq.cpy".

       FD  CUTOFF-TABLE
           RECORD CONTAINS 40 CHARACTERS.
           COPY "cutoff.cpy".

       FD  WAREHOUSE-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY "whsereq.cpy".

       FD  RUN-LOG.
           COPY "runlog.cpy".

           88  WS-RDACC-OK                VALUE '00'.
       01  WS-PEVT-STATUS                 PIC X(02).
       01  WS-EVENT-CNT                   PIC 9(07)   VALUE ZERO.
       01  WS-CHKD-STATUS                 PIC X(02).
       01  WS-CHKD-CNT                    PIC 9(07)   VALUE ZERO.
       01  WS-ACHD-STATUS                 PIC X(02).
       01  WS-ACHD-CNT                    PIC 9(07)   VALUE ZERO.
       01  WS-DEP-STATUS                  PIC X(02).
           88  WS-DEP-OK                  VALUE '00'.
       01  WS-HOL-STATUS                  PIC X(02).
       01  WS-REVX-STATUS                 PIC X(02).
           88  WS-REVX-OK                 VALUE '00'.

      *----------------------------------------------------------------*
      * BACK-VALUED POSTING WORK FIELDS - A VALUE DATE MAY REACH BACK
      * NO MORE THAN WS-BVAL-MAX-DAYS CALENDAR DAYS, WELL INSIDE THE
      * BALANCE HISTORY BVALADJ RECOMPUTES THE INTEREST FROM.
      * WS-BVAL-DATE IS ZERO WHEN THE REQUEST TAKES VALUE TODAY.
      *----------------------------------------------------------------*
       01  WS-BVAL-STATUS                 PIC X(02).
       01  WS-BVAL-MAX-DAYS               PIC 9(03)   VALUE 090.
       01  WS-BVAL-EARLIEST               PIC 9(08)   VALUE ZERO.
       01  WS-BVAL-DATE                   PIC 9(08)   VALUE ZERO.
       01  WS-BVAL-CNT                    PIC 9(07)   VALUE ZERO.

      *----------------------------------------------------------------*
      * POSTING CUTOFFS - THE CUTOFF TABLE LOADS HERE AT
      * INITIALIZATION; A CHANNEL WITH NO ENTRY HAS NO CUTOFF.  A
      * LATE REQUEST IS WAREHOUSED FOR WS-WHSE-RELEASE-DATE, THE
      * NEXT BUSINESS DAY AFTER TONIGHT'S.
      *----------------------------------------------------------------*
       01  WS-CUTO-STATUS                 PIC X(02).
       01  WS-CUTO-EOF-SW                 PIC X(01)   VALUE 'N'.
           88  WS-CUTO-EOF                  VALUE 'Y'.
       01  WS-CUTO-FOUND-SW               PIC X(01)   VALUE 'N'.
           88  WS-CUTO-FOUND                VALUE 'Y'.
       01  WS-CUTO-CNT                    PIC 9(02)   VALUE ZERO.
       01  WS-CUTOFF-TABLE.
           05  WS-CO-ENTRY OCCURS 30 TIMES INDEXED BY WS-CO-IDX.
               10  WS-CO-CHANNEL            PIC X(03).
               10  WS-CO-TIME               PIC 9(06).
       01  WS-CUTOFF-TIME                 PIC 9(06)   VALUE ZERO.
       01  WS-WHSE-STATUS                 PIC X(02).
       01  WS-WHSE-SW                     PIC X(01)   VALUE 'N'.
           88  WS-WAREHOUSED                VALUE 'Y'.
       01  WS-WHSE-RELEASE-DATE           PIC 9(08)   VALUE ZERO.
       01  WS-WHSE-CNT                    PIC 9(07)   VALUE ZERO.
       01  WS-WHSE-TIME-REASON.
           05  FILLER                     PIC X(09)   VALUE 'RECEIVED '.
           05  WS-WTR-RECV-TIME           PIC 9(06).
           05  FILLER                     PIC X(07)   VALUE ' AFTER '.
           05  WS-WTR-CHANNEL             PIC X(03).
           05  FILLER                     PIC X(08)   VALUE ' CUTOFF '.
           05  WS-WTR-CUTOFF              PIC 9(06).
           05  FILLER                     PIC X(01)   VALUE SPACE.
       01  WS-WHSE-DATE-REASON.
           05  FILLER                     PIC X(09)   VALUE 'RECEIVED '.
           05  WS-WDR-RECV-DATE           PIC 9(08).
           05  FILLER                     PIC X(23)
               VALUE ' AFTER BUSINESS DATE'.

      *----------------------------------------------------------------*
      * DAILY VELOCITY LIMITS - THE VELOTBL ENTRIES LOAD HERE AT
      *   an amount outside the matching entry's range, is routed to
      *   the manual review queue instead of being posted.
      *----------------------------------------------------------------*
       01  WS-TYPE-TABLE-CNT              PIC 9(02)   VALUE 16.
       01  WS-TYPE-TABLE.
           05  WS-TT-ENTRY OCCURS 16 TIMES INDEXED BY WS-TT-IDX.
               10  WS-TT-TYPE               PIC X(02).
               10  WS-TT-SIGN                PIC X(01).
               10  WS-TT-MIN-AMOUNT          PIC S9(09)V99.
           05  WS-XFER-DEBIT-TXN-ID       PIC 9(15)   VALUE ZERO.
           05  WS-XFER-CREDIT-TXN-ID      PIC 9(15)   VALUE ZERO.

      *----------------------------------------------------------------*
      * OPERATOR ERROR-CORRECTION ('EC') WORK FIELDS - THE ORIGINAL
      * TRANSACTION'S KEY FACTS ARE SAVED HERE BEFORE THE SHARED
      * TRANSACTION-RECORD BUFFER IS REBUILT FOR THE CORRECTION.
      * ONLY THE PLAIN MONEY-MOVEMENT TYPES ARE OPERATOR-REVERSIBLE;
      * FEES, DISPUTES, LOANS, AUTHORIZATIONS AND THE SYSTEM-POSTED
      * TYPES EACH HAVE THEIR OWN REVERSAL PATH THAT ALSO UNWINDS
      * THE SUBSIDIARY FILE THEY TOUCHED.
      *----------------------------------------------------------------*
       01  WS-CORR-FIELDS.
           05  WS-CORR-ORIG-TYPE          PIC X(02)   VALUE SPACES.
               88  WS-CORR-REVERSIBLE     VALUE 'DP' 'WD' 'PU' 'TR'
                                                'XF' 'CK' 'WR'.
           05  WS-CORR-ORIG-AMOUNT        PIC S9(09)V99 VALUE ZERO.
           05  WS-CORR-ORIG-POST-DATE     PIC 9(08)   VALUE ZERO.
           05  WS-CORR-TXN-ID             PIC 9(15)   VALUE ZERO.
           05  WS-CORR-CNT                PIC 9(07)   VALUE ZERO.

      *----------------------------------------------------------------*
      * AUTHORIZATION HOLD WORK FIELDS - HOLDS EXPIRE UNSETTLED AFTER
      * WS-HOLD-LIFE-DAYS DAYS (SETLLAG SHOWS SETTLEMENT NORMALLY
           05  WS-ODP-CREDIT-TXN-ID       PIC 9(15)   VALUE ZERO.
           05  WS-ODP-SWEEP-CNT           PIC 9(07)   VALUE ZERO.

      *----------------------------------------------------------------*
      * INVESTMENT SWEEP COVER - A SWEEP-ELIGIBLE DEBIT ON AN
      * OPERATING ACCOUNT WITH AN ACTIVE SWEEPAGR AGREEMENT DRAWS
      * THE SHORTFALL BACK FROM THE MONEY MARKET ACCOUNT FIRST.  NO
      * SWEEPAGR DD MEANS NO COVER.
      *----------------------------------------------------------------*
       01  WS-SWP-STATUS                  PIC X(02).
       01  WS-SWP-AVAIL-SW                PIC X(01)   VALUE 'N'.
           88  WS-SWP-AVAIL                VALUE 'Y'.
       01  WS-SWP-FIELDS.
           05  WS-SWP-INVEST-ACCT         PIC 9(12)   VALUE ZERO.
           05  WS-SWP-DEBIT-TXN-ID        PIC 9(15)   VALUE ZERO.
           05  WS-SWP-CREDIT-TXN-ID       PIC 9(15)   VALUE ZERO.
           05  WS-SWP-COVER-CNT           PIC 9(07)   VALUE ZERO.
       01  WS-SWP-TODAY                   PIC 9(08)   VALUE ZERO.
       01  WS-SWP-TODAY-PARTS REDEFINES WS-SWP-TODAY.
           05  WS-SWP-TODAY-YYYYMM        PIC 9(06).
           05  WS-SWP-TODAY-DD            PIC 9(02).

      *----------------------------------------------------------------*
      * LOAN PAYMENT WORK FIELDS
      *----------------------------------------------------------------*
           88  WS-STOP-EOF                  VALUE 'Y'.
       01  WS-STOP-DECLINE-CNT            PIC 9(07)   VALUE ZERO.

      *----------------------------------------------------------------*
      * POSITIVE PAY WORK FIELDS - A HELD EXCEPTION IS DECIDED BY
      * THE CUSTOMER WITHIN WS-PPAY-DECIDE-DAYS BUSINESS DAYS.
      * WS-PPAY-MATCH-SW REMEMBERS WHAT 4690 CLOSES ONCE THE ITEM
      * POSTS OR DECLINES: 'I' AN ISSUED-CHECK MATCH, 'A' AN
      * APPROVED EXCEPTION COMING BACK THROUGH.
      *----------------------------------------------------------------*
       01  WS-PPI-STATUS                  PIC X(02).
           88  WS-PPI-OK                  VALUE '00'.
       01  WS-PPX-STATUS                  PIC X(02).
           88  WS-PPX-OK                  VALUE '00'.
       01  WS-PPAY-DECIDE-DAYS            PIC 9(02)   VALUE 01.
       01  WS-PPAY-HELD-SW                PIC X(01)   VALUE 'N'.
           88  WS-PPAY-HELD                 VALUE 'Y'.
       01  WS-PPAY-MATCH-SW               PIC X(01)   VALUE 'N'.
           88  WS-PPAY-MATCHED              VALUE 'I' 'A'.
           88  WS-PPAY-RELEASED             VALUE 'A'.
       01  WS-PPAY-EXCP-SW                PIC X(01)   VALUE 'N'.
           88  WS-PPAY-EXCP-ON-FILE         VALUE 'Y'.
       01  WS-PPAY-ISSUE-SW               PIC X(01)   VALUE 'N'.
           88  WS-PPAY-ISSUE-ON-FILE        VALUE 'Y'.
       01  WS-PPAY-REASON                 PIC X(02)   VALUE SPACES.
       01  WS-PPAY-ISSUED-AMT             PIC 9(09)V99 VALUE ZERO.
       01  WS-PPAY-HOLD-CNT               PIC 9(07)   VALUE ZERO.
       01  WS-PPAY-RETURN-CNT             PIC 9(07)   VALUE ZERO.

       01  WS-LOAN-FIELDS.
           05  WS-LOAN-ROW-FOUND-SW       PIC X(01)   VALUE 'N'.
               88  WS-LOAN-ROW-FOUND        VALUE 'Y'.
               88  WS-LOAN-EOF              VALUE 'Y'.
           05  WS-LOAN-INT-TXN-ID         PIC 9(15)   VALUE ZERO.
           05  WS-LOAN-PAY-TXN-ID         PIC 9(15)   VALUE ZERO.
           05  WS-LOAN-ESC-TXN-ID         PIC 9(15)   VALUE ZERO.
           05  WS-LOAN-ESCROW-AMT         PIC S9(07)V99 VALUE ZERO.
           05  WS-LOAN-PAYMENT-CNT        PIC 9(07)   VALUE ZERO.

       01  WS-CONV-DATE                   PIC 9(08).
           OPEN INPUT TXN-REQUEST
           OPEN I-O   AUTH-HOLD-FILE
           OPEN INPUT OVERDRAFT-LINK-FILE
           OPEN I-O   SWEEP-AGREEMENT-FILE
           IF WS-SWP-STATUS = '00'
               MOVE 'Y' TO WS-SWP-AVAIL-SW
           END-IF
           OPEN INPUT REG-E-CONSENT-FILE
           IF WS-REGE-STATUS = '00'
               MOVE 'Y' TO WS-REGE-AVAIL-SW
           OPEN I-O   VELOCITY-ACCUM
           OPEN I-O   REGD-ACCUM
           OPEN I-O   DEPOSIT-HOLD-FILE
           OPEN I-O   TXN-REVERSAL-XREF
           OPEN I-O   PPAY-ISSUE-FILE
           OPEN I-O   PPAY-EXCEPTION-FILE
           PERFORM 1180-LOAD-HOLIDAYS THRU 1180-EXIT
           PERFORM 1160-LOAD-VELOCITY-TABLE THRU 1160-EXIT
           PERFORM 1190-LOAD-CUTOFFS THRU 1190-EXIT
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           MOVE WS-TODAY TO WS-CONV-DATE
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           ADD WS-HOLD-LIFE-DAYS TO WS-CONV-JULIAN
           PERFORM 8100-CONVERT-JULIAN-TO-DATE THRU 8100-EXIT
           MOVE WS-CONV-DATE TO WS-HOLD-EXPIRE-DATE
           MOVE WS-TODAY TO WS-CONV-DATE
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           SUBTRACT WS-BVAL-MAX-DAYS FROM WS-CONV-JULIAN
           PERFORM 8100-CONVERT-JULIAN-TO-DATE THRU 8100-EXIT
           MOVE WS-CONV-DATE TO WS-BVAL-EARLIEST
           MOVE WS-TODAY TO WS-CONV-DATE
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           MOVE 1 TO WS-BDAYS-TO-ADD
           PERFORM 8200-ADD-BUSINESS-DAYS THRU 8200-EXIT
           MOVE WS-CONV-DATE TO WS-WHSE-RELEASE-DATE
           PERFORM 1100-LOAD-NEXT-TXN-ID
           PERFORM 1150-LOAD-TYPE-TABLE

               IF WS-RESTART-COUNT > ZERO
                   OPEN EXTEND TXN-REVIEW-QUEUE
                   OPEN EXTEND POST-EVENT-FILE
                   OPEN EXTEND CHECK-DECLINE-FILE
                   OPEN EXTEND ACH-DECLINE-FILE
                   OPEN EXTEND BACK-VALUE-FILE
                   OPEN EXTEND WAREHOUSE-FILE
                   DISPLAY 'TXNPOST RESTARTING AFTER ' WS-RESTART-COUNT
                       ' REQUESTS ALREADY APPLIED'
               ELSE
                   OPEN OUTPUT TXN-REVIEW-QUEUE
                   OPEN OUTPUT POST-EVENT-FILE
                   OPEN OUTPUT CHECK-DECLINE-FILE
                   OPEN OUTPUT ACH-DECLINE-FILE
                   OPEN OUTPUT BACK-VALUE-FILE
                   OPEN OUTPUT WAREHOUSE-FILE
               END-IF

               MOVE WS-RESTART-COUNT TO WS-READ-CNT
           MOVE 'FR' TO WS-TT-TYPE(13)
           MOVE '+'  TO WS-TT-SIGN(13)
           MOVE 0.01 TO WS-TT-MIN-AMOUNT(13)
           MOVE 500.00 TO WS-TT-MAX-AMOUNT(13)

      *    'EC' BACKS OUT ANY OPERATOR-REVERSIBLE POSTING, SO IT RUNS
      *    EITHER WAY AND ITS CEILING IS THE HIGHEST OF THE TYPES IT
      *    CAN REVERSE ('WR') - 4750 THEN HOLDS IT TO THE EXACT
      *    OPPOSITE OF THE ORIGINAL.
           MOVE 'EC' TO WS-TT-TYPE(14)
           MOVE 'B'  TO WS-TT-SIGN(14)
           MOVE 0.01 TO WS-TT-MIN-AMOUNT(14)
           MOVE 500000.00 TO WS-TT-MAX-AMOUNT(14)

      *    'BP' IS BPGEN'S BILL-PAY DEBIT; BPORIG SENDS THE PAYEE'S
      *    ACH CREDIT ONLY ONCE IT POSTS.  ITS CEILING MATCHES THE
      *    PER-PAYMENT LIMIT BPMAINT HOLDS AN INSTRUCTION TO.
           MOVE 'BP' TO WS-TT-TYPE(15)
           MOVE '-'  TO WS-TT-SIGN(15)
           MOVE 0.01 TO WS-TT-MIN-AMOUNT(15)
           MOVE 25000.00 TO WS-TT-MAX-AMOUNT(15)

      *    'OC' IS OFCMNT'S PURCHASE DEBIT FOR A CASHIER'S CHECK OR
      *    MONEY ORDER, CARRYING THE ITEM'S SERIAL IN TR-CHECK-NO.
      *    THE ITEM IS ALREADY ISSUED, SO ITS CEILING IS THE LARGEST
      *    CASHIER'S CHECK A BRANCH SELLS.
           MOVE 'OC' TO WS-TT-TYPE(16)
           MOVE '-'  TO WS-TT-SIGN(16)
           MOVE 0.01 TO WS-TT-MIN-AMOUNT(16)
           MOVE 100000.00 TO WS-TT-MAX-AMOUNT(16).

      *----------------------------------------------------------------*
      * 1160-LOAD-VELOCITY-TABLE THRU 1160-EXIT
       1185-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1190-LOAD-CUTOFFS THRU 1190-EXIT
      *   A missing or empty CUTOFF file loads no entries and every
      *   request posts the night it is read - the pre-cutoff
      *   behavior.
      *----------------------------------------------------------------*
       1190-LOAD-CUTOFFS.
           OPEN INPUT CUTOFF-TABLE
           IF WS-CUTO-STATUS NOT = '00'
               GO TO 1190-EXIT
           END-IF
           PERFORM 1195-LOAD-ONE-CUTOFF THRU 1195-EXIT
               UNTIL WS-CUTO-EOF OR WS-CUTO-CNT >= 30
           CLOSE CUTOFF-TABLE.
       1190-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1195-LOAD-ONE-CUTOFF THRU 1195-EXIT
      *----------------------------------------------------------------*
       1195-LOAD-ONE-CUTOFF.
           READ CUTOFF-TABLE
               AT END
                   MOVE 'Y' TO WS-CUTO-EOF-SW
           END-READ
           IF WS-CUTO-EOF
               GO TO 1195-EXIT
           END-IF
           ADD 1 TO WS-CUTO-CNT
           SET WS-CO-IDX TO WS-CUTO-CNT
           MOVE CO-CHANNEL     TO WS-CO-CHANNEL(WS-CO-IDX)
           MOVE CO-CUTOFF-TIME TO WS-CO-TIME(WS-CO-IDX).
       1195-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1200-LOAD-CHECKPOINT THRU 1200-EXIT
      *----------------------------------------------------------------*
           ADD 1 TO WS-READ-CNT
           MOVE 'Y' TO WS-VALID-SW
           MOVE 'N' TO WS-REGE-COVER-SW
           MOVE 'N' TO WS-PPAY-HELD-SW
           MOVE 'N' TO WS-PPAY-MATCH-SW
           MOVE SPACES TO WS-REJECT-REASON

           PERFORM 4830-CHECK-CUTOFF THRU 4830-EXIT
           IF WS-WAREHOUSED
               PERFORM 2200-CHECKPOINT-IF-DUE THRU 2200-EXIT
               PERFORM 2100-READ-REQUEST
               GO TO 2000-EXIT
           END-IF

           PERFORM 4800-VALIDATE-TYPE-AMOUNT THRU 4800-EXIT
           MOVE ZERO TO WS-BVAL-DATE
           IF WS-RECORD-VALID
               PERFORM 4820-VALIDATE-EFFECTIVE-DATE THRU 4820-EXIT
           END-IF

           IF WS-RECORD-VALID AND TR-TYPE = 'XF'
               PERFORM 4900-PROCESS-TRANSFER THRU 4900-EXIT
               GO TO 2000-EXIT
           END-IF

           IF WS-RECORD-VALID AND TR-TYPE = 'EC'
               PERFORM 4750-PROCESS-CORRECTION THRU 4750-EXIT
               PERFORM 2200-CHECKPOINT-IF-DUE THRU 2200-EXIT
               PERFORM 2100-READ-REQUEST
               GO TO 2000-EXIT
           END-IF

           IF WS-RECORD-VALID
               MOVE TR-ACCT-NO TO ACCT-NUMBER
               READ ACCOUNT-MASTER
               IF WS-RECORD-VALID
                   PERFORM 4660-CHECK-STOP-PAY THRU 4660-EXIT
               END-IF
               IF WS-RECORD-VALID
                   PERFORM 4680-CHECK-POSITIVE-PAY THRU 4680-EXIT
               END-IF
               IF WS-PPAY-HELD
                   PERFORM 2200-CHECKPOINT-IF-DUE THRU 2200-EXIT
                   PERFORM 2100-READ-REQUEST
                   GO TO 2000-EXIT
               END-IF
               IF WS-RECORD-VALID AND ACCT-STATUS = 'O'
                   AND WS-BAL-EFFECT < ZERO
                   MOVE 'N' TO WS-VALID-SW
                   END-IF
                   IF WS-RECORD-VALID
                       PERFORM 4000-POST-TRANSACTION THRU 4000-EXIT
                       IF WS-PPAY-MATCHED
                           PERFORM 4690-CLOSE-POSITIVE-PAY
                               THRU 4690-EXIT
                       END-IF
                       IF WS-REGE-COVER
                           PERFORM 4592-POST-COVERAGE-FEE
                               THRU 4592-EXIT
                       END-IF
                   ELSE
                       PERFORM 4700-POST-DECLINED THRU 4700-EXIT
                       IF WS-PPAY-MATCHED
                           PERFORM 4690-CLOSE-POSITIVE-PAY
                               THRU 4690-EXIT
                       END-IF
                   END-IF
               END-IF
           ELSE
           CLOSE TXN-REQUEST
           CLOSE AUTH-HOLD-FILE
           CLOSE OVERDRAFT-LINK-FILE
           IF WS-SWP-AVAIL
               CLOSE SWEEP-AGREEMENT-FILE
           END-IF
           IF WS-REGE-AVAIL
               CLOSE REG-E-CONSENT-FILE
           END-IF
           CLOSE VELOCITY-ACCUM
           CLOSE REGD-ACCUM
           CLOSE DEPOSIT-HOLD-FILE
           CLOSE TXN-REVERSAL-XREF
           CLOSE PPAY-ISSUE-FILE
           CLOSE PPAY-EXCEPTION-FILE

           IF WS-BATCH-REJECT
      *        NOTHING POSTED - TXNSEQ AND THE CHECKPOINT ARE LEFT

           CLOSE TXN-REVIEW-QUEUE
           CLOSE POST-EVENT-FILE
           CLOSE CHECK-DECLINE-FILE
           CLOSE ACH-DECLINE-FILE
           CLOSE BACK-VALUE-FILE
           CLOSE WAREHOUSE-FILE

           OPEN OUTPUT TXN-SEQUENCE-CTL
           COMPUTE TXN-SEQUENCE-RECORD = WS-NEXT-TXN-ID - 1
           DISPLAY 'TXNPOST HOLDS    = ' WS-HOLD-CNT
           DISPLAY 'TXNPOST RELEASES = ' WS-RELEASE-CNT
           DISPLAY 'TXNPOST ODP SWPS = ' WS-ODP-SWEEP-CNT
           DISPLAY 'TXNPOST INV COVR = ' WS-SWP-COVER-CNT
           DISPLAY 'TXNPOST LOAN PAY = ' WS-LOAN-PAYMENT-CNT
           DISPLAY 'TXNPOST CD PNLTY = ' WS-CD-PENALTY-CNT
           DISPLAY 'TXNPOST STOP DCL = ' WS-STOP-DECLINE-CNT
           DISPLAY 'TXNPOST REGD CNT = ' WS-REGD-CNT
           DISPLAY 'TXNPOST NTC EVTS = ' WS-EVENT-CNT
           DISPLAY 'TXNPOST ICL DECL = ' WS-CHKD-CNT
           DISPLAY 'TXNPOST ACH DECL = ' WS-ACHD-CNT
           DISPLAY 'TXNPOST DEP HLDS = ' WS-DEPHOLD-CNT
           DISPLAY 'TXNPOST VELO DCL = ' WS-VELO-DECLINE-CNT
           DISPLAY 'TXNPOST REGE CVR = ' WS-REGE-COVER-CNT
           DISPLAY 'TXNPOST CORRECTS = ' WS-CORR-CNT
           DISPLAY 'TXNPOST PPAY HLD = ' WS-PPAY-HOLD-CNT
           DISPLAY 'TXNPOST PPAY RTN = ' WS-PPAY-RETURN-CNT
           DISPLAY 'TXNPOST BACK VAL = ' WS-BVAL-CNT
           DISPLAY 'TXNPOST WAREHSED = ' WS-WHSE-CNT.
       3000-EXIT.
           EXIT.

               PERFORM 4570-UPDATE-VELOCITY THRU 4570-EXIT
               PERFORM 4580-COUNT-REGD-WITHDRAWAL THRU 4580-EXIT
               PERFORM 4585-PLACE-DEPOSIT-HOLD THRU 4585-EXIT
               IF WS-BVAL-DATE > ZERO
                   PERFORM 4595-WRITE-BACK-VALUE THRU 4595-EXIT
               END-IF
           ELSE
               PERFORM 5000-WRITE-REVIEW THRU 5000-EXIT
           END-IF.
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'WOULD EXCEED AVAILABLE CREDIT LIMIT' TO
                       WS-REJECT-REASON
                   IF WS-ODP-ELIGIBLE AND WS-SWP-AVAIL
                       PERFORM 4525-ATTEMPT-SWEEP-COVER THRU 4525-EXIT
                   END-IF
                   IF WS-ODP-ELIGIBLE AND NOT WS-RECORD-VALID
                       PERFORM 4520-ATTEMPT-ODP-SWEEP THRU 4520-EXIT
                   END-IF
                   IF NOT WS-RECORD-VALID
       4520-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4525-ATTEMPT-SWEEP-COVER THRU 4525-EXIT
      *   The debit just failed the available-limit check.  If the
      *   account is the operating side of an active investment
      *   sweep agreement and the money market account can stand
      *   the shortfall inside its own available limit, the
      *   shortfall comes back as an 'XF' pair on channel 'SWP'
      *   (debit the investment account, credit this one) under
      *   consecutive TXN-IDs, the request is re-marked valid, and
      *   the caller's posting proceeds - the 4520 shape.  Money
      *   pulled back counts off what the agreement has swept out,
      *   so the morning return does not bring it twice.
      *----------------------------------------------------------------*
       4525-ATTEMPT-SWEEP-COVER.
           MOVE TR-ACCT-NO TO SW-OPER-ACCT-NO
           READ SWEEP-AGREEMENT-FILE
               INVALID KEY
                   GO TO 4525-EXIT
           END-READ
           IF SW-STATUS NOT = 'A'
               GO TO 4525-EXIT
           END-IF

           COMPUTE WS-ODP-SHORTFALL =
               (0 - ACCT-CREDIT-LIMIT)
               - (WS-AVAIL-BALANCE + WS-BAL-EFFECT)
           MOVE SW-INVEST-ACCT-NO TO WS-SWP-INVEST-ACCT

           MOVE WS-SWP-INVEST-ACCT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE TR-ACCT-NO TO ACCT-NUMBER
                   READ ACCOUNT-MASTER
                   GO TO 4525-EXIT
           END-READ

      *    THE INVESTMENT ACCOUNT MUST COVER THE SHORTFALL INSIDE
      *    ITS OWN AVAILABLE LIMIT - 4550 SUMS THE HOLDS ON THE
      *    ACCOUNT IN THE SHARED BUFFER, NOW THE INVESTMENT ACCOUNT.
           IF ACCT-STATUS NOT = 'A'
               MOVE TR-ACCT-NO TO ACCT-NUMBER
               READ ACCOUNT-MASTER
               GO TO 4525-EXIT
           END-IF
           PERFORM 4550-SUM-OPEN-HOLDS THRU 4550-EXIT
           IF (ACCT-BALANCE - WS-OPEN-HOLD-TOTAL - WS-ODP-SHORTFALL)
               < (0 - ACCT-CREDIT-LIMIT)
               MOVE TR-ACCT-NO TO ACCT-NUMBER
               READ ACCOUNT-MASTER
               GO TO 4525-EXIT
           END-IF

           MOVE WS-NEXT-TXN-ID TO WS-SWP-DEBIT-TXN-ID
           COMPUTE WS-SWP-CREDIT-TXN-ID = WS-NEXT-TXN-ID + 1
           ADD 2 TO WS-NEXT-TXN-ID

           SUBTRACT WS-ODP-SHORTFALL FROM ACCT-BALANCE
           MOVE WS-TODAY TO ACCT-LAST-ACTIVITY-DATE
           REWRITE ACCOUNT-RECORD
           MOVE WS-SWP-DEBIT-TXN-ID  TO TXN-ID
           MOVE WS-SWP-INVEST-ACCT   TO TXN-ACCT-NO
           COMPUTE TXN-AMOUNT = ZERO - WS-ODP-SHORTFALL
           MOVE 'INVESTMENT SWEEP COVER TO OPERATING' TO TXN-DESC
           PERFORM 4545-WRITE-COVER-LEG THRU 4545-EXIT

           MOVE TR-ACCT-NO TO ACCT-NUMBER
           READ ACCOUNT-MASTER
           ADD WS-ODP-SHORTFALL TO ACCT-BALANCE
           MOVE WS-TODAY TO ACCT-LAST-ACTIVITY-DATE
           REWRITE ACCOUNT-RECORD
           MOVE WS-SWP-CREDIT-TXN-ID TO TXN-ID
           MOVE TR-ACCT-NO           TO TXN-ACCT-NO
           MOVE WS-ODP-SHORTFALL     TO TXN-AMOUNT
           MOVE 'INVESTMENT SWEEP COVER' TO TXN-DESC
           PERFORM 4545-WRITE-COVER-LEG THRU 4545-EXIT

           ADD 2 TO WS-POSTED-CNT
           ADD 1 TO WS-SWP-COVER-CNT

      *    ROLL THE AGREEMENT'S MONTH-TO-DATE COUNTERS THE WAY
      *    SWEEPINV DOES WHEN THIS IS THE MONTH'S FIRST MOVEMENT.
           MOVE WS-TODAY TO WS-SWP-TODAY
           IF SW-MTD-YYYYMM NOT = WS-SWP-TODAY-YYYYMM
               MOVE WS-SWP-TODAY-YYYYMM TO SW-MTD-YYYYMM
               MOVE ZERO TO SW-MTD-OUT-CNT
               MOVE ZERO TO SW-MTD-OUT-AMT
               MOVE ZERO TO SW-MTD-RTN-CNT
               MOVE ZERO TO SW-MTD-RTN-AMT
               MOVE ZERO TO SW-MTD-COVER-CNT
               MOVE ZERO TO SW-MTD-COVER-AMT
               MOVE ZERO TO SW-MTD-HIGH-AMT
           END-IF
           ADD 1 TO SW-MTD-COVER-CNT
           ADD WS-ODP-SHORTFALL TO SW-MTD-COVER-AMT
           IF WS-ODP-SHORTFALL > SW-SWEPT-AMOUNT
               MOVE ZERO TO SW-SWEPT-AMOUNT
           ELSE
               SUBTRACT WS-ODP-SHORTFALL FROM SW-SWEPT-AMOUNT
           END-IF
           REWRITE SWEEP-AGREEMENT-RECORD

      *    THE COVER TOPPED THE ACCOUNT UP BY EXACTLY THE SHORTFALL,
      *    SO THE ORIGINAL REQUEST NOW SITS ON THE LIMIT - CLEAR THE
      *    DECLINE AND LET THE CALLER POST IT.
           MOVE 'Y' TO WS-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON.
       4525-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4545-WRITE-COVER-LEG THRU 4545-EXIT
      *   TXN-ID, TXN-ACCT-NO, TXN-AMOUNT and TXN-DESC are set by
      *   4525 for each leg.
      *----------------------------------------------------------------*
       4545-WRITE-COVER-LEG.
           MOVE WS-TODAY             TO TXN-DATE
           ACCEPT TXN-TIME FROM TIME
           MOVE 'XF'                 TO TXN-TYPE
           MOVE 'P'                  TO TXN-STATUS
           MOVE SPACES               TO TXN-MERCHANT-NAME
           MOVE SPACES               TO TXN-MERCHANT-CITY
           MOVE SPACES               TO TXN-MERCHANT-STATE
           MOVE SPACES               TO TXN-AUTH-CODE
           MOVE WS-TODAY             TO TXN-POST-DATE
           MOVE 'SWP'                TO TXN-CHANNEL
           MOVE ZERO                 TO TXN-CHECK-NO

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'TXNPOST - DUPLICATE TXN-ID ' TXN-ID
           END-WRITE.
       4545-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4530-WRITE-SWEEP-DEBIT THRU 4530-EXIT
      *----------------------------------------------------------------*
       4592-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4595-WRITE-BACK-VALUE THRU 4595-EXIT
      *   The back-valued item has posted today like any other; the
      *   BVALREQ record hands its value date and balance effect to
      *   BVALADJ, which adjusts the interest accrued since.
      *----------------------------------------------------------------*
       4595-WRITE-BACK-VALUE.
           MOVE SPACES               TO BACK-VALUE-RECORD
           MOVE TXN-ACCT-NO          TO BV-ACCT-NO
           MOVE TXN-ID               TO BV-TXN-ID
           MOVE TXN-TYPE             TO BV-TXN-TYPE
           MOVE WS-BAL-EFFECT        TO BV-AMOUNT
           MOVE WS-BVAL-DATE         TO BV-EFFECTIVE-DATE
           MOVE WS-TODAY             TO BV-POST-DATE
           WRITE BACK-VALUE-RECORD
           ADD 1 TO WS-BVAL-CNT.
       4595-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4600-CHECK-FRAUD-HOLD THRU 4600-EXIT
      *   Declines posting against any account whose owning customer
       4670-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4680-CHECK-POSITIVE-PAY THRU 4680-EXIT
      *   A 'CK' debit carrying a serial on an account enrolled for
      *   positive pay (the serial-zero PPAYISS record 'E') must
      *   match the customer's issued-check file before it posts.
      *   An exception already on file decides the item: approved
      *   ('A') posts, returned ('R') declines, and one still
      *   pending ('X') declines the duplicate presentment.  An
      *   outstanding issued serial for the same amount posts; an
      *   unknown, mismatched, paid or voided serial is queued by
      *   4685 and held - neither posted nor declined - until
      *   PPAYDEC re-presents it with the customer's decision.
      *   A 'CK' with no serial passes, as it does at 4660.
      *----------------------------------------------------------------*
       4680-CHECK-POSITIVE-PAY.
           IF TR-TYPE NOT = 'CK' OR TR-CHECK-NO = ZERO
               GO TO 4680-EXIT
           END-IF

           MOVE TR-ACCT-NO TO PI-ACCT-NO
           MOVE ZERO       TO PI-CHECK-NO
           READ PPAY-ISSUE-FILE
               INVALID KEY
                   GO TO 4680-EXIT
           END-READ
           IF PI-STATUS NOT = 'E'
               GO TO 4680-EXIT
           END-IF

           MOVE 'N' TO WS-PPAY-EXCP-SW
           MOVE TR-ACCT-NO  TO PX-ACCT-NO
           MOVE TR-CHECK-NO TO PX-CHECK-NO
           READ PPAY-EXCEPTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PPAY-EXCP-SW
           END-READ

           IF WS-PPAY-EXCP-ON-FILE
               EVALUATE PX-STATUS
                   WHEN 'A'
                       MOVE 'A' TO WS-PPAY-MATCH-SW
                       GO TO 4680-EXIT
                   WHEN 'R'
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'CHECK RETURNED BY POSITIVE PAY' TO
                           WS-REJECT-REASON
                       MOVE 'D'      TO PX-STATUS
                       MOVE WS-TODAY TO PX-CLOSE-DATE
                       REWRITE PPAY-EXCEPTION-RECORD
                           INVALID KEY
                               DISPLAY 'TXNPOST - PPAYEXC REWRITE '
                                   'FAILED ' PX-KEY
                       END-REWRITE
                       ADD 1 TO WS-PPAY-RETURN-CNT
                       GO TO 4680-EXIT
                   WHEN 'X'
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'CHECK SERIAL PENDING POSITIVE PAY' TO
                           WS-REJECT-REASON
                       GO TO 4680-EXIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           COMPUTE WS-ABS-AMOUNT = ZERO - TR-AMOUNT
           MOVE ZERO TO WS-PPAY-ISSUED-AMT
           MOVE TR-ACCT-NO  TO PI-ACCT-NO
           MOVE TR-CHECK-NO TO PI-CHECK-NO
           READ PPAY-ISSUE-FILE
               INVALID KEY
                   MOVE 'UN' TO WS-PPAY-REASON
               NOT INVALID KEY
                   MOVE PI-AMOUNT TO WS-PPAY-ISSUED-AMT
                   EVALUATE TRUE
                       WHEN PI-STATUS = 'P'
                           MOVE 'PD' TO WS-PPAY-REASON
                       WHEN PI-STATUS = 'V'
                           MOVE 'VD' TO WS-PPAY-REASON
                       WHEN PI-AMOUNT NOT = WS-ABS-AMOUNT
                           MOVE 'AM' TO WS-PPAY-REASON
                       WHEN OTHER
                           MOVE SPACES TO WS-PPAY-REASON
                   END-EVALUATE
           END-READ

           IF WS-PPAY-REASON = SPACES
               MOVE 'I' TO WS-PPAY-MATCH-SW
               GO TO 4680-EXIT
           END-IF

           PERFORM 4685-QUEUE-PPAY-EXCEPTION THRU 4685-EXIT.
       4680-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4685-QUEUE-PPAY-EXCEPTION THRU 4685-EXIT
      *   Queues the presented item for the customer's decision and
      *   holds it.  The whole request image is kept so PPAYDEC can
      *   re-present it unchanged; a closed record from an earlier
      *   presentment of the same serial is overwritten.  A queue
      *   that cannot be written declines the item rather than
      *   letting an unmatched check post.
      *----------------------------------------------------------------*
       4685-QUEUE-PPAY-EXCEPTION.
           MOVE TR-ACCT-NO          TO PX-ACCT-NO
           MOVE TR-CHECK-NO         TO PX-CHECK-NO
           MOVE WS-TODAY            TO PX-PRESENT-DATE
           MOVE TR-AMOUNT           TO PX-PRESENT-AMOUNT
           MOVE WS-PPAY-ISSUED-AMT  TO PX-ISSUED-AMOUNT
           MOVE WS-PPAY-REASON      TO PX-REASON-CODE
           MOVE WS-TODAY TO WS-CONV-DATE
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           MOVE WS-PPAY-DECIDE-DAYS TO WS-BDAYS-TO-ADD
           PERFORM 8200-ADD-BUSINESS-DAYS THRU 8200-EXIT
           MOVE WS-CONV-DATE        TO PX-DECIDE-BY
           MOVE SPACES              TO PX-DECISION
           MOVE ZERO                TO PX-DECISION-DATE
           MOVE 'X'                 TO PX-STATUS
           MOVE ZERO                TO PX-CLOSE-DATE
           MOVE TXN-REQUEST-RECORD  TO PX-REQUEST-IMAGE

           IF WS-PPAY-EXCP-ON-FILE
               REWRITE PPAY-EXCEPTION-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SW
               END-REWRITE
           ELSE
               WRITE PPAY-EXCEPTION-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SW
               END-WRITE
           END-IF

           IF WS-RECORD-VALID
               MOVE 'Y' TO WS-PPAY-HELD-SW
               ADD 1 TO WS-PPAY-HOLD-CNT
           ELSE
               MOVE 'POSITIVE PAY EXCEPTION NOT QUEUED' TO
                   WS-REJECT-REASON
           END-IF.
       4685-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4690-CLOSE-POSITIVE-PAY THRU 4690-EXIT
      *   Runs after an item 4680 let through has posted or
      *   declined.  An approved exception closes either way - a
      *   re-presented check that fails NSF is returned NSF, not
      *   re-queued.  A posted item also marks its outstanding
      *   issued serial paid (TXN-ID still holds the posting), so
      *   a second presentment of the same check is caught as 'PD'.
      *----------------------------------------------------------------*
       4690-CLOSE-POSITIVE-PAY.
           IF WS-PPAY-RELEASED
               IF WS-RECORD-VALID
                   MOVE 'C' TO PX-STATUS
               ELSE
                   MOVE 'D' TO PX-STATUS
               END-IF
               MOVE WS-TODAY TO PX-CLOSE-DATE
               REWRITE PPAY-EXCEPTION-RECORD
                   INVALID KEY
                       DISPLAY 'TXNPOST - PPAYEXC REWRITE FAILED '
                           PX-KEY
               END-REWRITE
           END-IF

           IF NOT WS-RECORD-VALID
               GO TO 4690-EXIT
           END-IF

           MOVE 'Y' TO WS-PPAY-ISSUE-SW
           MOVE TR-ACCT-NO  TO PI-ACCT-NO
           MOVE TR-CHECK-NO TO PI-CHECK-NO
           READ PPAY-ISSUE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PPAY-ISSUE-SW
           END-READ
           IF WS-PPAY-ISSUE-ON-FILE AND PI-STATUS = 'I'
               MOVE 'P'      TO PI-STATUS
               MOVE WS-TODAY TO PI-PAID-DATE
               MOVE TXN-ID   TO PI-PAID-TXN-ID
               REWRITE PPAY-ISSUE-RECORD
                   INVALID KEY
                       DISPLAY 'TXNPOST - PPAYISS REWRITE FAILED '
                           PI-KEY
               END-REWRITE
           END-IF.
       4690-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4700-POST-DECLINED THRU 4700-EXIT
      *   Writes the transaction with a decline status instead of

           ADD 1 TO WS-DECLINED-CNT

           IF TR-CHANNEL = 'ICL'
               PERFORM 4710-WRITE-CHECK-DECLINE THRU 4710-EXIT
           END-IF
           IF TR-CHANNEL = 'ACH'
               PERFORM 4720-WRITE-ACH-DECLINE THRU 4720-EXIT
           END-IF

      *    THE REASON ONLY EXISTS IN WORKING STORAGE RIGHT NOW -
      *    CAPTURE THE CUSTOMER-NOTIFIABLE ONES FOR POSTNTC.
           EVALUATE TRUE
       4700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4710-WRITE-CHECK-DECLINE THRU 4710-EXIT
      *   A presented check we will not pay has to go back to the
      *   presenting bank - CHKRTN maps the reason captured here
      *   to the return reason code.
      *----------------------------------------------------------------*
       4710-WRITE-CHECK-DECLINE.
           MOVE TXN-ID             TO CK-TXN-ID
           MOVE WS-TODAY           TO CK-DECLINE-DATE
           MOVE WS-REJECT-REASON   TO CK-REASON
           MOVE TXN-REQUEST-RECORD TO CK-REQUEST-IMAGE
           WRITE CHECK-DECLINE-RECORD
           ADD 1 TO WS-CHKD-CNT.
       4710-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4720-WRITE-ACH-DECLINE THRU 4720-EXIT
      *   An inbound ACH entry we will not post has to go back to
      *   the originating bank inside the return window - ACHRETN
      *   maps the reason captured here to the R-code.
      *----------------------------------------------------------------*
       4720-WRITE-ACH-DECLINE.
           MOVE TXN-ID             TO AD-TXN-ID
           MOVE WS-TODAY           TO AD-DECLINE-DATE
           MOVE WS-REJECT-REASON   TO AD-REASON
           MOVE TXN-REQUEST-RECORD TO AD-REQUEST-IMAGE
           WRITE ACH-DECLINE-RECORD
           ADD 1 TO WS-ACHD-CNT.
       4720-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4750-PROCESS-CORRECTION THRU 4750-EXIT
      *   Operator error correction.  The request names the posted
      *   transaction it backs out (TR-EC-ORIG-TXN-ID) and carries
      *   the exact opposite amount as its keyed control total.
      *   Every edit runs before either file is touched, and a
      *   correction that fails one goes to the review queue for
      *   the operator - it is not a customer transaction, so it is
      *   never written as a declined one.  The original must be on
      *   the transaction file, posted, on the named account, of an
      *   operator-reversible type, and not already on TXNREVX.
      *   A keying error is corrected regardless of the account's
      *   funds or holds: the money it reverses was never really
      *   the customer's to begin with.  A two-legged 'XF' is
      *   corrected one leg per request, the legs in the same batch
      *   so the transfer clearing account nets the same night.
      *----------------------------------------------------------------*
       4750-PROCESS-CORRECTION.
           IF TR-EC-ORIG-TXN-ID NOT NUMERIC
               OR TR-EC-ORIG-TXN-ID = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'CORRECTION DOES NOT NAME AN ORIGINAL' TO
                   WS-REJECT-REASON
               PERFORM 5000-WRITE-REVIEW THRU 5000-EXIT
               GO TO 4750-EXIT
           END-IF

           MOVE TR-EC-ORIG-TXN-ID TO RX-ORIG-TXN-ID
           READ TXN-REVERSAL-XREF
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-REVX-OK
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ORIGINAL TXN-ID ALREADY REVERSED' TO
                   WS-REJECT-REASON
               PERFORM 5000-WRITE-REVIEW THRU 5000-EXIT
               GO TO 4750-EXIT
           END-IF

           MOVE TR-EC-ORIG-TXN-ID TO TXN-ID
           READ TRANSACTION-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'ORIGINAL TXN-ID NOT ON TRANSACTION FILE' TO
                       WS-REJECT-REASON
           END-READ
           IF WS-RECORD-VALID AND TXN-STATUS NOT = 'P'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ORIGINAL TXN-ID WAS NEVER POSTED' TO
                   WS-REJECT-REASON
           END-IF
           IF WS-RECORD-VALID AND TXN-ACCT-NO NOT = TR-ACCT-NO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ORIGINAL TXN-ID IS ON ANOTHER ACCOUNT' TO
                   WS-REJECT-REASON
           END-IF
           IF WS-RECORD-VALID
               MOVE TXN-TYPE      TO WS-CORR-ORIG-TYPE
               MOVE TXN-AMOUNT    TO WS-CORR-ORIG-AMOUNT
               MOVE TXN-POST-DATE TO WS-CORR-ORIG-POST-DATE
               IF NOT WS-CORR-REVERSIBLE
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'ORIGINAL TXN-TYPE NOT OPERATOR-REVERSIBLE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-RECORD-VALID
               AND TR-AMOUNT NOT = ZERO - WS-CORR-ORIG-AMOUNT
               MOVE 'N' TO WS-VALID-SW
               MOVE 'CORRECTION AMOUNT NOT OPPOSITE OF ORIGINAL' TO
                   WS-REJECT-REASON
           END-IF
           IF NOT WS-RECORD-VALID
               PERFORM 5000-WRITE-REVIEW THRU 5000-EXIT
               GO TO 4750-EXIT
           END-IF

           MOVE TR-ACCT-NO TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'TXN-ACCT-NO NOT ON ACCOUNT MASTER' TO
                       WS-REJECT-REASON
           END-READ
           IF NOT WS-RECORD-VALID
               PERFORM 5000-WRITE-REVIEW THRU 5000-EXIT
               GO TO 4750-EXIT
           END-IF

           PERFORM 4760-POST-CORRECTION THRU 4760-EXIT.
       4750-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4760-POST-CORRECTION THRU 4760-EXIT
      *   Writes the correcting transaction, applies it to the
      *   balance and records the pair on TXNREVX - the cross-
      *   reference write is the mark that stops a second reversal.
      *----------------------------------------------------------------*
       4760-POST-CORRECTION.
           MOVE TR-AMOUNT TO WS-BAL-EFFECT
           MOVE WS-NEXT-TXN-ID       TO WS-CORR-TXN-ID
           ADD 1 TO WS-NEXT-TXN-ID

           MOVE WS-CORR-TXN-ID       TO TXN-ID
           MOVE TR-ACCT-NO           TO TXN-ACCT-NO
           MOVE WS-TODAY             TO TXN-DATE
           ACCEPT TXN-TIME FROM TIME
           MOVE 'EC'                 TO TXN-TYPE
           MOVE TR-AMOUNT            TO TXN-AMOUNT
           MOVE SPACES               TO TXN-DESC
           MOVE 'REV '               TO TXN-EC-LITERAL
           MOVE TR-EC-ORIG-TXN-ID    TO TXN-EC-ORIG-TXN-ID
           MOVE WS-CORR-ORIG-TYPE    TO TXN-EC-ORIG-TYPE
           MOVE TR-EC-REASON         TO TXN-EC-REASON
           MOVE 'P'                  TO TXN-STATUS
           MOVE SPACES               TO TXN-MERCHANT-NAME
           MOVE SPACES               TO TXN-MERCHANT-CITY
           MOVE SPACES               TO TXN-MERCHANT-STATE
           MOVE SPACES               TO TXN-AUTH-CODE
           MOVE WS-TODAY             TO TXN-POST-DATE
           MOVE TR-CHANNEL           TO TXN-CHANNEL
           MOVE ZERO                 TO TXN-CHECK-NO

           ADD WS-BAL-EFFECT TO ACCT-BALANCE
           MOVE WS-TODAY TO ACCT-LAST-ACTIVITY-DATE

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'TXN-ID ALREADY ON FILE' TO WS-REJECT-REASON
           END-WRITE
           IF NOT WS-RECORD-VALID
               PERFORM 5000-WRITE-REVIEW THRU 5000-EXIT
               GO TO 4760-EXIT
           END-IF

           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'ACCOUNT REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE
           IF NOT WS-RECORD-VALID
               PERFORM 5000-WRITE-REVIEW THRU 5000-EXIT
               GO TO 4760-EXIT
           END-IF

           MOVE SPACES                 TO TXN-REVERSAL-RECORD
           MOVE TR-EC-ORIG-TXN-ID      TO RX-ORIG-TXN-ID
           MOVE WS-CORR-TXN-ID         TO RX-REV-TXN-ID
           MOVE TR-ACCT-NO             TO RX-ACCT-NO
           MOVE WS-CORR-ORIG-TYPE      TO RX-ORIG-TYPE
           MOVE WS-CORR-ORIG-AMOUNT    TO RX-ORIG-AMOUNT
           MOVE WS-CORR-ORIG-POST-DATE TO RX-ORIG-POST-DATE
           MOVE WS-TODAY               TO RX-REV-DATE
           MOVE TR-CHANNEL             TO RX-REV-CHANNEL
           MOVE TR-EC-REASON           TO RX-REASON
           WRITE TXN-REVERSAL-RECORD
               INVALID KEY
                   DISPLAY 'TXNPOST - REVERSAL XREF ALREADY HOLDS '
                       RX-ORIG-TXN-ID
           END-WRITE

           ADD 1 TO WS-POSTED-CNT
           ADD 1 TO WS-CORR-CNT.
       4760-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4800-VALIDATE-TYPE-AMOUNT THRU 4800-EXIT
      *   Looks TR-TYPE up on the cross-validation table.  A type not
       4810-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4820-VALIDATE-EFFECTIVE-DATE THRU 4820-EXIT
      *   Spaces, zero or the business date itself mean the request
      *   takes value today.  An earlier value date is accepted back
      *   as far as WS-BVAL-EARLIEST on the plain posting path only -
      *   an authorization moves no money, and transfers, loan
      *   payments and error corrections each post their own legs
      *   that no single value date describes.
      *----------------------------------------------------------------*
       4820-VALIDATE-EFFECTIVE-DATE.
           IF TR-EFFECTIVE-DATE-X = SPACES
               GO TO 4820-EXIT
           END-IF
           IF TR-EFFECTIVE-DATE NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               MOVE 'TR-EFFECTIVE-DATE NOT A VALID DATE' TO
                   WS-REJECT-REASON
               GO TO 4820-EXIT
           END-IF
           IF TR-EFFECTIVE-DATE = ZERO OR TR-EFFECTIVE-DATE = WS-TODAY
               GO TO 4820-EXIT
           END-IF

           MOVE TR-EFFECTIVE-DATE TO WS-CONV-DATE
           IF WS-CONV-MM < 01 OR WS-CONV-MM > 12
               OR WS-CONV-DD < 01 OR WS-CONV-DD > 31
               MOVE 'N' TO WS-VALID-SW
               MOVE 'TR-EFFECTIVE-DATE NOT A VALID DATE' TO
                   WS-REJECT-REASON
               GO TO 4820-EXIT
           END-IF
           IF TR-EFFECTIVE-DATE > WS-TODAY
               MOVE 'N' TO WS-VALID-SW
               MOVE 'TR-EFFECTIVE-DATE AFTER BUSINESS DATE' TO
                   WS-REJECT-REASON
               GO TO 4820-EXIT
           END-IF
           IF TR-EFFECTIVE-DATE < WS-BVAL-EARLIEST
               MOVE 'N' TO WS-VALID-SW
               MOVE 'TR-EFFECTIVE-DATE PAST BACK-VALUE LIMIT' TO
                   WS-REJECT-REASON
               GO TO 4820-EXIT
           END-IF
           IF TR-TYPE = 'AU' OR TR-TYPE = 'XF' OR TR-TYPE = 'LP'
               OR TR-TYPE = 'EC'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'TR-EFFECTIVE-DATE NOT ALLOWED FOR TYPE' TO
                   WS-REJECT-REASON
               GO TO 4820-EXIT
           END-IF

           MOVE TR-EFFECTIVE-DATE TO WS-BVAL-DATE.
       4820-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4830-CHECK-CUTOFF THRU 4830-EXIT
      *   A request belongs to tonight unless it carries a received
      *   stamp, its channel has a cutoff, and the stamp falls after
      *   that cutoff on the business date or on a later calendar
      *   date altogether (a transmission landing after midnight
      *   while the cycle runs).  A stamp from an earlier date means
      *   the item missed an earlier day's cutoff and is on time for
      *   tonight.  The late request is warehoused untouched - it is
      *   validated when it is released.
      *----------------------------------------------------------------*
       4830-CHECK-CUTOFF.
           MOVE 'N' TO WS-WHSE-SW
           IF TR-RECEIVED-DATE NOT NUMERIC
               OR TR-RECEIVED-TIME NOT NUMERIC
               GO TO 4830-EXIT
           END-IF
           IF TR-RECEIVED-DATE = ZERO OR TR-RECEIVED-DATE < WS-TODAY
               GO TO 4830-EXIT
           END-IF

           MOVE 'N' TO WS-CUTO-FOUND-SW
           PERFORM 4835-SEARCH-CUTOFF-TABLE THRU 4835-EXIT
               VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-CUTO-CNT OR WS-CUTO-FOUND
           IF NOT WS-CUTO-FOUND
               GO TO 4830-EXIT
           END-IF

           IF TR-RECEIVED-DATE > WS-TODAY
               MOVE TR-RECEIVED-DATE TO WS-WDR-RECV-DATE
               MOVE WS-WHSE-DATE-REASON TO WH-REASON
           ELSE
               IF TR-RECEIVED-TIME NOT > WS-CUTOFF-TIME
                   GO TO 4830-EXIT
               END-IF
               MOVE TR-RECEIVED-TIME TO WS-WTR-RECV-TIME
               MOVE TR-CHANNEL       TO WS-WTR-CHANNEL
               MOVE WS-CUTOFF-TIME   TO WS-WTR-CUTOFF
               MOVE WS-WHSE-TIME-REASON TO WH-REASON
           END-IF

           MOVE WS-TODAY             TO WH-WHSE-DATE
           MOVE WS-WHSE-RELEASE-DATE TO WH-RELEASE-DATE
           MOVE TR-CHANNEL           TO WH-CHANNEL
           MOVE WS-CUTOFF-TIME       TO WH-CUTOFF-TIME
           MOVE TXN-REQUEST-RECORD   TO WH-REQUEST-IMAGE
           WRITE WAREHOUSED-REQUEST-RECORD
           ADD 1 TO WS-WHSE-CNT
           MOVE 'Y' TO WS-WHSE-SW.
       4830-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4835-SEARCH-CUTOFF-TABLE THRU 4835-EXIT
      *----------------------------------------------------------------*
       4835-SEARCH-CUTOFF-TABLE.
           IF WS-CO-CHANNEL(WS-CO-IDX) = TR-CHANNEL
               MOVE 'Y' TO WS-CUTO-FOUND-SW
               MOVE WS-CO-TIME(WS-CO-IDX) TO WS-CUTOFF-TIME
           END-IF.
       4835-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4850-CREATE-AUTH-HOLD THRU 4850-EXIT
      *   An authorization moves no money - it writes an open hold
      *   the two components stay separately identifiable on the
      *   statement, the history and the ledger.  A payment that
      *   does not match the scheduled amount, or an account with no
      *   unpaid row, routes to the review queue untouched.  On an
      *   escrowed loan the row's escrow deposit is part of the
      *   payment and posts straight back off the loan as an 'EP'
      *   debit, the money going to the escrow account instead.
      *----------------------------------------------------------------*
       4880-APPLY-LOAN-PAYMENT.
           IF ACCT-TYPE NOT = 'LN'
               GO TO 4880-EXIT
           END-IF

           IF LS-ESCROW-AMT NUMERIC
               MOVE LS-ESCROW-AMT TO WS-LOAN-ESCROW-AMT
           ELSE
               MOVE ZERO TO WS-LOAN-ESCROW-AMT
           END-IF

           MOVE WS-NEXT-TXN-ID TO WS-LOAN-INT-TXN-ID
           COMPUTE WS-LOAN-PAY-TXN-ID = WS-NEXT-TXN-ID + 1
           ADD 2 TO WS-NEXT-TXN-ID
           IF WS-LOAN-ESCROW-AMT > ZERO
               MOVE WS-NEXT-TXN-ID TO WS-LOAN-ESC-TXN-ID
               ADD 1 TO WS-NEXT-TXN-ID
           END-IF

           PERFORM 4890-WRITE-INTEREST-CHARGE THRU 4890-EXIT
           PERFORM 4895-WRITE-PAYMENT-CREDIT THRU 4895-EXIT
           IF WS-LOAN-ESCROW-AMT > ZERO
               PERFORM 4897-WRITE-ESCROW-DEBIT THRU 4897-EXIT
               ADD 1 TO WS-POSTED-CNT
           END-IF

           COMPUTE ACCT-BALANCE =
               ACCT-BALANCE - LS-INTEREST + LS-PAYMENT-AMT
                   - WS-LOAN-ESCROW-AMT
           MOVE WS-TODAY TO ACCT-LAST-ACTIVITY-DATE
           REWRITE ACCOUNT-RECORD

       4895-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4897-WRITE-ESCROW-DEBIT THRU 4897-EXIT
      *   The escrow share of the payment, debited back off the loan
      *   - GLPOST moves it to the escrow payable and ESCDISB adds it
      *   to the loan's ESCROW balance.
      *----------------------------------------------------------------*
       4897-WRITE-ESCROW-DEBIT.
           MOVE WS-LOAN-ESC-TXN-ID   TO TXN-ID
           MOVE TR-ACCT-NO           TO TXN-ACCT-NO
           MOVE WS-TODAY             TO TXN-DATE
           ACCEPT TXN-TIME FROM TIME
           MOVE 'EP'                 TO TXN-TYPE
           COMPUTE TXN-AMOUNT = ZERO - WS-LOAN-ESCROW-AMT
           MOVE 'ESCROW DEPOSIT'     TO TXN-DESC
           MOVE 'P'                  TO TXN-STATUS
           MOVE SPACES               TO TXN-MERCHANT-NAME
           MOVE SPACES               TO TXN-MERCHANT-CITY
           MOVE SPACES               TO TXN-MERCHANT-STATE
           MOVE SPACES               TO TXN-AUTH-CODE
           MOVE WS-TODAY             TO TXN-POST-DATE
           MOVE 'LON'                TO TXN-CHANNEL
           MOVE ZERO                 TO TXN-CHECK-NO

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'TXNPOST - DUPLICATE TXN-ID ' TXN-ID
           END-WRITE.
       4897-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4900-PROCESS-TRANSFER THRU 4900-EXIT
      *   Two-legged internal transfer.  Every edit - both accounts
