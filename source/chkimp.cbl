      *================================================================*
      * CHKIMP - INBOUND IMAGE CASH LETTER RECEIPT AND TRANSLATION
      *
      * Converts the forward-presentment image cash letter file -
      * checks drawn on our customers, presented by the clearing
      * correspondent - into 'CK' TXN-REQUEST records bracketed by
      * the HDR/TRL batch control pair TXNPOST verifies, the same
      * conversion shape ACHIMP gives the inbound NACHA file.
      *
      * The run is two-pass, as ACHIMP's is: pass one walks the
      * whole file proving every bundle control ('70'), cash letter
      * control ('90') and the file control ('99') against the items
      * counted between them - item count and dollar total.  Any
      * mismatch, or a file that ends without its '99' or inside an
      * open cash letter or bundle, rejects the whole file with RC
      * 16 and nothing is emitted.  Pass two converts every '25'
      * check detail into a 'CK' debit on channel 'ICL' carrying
      * the serial in TR-CHECK-NO and the item sequence number,
      * payor routing number and presentment date in TR-DESC
      * (TR-ICL-DESC) so CHKRTN can return it if TXNPOST declines.
      *
      * An item that cannot be routed to a postable account - on-us
      * account not numeric or not on the master ('E' unable to
      * locate), or closed or escheated ('D' closed account) - goes
      * straight to the CHKIRTN intake return file, which CHKRTN
      * folds into tonight's outbound returns.
      *
      * A cashier's check or money order the bank issued comes back
      * drawn on the official check drawing account
      * (WS-OFFCHK-DRAWN-ACCT) rather than a customer's.  It is not
      * converted to a request - it is paid against the OFFCHK
      * official check register instead: marked paid with the date
      * and item sequence, and a balanced entry pair (debit official
      * checks outstanding 200600, credit cash 100100) goes on the
      * OCGLFEED entry feed GLPOST merges tonight.  An item not on
      * the register ('E'), already paid ('Y' duplicate), escheated
      * or presented for other than its issued amount ('O') returns.
      * A rerun finds the item paid today under the same item
      * sequence and writes its entry pair again, since the feed is
      * rewritten every run.  Without an OFFCHK DD such an item
      * returns as unable to locate, the pre-register behavior.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKIMP.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL INBOUND CHECK CLEARING CONVERTER
      *                    - PRESENTED CHECKS WERE BEING RE-KEYED BY
      *                    HAND INTO TXNPOST REQUEST BATCHES.
      *   2026-10-15  DS   REQUEST RECORD GREW TO 169 BYTES FOR THE
      *                    NEW TR-EFFECTIVE-DATE VALUE DATE, ZEROED
      *                    HERE - THESE REQUESTS TAKE VALUE THE DAY
      *                    THEY POST.
      *   2026-10-15  DS   REQUEST RECORD GREW TO 183 BYTES - EVERY
      *                    REQUEST NOW CARRIES THE '01' FILE HEADER
      *                    CREATION DATE AND TIME AS ITS
      *                    TR-RECEIVED-DATE / TR-RECEIVED-TIME, SO
      *                    TXNPOST CAN HOLD A CASH LETTER RECEIVED
      *                    AFTER THE ICL CUTOFF TO THE NEXT
      *                    BUSINESS DAY.
      *   2026-10-15  DS   OFFICIAL CHECKS - AN ITEM DRAWN ON THE
      *                    OFFICIAL CHECK DRAWING ACCOUNT IS PAID
      *                    AGAINST THE NEW OFFCHK REGISTER, WITH ITS
      *                    GL ENTRY PAIR ON THE NEW OCGLFEED FEED,
      *                    INSTEAD OF RETURNING AS UNABLE TO LOCATE.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ICL-IN-FILE ASSIGN TO ICLFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ICL-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT ICL-REQUEST-OUT ASSIGN TO ICLREQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT INTAKE-RETURN-FILE ASSIGN TO CHKIRTN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.

           SELECT OFFICIAL-CHECK-FILE ASSIGN TO OFFCHK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OC-SERIAL
               FILE STATUS IS WS-OFC-STATUS.

           SELECT OC-GL-FEED ASSIGN TO OCGLFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OCFEED-STATUS.

           SELECT RUN-LOG ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT PROC-DATE-CTL ASSIGN TO PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ICL-IN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ICL-IN-RECORD                  PIC X(80).

       FD  ACCOUNT-MASTER.
           COPY "account.cpy".

       FD  ICL-REQUEST-OUT
           RECORD CONTAINS 183 CHARACTERS.
           COPY "txnreq.cpy".

       FD  INTAKE-RETURN-FILE
           RECORD CONTAINS 140 CHARACTERS.
           COPY "chkrtn.cpy".

       FD  OFFICIAL-CHECK-FILE.
           COPY "offchk.cpy".

       FD  OC-GL-FEED.
           COPY "glentry.cpy".

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

       01  WS-ICL-STATUS                  PIC X(02).
           88  WS-ICL-OK                   VALUE '00'.
       01  WS-ACCT-STATUS                 PIC X(02).
           88  WS-ACCT-OK                  VALUE '00'.
       01  WS-REQ-STATUS                  PIC X(02).
       01  WS-RTN-STATUS                  PIC X(02).
       01  WS-OFC-STATUS                  PIC X(02).
       01  WS-OCFEED-STATUS               PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-FILE-REJECT-SW          PIC X(01)   VALUE 'N'.
               88  WS-FILE-REJECT          VALUE 'Y'.
           05  WS-IN-LETTER-SW            PIC X(01)   VALUE 'N'.
               88  WS-IN-LETTER            VALUE 'Y'.
           05  WS-IN-BUNDLE-SW            PIC X(01)   VALUE 'N'.
               88  WS-IN-BUNDLE            VALUE 'Y'.
           05  WS-ABORT-SW                PIC X(01)   VALUE 'N'.
               88  WS-ABORT                 VALUE 'Y'.
           05  WS-OFFCHK-SW               PIC X(01)   VALUE 'N'.
               88  WS-OFFCHK-OPEN           VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.

      *----------------------------------------------------------------*
      * RECEIPT STAMP - THE '01' FILE HEADER'S CREATION DATE AND TIME
      * (HHMM), CARRIED ON EVERY REQUEST FOR TXNPOST'S ICL CUTOFF.
      * A HEADER WITHOUT A NUMERIC STAMP LEAVES ZERO.
      *----------------------------------------------------------------*
       01  WS-RECEIVED-DATE               PIC 9(08)   VALUE ZERO.
       01  WS-RECEIVED-TIME               PIC 9(06)   VALUE ZERO.

      *----------------------------------------------------------------*
      * INBOUND CASH LETTER RECORD VIEWS (80-BYTE FIXED RECORDS),
      * READ AS REDEFINES OF THE INPUT BUFFER.  AMOUNTS ARE CENTS.
      *   '01' FILE HEADER          '10' CASH LETTER HEADER
      *   '20' BUNDLE HEADER        '25' CHECK DETAIL
      *   '70' BUNDLE CONTROL       '90' CASH LETTER CONTROL
      *   '99' FILE CONTROL
      *----------------------------------------------------------------*
       01  WS-ICL-RECORD                  PIC X(80).
       01  WS-ICL-RECORD-TYPE-R REDEFINES WS-ICL-RECORD.
           05  WS-IR-REC-TYPE             PIC X(02).
           05  FILLER                     PIC X(78).
       01  WS-ICL-FILE-HEADER-R REDEFINES WS-ICL-RECORD.
           05  FILLER                     PIC X(23).
           05  WS-FH-CREATE-DATE          PIC 9(08).
           05  WS-FH-CREATE-TIME          PIC 9(04).
           05  FILLER                     PIC X(45).
       01  WS-ICL-DETAIL-R REDEFINES WS-ICL-RECORD.
           05  FILLER                     PIC X(02).
           05  WS-CD-PAYOR-RT             PIC 9(09).
           05  WS-CD-ONUS-ACCT            PIC X(12).
           05  WS-CD-SERIAL               PIC X(07).
           05  WS-CD-SERIAL-N REDEFINES WS-CD-SERIAL
                                          PIC 9(07).
           05  WS-CD-AMOUNT               PIC 9(10).
           05  WS-CD-ITEM-SEQ             PIC 9(15).
           05  FILLER                     PIC X(25).
       01  WS-ICL-BUNDLE-CONTROL-R REDEFINES WS-ICL-RECORD.
           05  FILLER                     PIC X(02).
           05  WS-BC-ITEM-COUNT           PIC 9(06).
           05  WS-BC-TOTAL                PIC 9(12).
           05  FILLER                     PIC X(60).
       01  WS-ICL-LETTER-CONTROL-R REDEFINES WS-ICL-RECORD.
           05  FILLER                     PIC X(02).
           05  WS-LC-BUNDLE-COUNT         PIC 9(06).
           05  WS-LC-ITEM-COUNT           PIC 9(08).
           05  WS-LC-TOTAL                PIC 9(14).
           05  FILLER                     PIC X(50).
       01  WS-ICL-FILE-CONTROL-R REDEFINES WS-ICL-RECORD.
           05  FILLER                     PIC X(02).
           05  WS-FC-LETTER-COUNT         PIC 9(06).
           05  WS-FC-ITEM-COUNT           PIC 9(08).
           05  WS-FC-TOTAL                PIC 9(16).
           05  FILLER                     PIC X(48).

      *----------------------------------------------------------------*
      * VERIFICATION ACCUMULATORS - BUNDLE, CASH LETTER AND FILE.
      *----------------------------------------------------------------*
       01  WS-BUN-ITEM-COUNT              PIC 9(06)   VALUE ZERO.
       01  WS-BUN-TOTAL                   PIC 9(12)   VALUE ZERO.
       01  WS-LET-BUNDLE-COUNT            PIC 9(06)   VALUE ZERO.
       01  WS-LET-ITEM-COUNT              PIC 9(08)   VALUE ZERO.
       01  WS-LET-TOTAL                   PIC 9(14)   VALUE ZERO.
       01  WS-FIL-LETTER-COUNT            PIC 9(06)   VALUE ZERO.
       01  WS-FIL-ITEM-COUNT              PIC 9(08)   VALUE ZERO.
       01  WS-FIL-TOTAL                   PIC 9(16)   VALUE ZERO.
       01  WS-FILE-CTL-SEEN-SW            PIC X(01)   VALUE 'N'.
           88  WS-FILE-CTL-SEEN             VALUE 'Y'.

       01  WS-ITEM-AMOUNT                 PIC S9(09)V99 VALUE ZERO.
       01  WS-BATCH-HASH-TOTAL            PIC S9(13)V99 VALUE ZERO.
       01  WS-RETURN-REASON               PIC X(01)   VALUE SPACE.
       01  WS-RETURN-DESC                 PIC X(40)   VALUE SPACES.

      *----------------------------------------------------------------*
      * THE ON-US ACCOUNT PRINTED ON THE BANK'S CASHIER'S CHECK AND
      * MONEY ORDER STOCK.  IT CAN NEVER BE A CUSTOMER'S - CUSTOMER
      * ACCOUNT NUMBERS DO NOT RUN PAST TEN DIGITS.  THE ITEM PAYS
      * OUT OF OFFICIAL CHECKS OUTSTANDING INTO CASH.
      *----------------------------------------------------------------*
       01  WS-OFFCHK-DRAWN-ACCT           PIC X(12)
                                          VALUE '990000000001'.
       01  WS-OFFCHK-GL-ACCT              PIC 9(06)   VALUE 200600.
       01  WS-CASH-GL-ACCT                PIC 9(06)   VALUE 100100.

       01  WS-COUNTERS.
           05  WS-READ-CNT                PIC 9(09)   VALUE ZERO.
           05  WS-ITEM-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-EMITTED-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-RETURN-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-OFC-PAID-CNT            PIC 9(07)   VALUE ZERO.
           05  WS-OFC-REFEED-CNT          PIC 9(07)   VALUE ZERO.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'S' TO WS-RL-PHASE
           MOVE ZERO TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-ABORT AND NOT WS-FILE-REJECT
               PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
                   UNTIL WS-EOF
           END-IF
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-ITEM-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE THRU 1000-EXIT
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT ICL-IN-FILE
           IF WS-ICL-STATUS NOT = '00'
               DISPLAY 'CHKIMP ERROR - CANNOT OPEN INBOUND CASH '
                   'LETTER FILE, STATUS = ' WS-ICL-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT

           PERFORM 1400-VERIFY-FILE THRU 1400-EXIT
           IF WS-FILE-REJECT
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           CLOSE ICL-IN-FILE
           OPEN INPUT ICL-IN-FILE

           OPEN INPUT ACCOUNT-MASTER
           OPEN OUTPUT ICL-REQUEST-OUT
           OPEN OUTPUT INTAKE-RETURN-FILE
           PERFORM 1200-OPEN-REGISTER THRU 1200-EXIT

           MOVE SPACES     TO TXN-BATCH-HEADER
           MOVE 'HDR'      TO TBH-REC-TYPE
           MOVE WS-TODAY   TO TBH-BATCH-DATE
           MOVE 'CHKIMP'   TO TBH-BATCH-ID
           WRITE TXN-BATCH-HEADER

           PERFORM 2100-READ-RECORD.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1200-OPEN-REGISTER THRU 1200-EXIT
      *   The official check register and its GL feed are optional
      *   together - an item can only be paid when its entry pair
      *   can be written, so a feed that will not open leaves the
      *   register closed as well.
      *----------------------------------------------------------------*
       1200-OPEN-REGISTER.
           OPEN I-O OFFICIAL-CHECK-FILE
           IF WS-OFC-STATUS NOT = '00'
               DISPLAY 'CHKIMP OFFICIAL CHECK REGISTER NOT AVAILABLE'
                   ' - STATUS ' WS-OFC-STATUS
               GO TO 1200-EXIT
           END-IF
           OPEN OUTPUT OC-GL-FEED
           IF WS-OCFEED-STATUS NOT = '00'
               DISPLAY 'CHKIMP OFFICIAL CHECK GL FEED NOT AVAILABLE'
                   ' - STATUS ' WS-OCFEED-STATUS
               CLOSE OFFICIAL-CHECK-FILE
               GO TO 1200-EXIT
           END-IF
           MOVE 'Y' TO WS-OFFCHK-SW.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1400-VERIFY-FILE THRU 1400-EXIT
      *   Full pre-conversion pass.  Every bundle and cash letter
      *   must close with a control record matching its counted
      *   items, and the file must close with a matching file
      *   control - a file that ends early is a truncated
      *   transmission and rejects whole before a single request is
      *   emitted, leaving the input intact for retransmission.
      *----------------------------------------------------------------*
       1400-VERIFY-FILE.
           PERFORM 1410-VERIFY-ONE-RECORD THRU 1410-EXIT
               UNTIL WS-EOF OR WS-FILE-REJECT

           IF NOT WS-FILE-REJECT
               AND (WS-IN-LETTER OR WS-IN-BUNDLE)
               DISPLAY 'CHKIMP FILE REJECT - FILE ENDS INSIDE AN '
                   'OPEN CASH LETTER'
               MOVE 'Y' TO WS-FILE-REJECT-SW
           END-IF
           IF NOT WS-FILE-REJECT AND NOT WS-FILE-CTL-SEEN
               DISPLAY 'CHKIMP FILE REJECT - NO FILE CONTROL RECORD'
               MOVE 'Y' TO WS-FILE-REJECT-SW
           END-IF

           IF NOT WS-FILE-REJECT
               DISPLAY 'CHKIMP FILE CONTROL VERIFIED - '
                   WS-FIL-LETTER-COUNT ' CASH LETTER(S), '
                   WS-FIL-ITEM-COUNT ' ITEMS'
           END-IF

           MOVE 'N' TO WS-EOF-SW.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1410-VERIFY-ONE-RECORD THRU 1410-EXIT
      *----------------------------------------------------------------*
       1410-VERIFY-ONE-RECORD.
           READ ICL-IN-FILE INTO WS-ICL-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF WS-EOF
               GO TO 1410-EXIT
           END-IF

           EVALUATE WS-IR-REC-TYPE
               WHEN '10'
                   MOVE 'Y'  TO WS-IN-LETTER-SW
                   MOVE ZERO TO WS-LET-BUNDLE-COUNT
                   MOVE ZERO TO WS-LET-ITEM-COUNT
                   MOVE ZERO TO WS-LET-TOTAL
                   ADD 1 TO WS-FIL-LETTER-COUNT
               WHEN '20'
                   MOVE 'Y'  TO WS-IN-BUNDLE-SW
                   MOVE ZERO TO WS-BUN-ITEM-COUNT
                   MOVE ZERO TO WS-BUN-TOTAL
                   ADD 1 TO WS-LET-BUNDLE-COUNT
               WHEN '25'
                   ADD 1 TO WS-BUN-ITEM-COUNT
                   ADD 1 TO WS-LET-ITEM-COUNT
                   ADD 1 TO WS-FIL-ITEM-COUNT
                   ADD WS-CD-AMOUNT TO WS-BUN-TOTAL
                   ADD WS-CD-AMOUNT TO WS-LET-TOTAL
                   ADD WS-CD-AMOUNT TO WS-FIL-TOTAL
               WHEN '70'
                   IF WS-BC-ITEM-COUNT NOT = WS-BUN-ITEM-COUNT
                       OR WS-BC-TOTAL NOT = WS-BUN-TOTAL
                       DISPLAY 'CHKIMP FILE REJECT - BUNDLE CONTROL '
                           'MISMATCH'
                       MOVE 'Y' TO WS-FILE-REJECT-SW
                   END-IF
                   MOVE 'N' TO WS-IN-BUNDLE-SW
               WHEN '90'
                   IF WS-LC-BUNDLE-COUNT NOT = WS-LET-BUNDLE-COUNT
                       OR WS-LC-ITEM-COUNT NOT = WS-LET-ITEM-COUNT
                       OR WS-LC-TOTAL NOT = WS-LET-TOTAL
                       DISPLAY 'CHKIMP FILE REJECT - CASH LETTER '
                           'CONTROL MISMATCH'
                       MOVE 'Y' TO WS-FILE-REJECT-SW
                   END-IF
                   MOVE 'N' TO WS-IN-LETTER-SW
               WHEN '99'
                   MOVE 'Y' TO WS-FILE-CTL-SEEN-SW
                   IF WS-FC-LETTER-COUNT NOT = WS-FIL-LETTER-COUNT
                       OR WS-FC-ITEM-COUNT NOT = WS-FIL-ITEM-COUNT
                       OR WS-FC-TOTAL NOT = WS-FIL-TOTAL
                       DISPLAY 'CHKIMP FILE REJECT - FILE CONTROL '
                           'MISMATCH'
                       MOVE 'Y' TO WS-FILE-REJECT-SW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1410-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESS-RECORD THRU 2000-EXIT
      *----------------------------------------------------------------*
       2000-PROCESS-RECORD.
           ADD 1 TO WS-READ-CNT

           IF WS-IR-REC-TYPE = '01'
               PERFORM 2050-TAKE-FILE-STAMP THRU 2050-EXIT
           END-IF

           IF WS-IR-REC-TYPE = '25'
               ADD 1 TO WS-ITEM-CNT
               PERFORM 4000-CONVERT-ITEM THRU 4000-EXIT
           END-IF

           PERFORM 2100-READ-RECORD.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2050-TAKE-FILE-STAMP THRU 2050-EXIT
      *----------------------------------------------------------------*
       2050-TAKE-FILE-STAMP.
           MOVE ZERO TO WS-RECEIVED-DATE
           MOVE ZERO TO WS-RECEIVED-TIME
           IF WS-FH-CREATE-DATE NOT NUMERIC
               OR WS-FH-CREATE-TIME NOT NUMERIC
               GO TO 2050-EXIT
           END-IF
           MOVE WS-FH-CREATE-DATE TO WS-RECEIVED-DATE
           COMPUTE WS-RECEIVED-TIME = WS-FH-CREATE-TIME * 100.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-READ-RECORD
      *----------------------------------------------------------------*
       2100-READ-RECORD.
           READ ICL-IN-FILE INTO WS-ICL-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 3000-TERMINATE THRU 3000-EXIT
      *----------------------------------------------------------------*
       3000-TERMINATE.
           IF WS-ABORT
               GO TO 3000-COUNTS
           END-IF
           IF WS-FILE-REJECT
               CLOSE ICL-IN-FILE
               DISPLAY 'CHKIMP - WHOLE FILE REJECTED ON CONTROL '
                   'TOTALS, NOTHING EMITTED'
               GO TO 3000-COUNTS
           END-IF

           MOVE SPACES              TO TXN-BATCH-TRAILER
           MOVE 'TRL'               TO TBT-REC-TYPE
           MOVE WS-EMITTED-CNT      TO TBT-RECORD-CNT
           MOVE WS-BATCH-HASH-TOTAL TO TBT-HASH-TOTAL
           WRITE TXN-BATCH-TRAILER

           CLOSE ICL-IN-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE ICL-REQUEST-OUT
           CLOSE INTAKE-RETURN-FILE
           IF WS-OFFCHK-OPEN
               CLOSE OFFICIAL-CHECK-FILE
               CLOSE OC-GL-FEED
           END-IF.

       3000-COUNTS.
           DISPLAY 'CHKIMP RECORDS READ   = ' WS-READ-CNT
           DISPLAY 'CHKIMP ITEMS          = ' WS-ITEM-CNT
           DISPLAY 'CHKIMP REQUESTS OUT   = ' WS-EMITTED-CNT
           DISPLAY 'CHKIMP INTAKE RETURNS = ' WS-RETURN-CNT
           DISPLAY 'CHKIMP OFFICIAL PAID  = ' WS-OFC-PAID-CNT
           DISPLAY 'CHKIMP OFFICIAL REFED = ' WS-OFC-REFEED-CNT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-CONVERT-ITEM THRU 4000-EXIT
      *   Resolves the on-us account field and emits the 'CK'
      *   request.  Everything else about whether the check pays -
      *   funds, stops, positive pay, holds - is TXNPOST's call.
      *   An unparseable serial converts as zero, which TXNPOST
      *   treats as a check with no serial.
      *----------------------------------------------------------------*
       4000-CONVERT-ITEM.
           IF WS-CD-ONUS-ACCT = WS-OFFCHK-DRAWN-ACCT
               AND WS-OFFCHK-OPEN
               PERFORM 4500-PAY-OFFICIAL-CHECK THRU 4500-EXIT
               GO TO 4000-EXIT
           END-IF

           IF WS-CD-ONUS-ACCT IS NOT NUMERIC
               MOVE 'E' TO WS-RETURN-REASON
               MOVE 'ON-US ACCOUNT NUMBER NOT NUMERIC' TO
                   WS-RETURN-DESC
               PERFORM 4900-WRITE-RETURN THRU 4900-EXIT
               GO TO 4000-EXIT
           END-IF

           MOVE WS-CD-ONUS-ACCT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'E' TO WS-RETURN-REASON
                   MOVE 'ACCOUNT NOT ON ACCOUNT MASTER' TO
                       WS-RETURN-DESC
                   PERFORM 4900-WRITE-RETURN THRU 4900-EXIT
                   GO TO 4000-EXIT
           END-READ
           IF ACCT-STATUS = 'C' OR ACCT-STATUS = 'Q'
               MOVE 'D' TO WS-RETURN-REASON
               MOVE 'ACCOUNT IS CLOSED' TO WS-RETURN-DESC
               PERFORM 4900-WRITE-RETURN THRU 4900-EXIT
               GO TO 4000-EXIT
           END-IF

           COMPUTE WS-ITEM-AMOUNT = WS-CD-AMOUNT / 100

           MOVE ACCT-NUMBER     TO TR-ACCT-NO
           MOVE 'CK'            TO TR-TYPE
           COMPUTE TR-AMOUNT = ZERO - WS-ITEM-AMOUNT
           MOVE SPACES          TO TR-DESC
           MOVE 'ICL '          TO TR-ICL-LITERAL
           MOVE WS-CD-ITEM-SEQ  TO TR-ICL-ITEM-SEQ
           MOVE WS-CD-PAYOR-RT  TO TR-ICL-PAYOR-RT
           MOVE WS-TODAY        TO TR-ICL-PRESENT-DATE
           MOVE SPACES          TO TR-MERCHANT-NAME
           MOVE SPACES          TO TR-MERCHANT-CITY
           MOVE SPACES          TO TR-MERCHANT-STATE
           MOVE 'ICL'           TO TR-CHANNEL
           MOVE SPACES          TO TR-AUTH-CODE
           MOVE ZERO            TO TR-CONTRA-ACCT
           MOVE ZERO            TO TR-CARD-NO
           IF WS-CD-SERIAL IS NUMERIC
               MOVE WS-CD-SERIAL-N TO TR-CHECK-NO
           ELSE
               MOVE ZERO           TO TR-CHECK-NO
           END-IF
           MOVE ZERO            TO TR-EFFECTIVE-DATE
           MOVE WS-RECEIVED-DATE TO TR-RECEIVED-DATE
           MOVE WS-RECEIVED-TIME TO TR-RECEIVED-TIME
           WRITE TXN-REQUEST-RECORD
           ADD TR-AMOUNT TO WS-BATCH-HASH-TOTAL
           ADD 1 TO WS-EMITTED-CNT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4500-PAY-OFFICIAL-CHECK THRU 4500-EXIT
      *   Pays a cashier's check or money order against the
      *   register.  The serial is the register key; the item must
      *   be outstanding and presented for exactly its issued
      *   amount.  An item already paid today under this item
      *   sequence is this presentment on a rerun and only has its
      *   entry pair written again.
      *----------------------------------------------------------------*
       4500-PAY-OFFICIAL-CHECK.
           IF WS-CD-SERIAL IS NOT NUMERIC
               MOVE 'E' TO WS-RETURN-REASON
               MOVE 'OFFICIAL CHECK NOT ON REGISTER' TO
                   WS-RETURN-DESC
               PERFORM 4900-WRITE-RETURN THRU 4900-EXIT
               GO TO 4500-EXIT
           END-IF

           MOVE WS-CD-SERIAL-N TO OC-SERIAL
           READ OFFICIAL-CHECK-FILE
               INVALID KEY
                   MOVE 'E' TO WS-RETURN-REASON
                   MOVE 'OFFICIAL CHECK NOT ON REGISTER' TO
                       WS-RETURN-DESC
                   PERFORM 4900-WRITE-RETURN THRU 4900-EXIT
                   GO TO 4500-EXIT
           END-READ

           COMPUTE WS-ITEM-AMOUNT = WS-CD-AMOUNT / 100

           IF OC-STATUS = 'P'
               IF OC-PAID-DATE = WS-TODAY
                   AND OC-PAID-ITEM-SEQ = WS-CD-ITEM-SEQ
                   ADD 1 TO WS-OFC-REFEED-CNT
                   PERFORM 4600-WRITE-OFC-ENTRIES THRU 4600-EXIT
               ELSE
                   MOVE 'Y' TO WS-RETURN-REASON
                   MOVE 'OFFICIAL CHECK ALREADY PAID' TO
                       WS-RETURN-DESC
                   PERFORM 4900-WRITE-RETURN THRU 4900-EXIT
               END-IF
               GO TO 4500-EXIT
           END-IF
           IF OC-STATUS = 'E'
               MOVE 'O' TO WS-RETURN-REASON
               MOVE 'OFFICIAL CHECK ESCHEATED TO THE STATE' TO
                   WS-RETURN-DESC
               PERFORM 4900-WRITE-RETURN THRU 4900-EXIT
               GO TO 4500-EXIT
           END-IF
           IF WS-ITEM-AMOUNT NOT = OC-AMOUNT
               MOVE 'O' TO WS-RETURN-REASON
               MOVE 'AMOUNT DIFFERS FROM OFFICIAL CHECK ISSUED' TO
                   WS-RETURN-DESC
               PERFORM 4900-WRITE-RETURN THRU 4900-EXIT
               GO TO 4500-EXIT
           END-IF

           MOVE 'P'            TO OC-STATUS
           MOVE WS-TODAY       TO OC-PAID-DATE
           MOVE WS-CD-ITEM-SEQ TO OC-PAID-ITEM-SEQ
           REWRITE OFFICIAL-CHECK-RECORD
               INVALID KEY
                   MOVE 'O' TO WS-RETURN-REASON
                   MOVE 'OFFICIAL CHECK REGISTER UPDATE FAILED' TO
                       WS-RETURN-DESC
                   PERFORM 4900-WRITE-RETURN THRU 4900-EXIT
                   GO TO 4500-EXIT
           END-REWRITE
           ADD 1 TO WS-OFC-PAID-CNT
           PERFORM 4600-WRITE-OFC-ENTRIES THRU 4600-EXIT.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4600-WRITE-OFC-ENTRIES THRU 4600-EXIT
      *   Debit official checks outstanding, credit cash, for the
      *   item's amount.  A fed entry carries no transaction -
      *   GE-TXN-ID is zero and GE-SOURCE-TYPE 'OC' names the
      *   official check as its source.
      *----------------------------------------------------------------*
       4600-WRITE-OFC-ENTRIES.
           MOVE WS-TODAY          TO GE-POST-DATE
           MOVE ZERO              TO GE-TXN-ID
           MOVE WS-OFFCHK-GL-ACCT TO GE-GL-ACCT-NO
           MOVE 'D'               TO GE-DR-CR
           MOVE OC-AMOUNT         TO GE-AMOUNT
           MOVE 'OC'              TO GE-SOURCE-TYPE
           WRITE GL-ENTRY-RECORD

           MOVE WS-CASH-GL-ACCT   TO GE-GL-ACCT-NO
           MOVE 'C'               TO GE-DR-CR
           WRITE GL-ENTRY-RECORD.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4900-WRITE-RETURN THRU 4900-EXIT
      *   The caller leaves its reason code and text in
      *   WS-RETURN-REASON / WS-RETURN-DESC.  CHKRTN stamps the
      *   deadline and return date when it sends the item back.
      *----------------------------------------------------------------*
       4900-WRITE-RETURN.
           MOVE SPACES             TO CHECK-RETURN-RECORD
           MOVE '31'               TO CR-REC-TYPE
           MOVE WS-CD-PAYOR-RT     TO CR-PAYOR-RT
           MOVE WS-CD-ONUS-ACCT    TO CR-ACCT-NO
           IF WS-CD-SERIAL IS NUMERIC
               MOVE WS-CD-SERIAL-N TO CR-CHECK-NO
           ELSE
               MOVE ZERO           TO CR-CHECK-NO
           END-IF
           MOVE WS-CD-AMOUNT       TO CR-AMOUNT
           MOVE WS-CD-ITEM-SEQ     TO CR-ITEM-SEQ
           MOVE WS-RETURN-REASON   TO CR-RETURN-REASON
           MOVE WS-TODAY           TO CR-PRESENT-DATE
           MOVE ZERO               TO CR-DEADLINE-DATE
           MOVE ZERO               TO CR-RETURN-DATE
           MOVE WS-RETURN-DESC     TO CR-REASON-DESC
           WRITE CHECK-RETURN-RECORD
           ADD 1 TO WS-RETURN-CNT.
       4900-EXIT.
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
           MOVE 'CHKIMP' TO RL-PROGRAM
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
