      * ACHRTN return file with a reason instead of dying on the
      * floor; prenotes (zero amount) and addenda ('7') are passed
      * over.  PAYROLL owns the outbound side of this format.
      *
      * Return and notification-of-change entries ('21'/'26'/'31'/
      * '36') are answers to entries we originated, not postings:
      * each one goes with its '7' addenda and its batch header to
      * the ACHRNOC file for PAYRTN.  Every request carries the
      * entry's trace number (TR-ACH-TRACE) so ACHRETN can return
      * an entry TXNPOST declines to the originating bank.
      *
      * A credit from a batch whose company entry description opens
      * 'XX' - Treasury's federal-benefit identifier (Social
      * Security, VA, and the like) - is flagged 'B' in
      * TR-ACH-FED-BENEFIT.  LGLPROC protects those deposits from a
      * levy or garnishment.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHIMP.
      *   2025-03-17  DS   ORIGINAL INBOUND ACH CONVERTER - INBOUND
      *                     ENTRIES WERE BEING RE-KEYED BY HAND INTO
      *                     TXNPOST REQUEST BATCHES.
      *   2026-10-15  DS   RETURN / NOC ENTRIES NOW ROUTED WITH THEIR
      *                     ADDENDA TO THE ACHRNOC FILE FOR PAYRTN
      *                     INSTEAD OF BEING RETURNED AS UNSUPPORTED;
      *                     THE REQUEST DESCRIPTION NOW CARRIES THE
      *                     ENTRY TRACE NUMBER FOR ACHRETN.
      *   2026-10-15  DS   CREDITS FROM A TREASURY FEDERAL-BENEFIT
      *                     BATCH ('XX' IN THE COMPANY ENTRY
      *                     DESCRIPTION) NOW FLAGGED IN THE REQUEST
      *                     DESCRIPTION FOR THE LEGAL ORDER REVIEW'S
      *                     PROTECTED-AMOUNT LOOKBACK.
      *   2026-10-15  DS   REQUEST RECORD GREW TO 169 BYTES FOR THE
      *                    NEW TR-EFFECTIVE-DATE VALUE DATE, ZEROED
      *                    HERE - THESE REQUESTS TAKE VALUE THE DAY
      *                    THEY POST.
      *   2026-10-15  DS   REQUEST RECORD GREW TO 183 BYTES - EVERY
      *                    REQUEST NOW CARRIES THE FILE HEADER
      *                    CREATION DATE AND TIME AS ITS
      *                    TR-RECEIVED-DATE / TR-RECEIVED-TIME, SO
      *                    TXNPOST CAN HOLD A FILE RECEIVED AFTER
      *                    THE ACH CUTOFF TO THE NEXT BUSINESS DAY.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.

           SELECT ACH-RETURN-NOC-FILE ASSIGN TO ACHRNOC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNOC-STATUS.

           SELECT RUN-LOG ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           COPY "account.cpy".

       FD  ACH-REQUEST-OUT
           RECORD CONTAINS 183 CHARACTERS.
           COPY "txnreq.cpy".

       FD  ACH-RETURN-FILE
           05  AR-REASON                  PIC X(40).
           05  AR-ENTRY-IMAGE             PIC X(94).

       FD  ACH-RETURN-NOC-FILE
           RECORD CONTAINS 290 CHARACTERS.
           COPY "achrnoc.cpy".

       FD  RUN-LOG.
           COPY "runlog.cpy".

           88  WS-ACCT-OK                  VALUE '00'.
       01  WS-REQ-STATUS                  PIC X(02).
       01  WS-RTN-STATUS                  PIC X(02).
       01  WS-RNOC-STATUS                 PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-IN-BATCH             VALUE 'Y'.
           05  WS-ABORT-SW                PIC X(01)   VALUE 'N'.
               88  WS-ABORT                 VALUE 'Y'.
           05  WS-RNOC-PENDING-SW         PIC X(01)   VALUE 'N'.
               88  WS-RNOC-PENDING          VALUE 'Y'.
           05  WS-FED-BENEFIT-SW          PIC X(01)   VALUE 'N'.
               88  WS-FED-BENEFIT-BATCH     VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.

       01  WS-ACH-BATCH-HEADER-R REDEFINES WS-ACH-RECORD.
           05  FILLER                     PIC X(04).
           05  WS-BH-COMPANY-NAME         PIC X(16).
           05  FILLER                     PIC X(33).
           05  WS-BH-BENEFIT-ID           PIC X(02).
           05  FILLER                     PIC X(39).
       01  WS-ACH-FILE-HEADER-R REDEFINES WS-ACH-RECORD.
           05  FILLER                     PIC X(23).
           05  WS-FH-CREATE-DATE          PIC 9(06).
           05  WS-FH-CREATE-TIME          PIC 9(04).
           05  FILLER                     PIC X(61).
       01  WS-ACH-ENTRY-R REDEFINES WS-ACH-RECORD.
           05  FILLER                     PIC X(01).
           05  WS-EN-TRAN-CODE            PIC 9(02).
           05  WS-EN-AMOUNT               PIC 9(10).
           05  WS-EN-INDIV-ID             PIC X(15).
           05  WS-EN-INDIV-NAME           PIC X(22).
           05  FILLER                     PIC X(03).
           05  WS-EN-TRACE                PIC X(15).
       01  WS-ACH-BATCH-CONTROL-R REDEFINES WS-ACH-RECORD.
           05  FILLER                     PIC X(04).
           05  WS-BC-ENTRY-COUNT          PIC 9(06).
       01  WS-ENTRY-AMOUNT                PIC S9(09)V99 VALUE ZERO.
       01  WS-BATCH-HASH-TOTAL            PIC S9(13)V99 VALUE ZERO.
       01  WS-COMPANY-NAME                PIC X(16)   VALUE SPACES.
       01  WS-BATCH-IMAGE                 PIC X(94)   VALUE SPACES.

      *----------------------------------------------------------------*
      * RECEIPT STAMP - THE '1' FILE HEADER'S CREATION DATE (YYMMDD)
      * AND TIME (HHMM), CARRIED ON EVERY REQUEST FOR TXNPOST'S ACH
      * CUTOFF.  A HEADER WITHOUT A NUMERIC STAMP LEAVES ZERO.
      *----------------------------------------------------------------*
       01  WS-RECEIVED-DATE               PIC 9(08)   VALUE ZERO.
       01  WS-RECEIVED-TIME               PIC 9(06)   VALUE ZERO.

      *----------------------------------------------------------------*
      * GENERATED TR-DESC (TR-ACH-DESC) - 'ACH' MARKER, THE
      * ORIGINATING COMPANY, THE ENTRY'S TRACE NUMBER, AND THE
      * FEDERAL-BENEFIT FLAG.
      *----------------------------------------------------------------*
       01  WS-GEN-DESC.
           05  FILLER                     PIC X(04)   VALUE 'ACH '.
           05  WS-GD-COMPANY              PIC X(16).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WS-GD-TRACE                PIC X(15).
           05  WS-GD-FED-BENEFIT          PIC X(01)   VALUE SPACE.
           05  FILLER                     PIC X(03)   VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-READ-CNT                PIC 9(09)   VALUE ZERO.
           05  WS-ENTRY-CNT               PIC 9(07)   VALUE ZERO.
           05  WS-EMITTED-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-RETURN-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-RNOC-CNT                PIC 9(07)   VALUE ZERO.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           OPEN INPUT ACCOUNT-MASTER
           OPEN OUTPUT ACH-REQUEST-OUT
           OPEN OUTPUT ACH-RETURN-FILE
           OPEN OUTPUT ACH-RETURN-NOC-FILE

           MOVE SPACES     TO TXN-BATCH-HEADER
           MOVE 'HDR'      TO TBH-REC-TYPE
                   ADD WS-EN-RDFI TO WS-BAT-ENTRY-HASH
                   ADD WS-EN-RDFI TO WS-FIL-ENTRY-HASH
                   IF WS-EN-TRAN-CODE = 27 OR WS-EN-TRAN-CODE = 37
                       OR WS-EN-TRAN-CODE = 26
                       OR WS-EN-TRAN-CODE = 36
                       ADD WS-EN-AMOUNT TO WS-BAT-DEBIT-TOTAL
                       ADD WS-EN-AMOUNT TO WS-FIL-DEBIT-TOTAL
                   ELSE
       2000-PROCESS-RECORD.
           ADD 1 TO WS-READ-CNT

      *    A RETURN / NOC ENTRY NOT FOLLOWED BY ITS ADDENDA STILL
      *    GOES TO PAYRTN, WHICH REPORTS IT.
           IF WS-RNOC-PENDING AND WS-AR-REC-TYPE NOT = '7'
               PERFORM 4800-WRITE-RETURN-NOC THRU 4800-EXIT
           END-IF

           EVALUATE WS-AR-REC-TYPE
               WHEN '1'
                   PERFORM 2050-TAKE-FILE-STAMP THRU 2050-EXIT
               WHEN '5'
                   MOVE WS-BH-COMPANY-NAME TO WS-COMPANY-NAME
                   MOVE WS-ACH-RECORD      TO WS-BATCH-IMAGE
                   IF WS-BH-BENEFIT-ID = 'XX'
                       MOVE 'Y' TO WS-FED-BENEFIT-SW
                   ELSE
                       MOVE 'N' TO WS-FED-BENEFIT-SW
                   END-IF
               WHEN '6'
                   ADD 1 TO WS-ENTRY-CNT
                   PERFORM 4000-CONVERT-ENTRY THRU 4000-EXIT
               WHEN '7'
                   IF WS-RNOC-PENDING
                       MOVE WS-ACH-RECORD TO AN-ADDENDA-IMAGE
                       PERFORM 4800-WRITE-RETURN-NOC THRU 4800-EXIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2050-TAKE-FILE-STAMP THRU 2050-EXIT
      *   NACHA dates the file in the header with a two-digit year;
      *   every file this bank receives is this century's.
      *----------------------------------------------------------------*
       2050-TAKE-FILE-STAMP.
           MOVE ZERO TO WS-RECEIVED-DATE
           MOVE ZERO TO WS-RECEIVED-TIME
           IF WS-FH-CREATE-DATE NOT NUMERIC
               OR WS-FH-CREATE-TIME NOT NUMERIC
               GO TO 2050-EXIT
           END-IF
           COMPUTE WS-RECEIVED-DATE = 20000000 + WS-FH-CREATE-DATE
           COMPUTE WS-RECEIVED-TIME = WS-FH-CREATE-TIME * 100.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-READ-RECORD
      *----------------------------------------------------------------*
               GO TO 3000-COUNTS
           END-IF

           IF WS-RNOC-PENDING
               PERFORM 4800-WRITE-RETURN-NOC THRU 4800-EXIT
           END-IF

           MOVE SPACES              TO TXN-BATCH-TRAILER
           MOVE 'TRL'               TO TBT-REC-TYPE
           MOVE WS-EMITTED-CNT      TO TBT-RECORD-CNT
           CLOSE ACH-IN-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE ACH-REQUEST-OUT
           CLOSE ACH-RETURN-FILE
           CLOSE ACH-RETURN-NOC-FILE.

       3000-COUNTS.
           DISPLAY 'ACHIMP RECORDS READ   = ' WS-READ-CNT
           DISPLAY 'ACHIMP ENTRIES        = ' WS-ENTRY-CNT
           DISPLAY 'ACHIMP REQUESTS OUT   = ' WS-EMITTED-CNT
           DISPLAY 'ACHIMP RETURNS        = ' WS-RETURN-CNT
           DISPLAY 'ACHIMP RETURNS/NOCS IN = ' WS-RNOC-CNT.
       3000-EXIT.
           EXIT.

      *   numbers ride the first twelve positions of the seventeen-
      *   byte field - and emits the matching request.  Anything
      *   that cannot post (unknown tran code, unparseable or
      *   unknown account, closed account) returns instead.  A
      *   return or NOC answering one of our own entries is held
      *   for its addenda and goes to PAYRTN - it never posts.
      *----------------------------------------------------------------*
       4000-CONVERT-ENTRY.
           IF WS-EN-TRAN-CODE = 21 OR WS-EN-TRAN-CODE = 26
               OR WS-EN-TRAN-CODE = 31 OR WS-EN-TRAN-CODE = 36
               MOVE WS-TODAY       TO AN-RECEIVE-DATE
               MOVE WS-BATCH-IMAGE TO AN-BATCH-IMAGE
               MOVE WS-ACH-RECORD  TO AN-ENTRY-IMAGE
               MOVE SPACES         TO AN-ADDENDA-IMAGE
               MOVE 'Y' TO WS-RNOC-PENDING-SW
               GO TO 4000-EXIT
           END-IF

      *    A ZERO-AMOUNT ENTRY IS A PRENOTE - NOTHING TO POST.
           IF WS-EN-AMOUNT = ZERO
               GO TO 4000-EXIT
           COMPUTE WS-ENTRY-AMOUNT = WS-EN-AMOUNT / 100

           MOVE ACCT-NUMBER TO TR-ACCT-NO
           MOVE SPACE TO WS-GD-FED-BENEFIT
           IF WS-EN-TRAN-CODE = 27 OR WS-EN-TRAN-CODE = 37
               MOVE 'WD' TO TR-TYPE
               COMPUTE TR-AMOUNT = ZERO - WS-ENTRY-AMOUNT
           ELSE
               MOVE 'DP' TO TR-TYPE
               MOVE WS-ENTRY-AMOUNT TO TR-AMOUNT
               IF WS-FED-BENEFIT-BATCH
                   MOVE 'B' TO WS-GD-FED-BENEFIT
               END-IF
           END-IF
           MOVE WS-COMPANY-NAME TO WS-GD-COMPANY
           MOVE WS-EN-TRACE     TO WS-GD-TRACE
           MOVE WS-GEN-DESC     TO TR-DESC
           MOVE SPACES          TO TR-MERCHANT-NAME
           MOVE SPACES          TO TR-MERCHANT-CITY
           MOVE ZERO            TO TR-CONTRA-ACCT
           MOVE ZERO            TO TR-CARD-NO
           MOVE ZERO            TO TR-CHECK-NO
           MOVE ZERO            TO TR-EFFECTIVE-DATE
           MOVE WS-RECEIVED-DATE TO TR-RECEIVED-DATE
           MOVE WS-RECEIVED-TIME TO TR-RECEIVED-TIME
           WRITE TXN-REQUEST-RECORD
           ADD TR-AMOUNT TO WS-BATCH-HASH-TOTAL
           ADD 1 TO WS-EMITTED-CNT.
       4900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4800-WRITE-RETURN-NOC THRU 4800-EXIT
      *   Writes the held return / NOC entry - its addenda image
      *   already moved in, or spaces when none followed it.
      *----------------------------------------------------------------*
       4800-WRITE-RETURN-NOC.
           WRITE ACH-RETURN-NOC-RECORD
           ADD 1 TO WS-RNOC-CNT
           MOVE 'N' TO WS-RNOC-PENDING-SW.
       4800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9900-WRITE-RUN-LOG THRU 9900-EXIT
      *   Appends one start ('S') or end ('E') record to the shared
