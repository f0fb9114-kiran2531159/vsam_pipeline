      *================================================================*
      * PPAYDEC - POSITIVE PAY EXCEPTION DECISIONS
      *
      * Works the PPAYEXC positive-pay exception queue every night
      * ahead of TXNPOST.  A pending item the customer has decided
      * through PPAYMNT takes the decision - pay approves it ('A'),
      * return returns it ('R').  A pending item still undecided on
      * its PX-DECIDE-BY cutoff defaults to return; one inside its
      * window stays pending and is listed for the decision desk.
      *
      * Every approved or returned item not yet closed is
      * re-presented to TXNPOST from its saved request image, in an
      * HDR/TRL-bracketed batch on PPAYREQ: TXNPOST posts an
      * approved item (subject to the usual funds and hold edits)
      * and declines a returned one with its own reason, closing
      * the exception either way.  Re-presenting every unclosed item
      * - not only tonight's decisions - means a failed posting run
      * loses nothing on the rerun.
      *
      * The exception queue report goes to PPDECRPT.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPAYDEC.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL POSITIVE PAY DECISION RUN.
      *   2026-10-15  DS   REQUEST RECORD GREW TO 169 BYTES FOR THE
      *                    NEW TR-EFFECTIVE-DATE VALUE DATE - THE
      *                    HELD IMAGE PADS IT WITH SPACES, SO A
      *                    RE-PRESENTED CHECK TAKES VALUE THE DAY
      *                    IT POSTS.
      *   2026-10-15  DS   REQUEST RECORD GREW TO 183 BYTES FOR THE
      *                    NEW TR-RECEIVED-DATE / TR-RECEIVED-TIME
      *                    STAMP - THE HELD IMAGE PADS IT WITH
      *                    SPACES, SO A RE-PRESENTED ITEM IS NEVER
      *                    HELD TO A POSTING CUTOFF.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PPAY-EXCEPTION-FILE ASSIGN TO PPAYEXC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-KEY
               FILE STATUS IS WS-PPX-STATUS.

           SELECT PPAY-REQUEST-OUT ASSIGN TO PPAYREQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT DECISION-REPORT ASSIGN TO PPDECRPT
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
       FD  PPAY-EXCEPTION-FILE.
           COPY "ppexcp.cpy".

       FD  PPAY-REQUEST-OUT
           RECORD CONTAINS 183 CHARACTERS.
           COPY "txnreq.cpy".

       FD  DECISION-REPORT
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

       01  WS-PPX-STATUS                  PIC X(02).
           88  WS-PPX-OK                   VALUE '00'.
       01  WS-REQ-STATUS                  PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-BATCH-HASH-TOTAL            PIC S9(13)V99 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-READ-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-APPROVE-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-RETURN-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-DEFAULT-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-PENDING-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-REPRESENT-CNT           PIC 9(07)   VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER PIC X(42) VALUE
               'PPAYDEC - POSITIVE PAY EXCEPTIONS FOR     '.
           05  WS-HD-DATE                 PIC 9(08).

       01  WS-DETAIL-LINE.
           05  FILLER PIC X(05) VALUE 'ACCT '.
           05  WS-DL-ACCT-NO              PIC Z(11)9.
           05  FILLER PIC X(08) VALUE '  CHECK '.
           05  WS-DL-CHECK-NO             PIC Z(06)9.
           05  FILLER PIC X(10) VALUE '  REASON '.
           05  WS-DL-REASON               PIC X(02).
           05  FILLER PIC X(12) VALUE '  PRESENTED '.
           05  WS-DL-PRESENT-AMT          PIC -(09)9.99.
           05  FILLER PIC X(09) VALUE '  ISSUED '.
           05  WS-DL-ISSUED-AMT           PIC Z(09)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DL-OUTCOME              PIC X(24).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DL-DATE                 PIC 9(08).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                PIC X(30).
           05  WS-TL-COUNT                PIC Z(06)9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'S' TO WS-RL-PHASE
           MOVE ZERO TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-EXCEPTION THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 3000-TERMINATE
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-READ-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O   PPAY-EXCEPTION-FILE
           OPEN OUTPUT PPAY-REQUEST-OUT
           OPEN OUTPUT DECISION-REPORT
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT

           MOVE WS-TODAY TO WS-HD-DATE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES     TO TXN-BATCH-HEADER
           MOVE 'HDR'      TO TBH-REC-TYPE
           MOVE WS-TODAY   TO TBH-BATCH-DATE
           MOVE 'PPAYDEC'  TO TBH-BATCH-ID
           WRITE TXN-BATCH-HEADER

           MOVE LOW-VALUES TO PX-KEY
           START PPAY-EXCEPTION-FILE KEY IS NOT LESS THAN PX-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START
           IF NOT WS-EOF
               PERFORM 2100-READ-EXCEPTION
           END-IF.

      *----------------------------------------------------------------*
      * 2000-PROCESS-EXCEPTION THRU 2000-EXIT
      *   Closed items ('C', 'D') are history and are passed over.
      *----------------------------------------------------------------*
       2000-PROCESS-EXCEPTION.
           ADD 1 TO WS-READ-CNT

           IF PX-STATUS = 'X'
               PERFORM 4000-APPLY-DECISION THRU 4000-EXIT
           END-IF

           IF PX-STATUS = 'A' OR PX-STATUS = 'R'
               PERFORM 5000-REPRESENT-ITEM THRU 5000-EXIT
           END-IF

           PERFORM 2100-READ-EXCEPTION.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-READ-EXCEPTION
      *----------------------------------------------------------------*
       2100-READ-EXCEPTION.
           READ PPAY-EXCEPTION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           MOVE SPACES              TO TXN-BATCH-TRAILER
           MOVE 'TRL'               TO TBT-REC-TYPE
           MOVE WS-REPRESENT-CNT    TO TBT-RECORD-CNT
           MOVE WS-BATCH-HASH-TOTAL TO TBT-HASH-TOTAL
           WRITE TXN-BATCH-TRAILER

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'APPROVED BY CUSTOMER' TO WS-TL-LABEL
           MOVE WS-APPROVE-CNT TO WS-TL-COUNT
           PERFORM 8000-WRITE-TOTAL THRU 8000-EXIT
           MOVE 'RETURNED BY CUSTOMER' TO WS-TL-LABEL
           MOVE WS-RETURN-CNT TO WS-TL-COUNT
           PERFORM 8000-WRITE-TOTAL THRU 8000-EXIT
           MOVE 'RETURNED - NO DECISION' TO WS-TL-LABEL
           MOVE WS-DEFAULT-CNT TO WS-TL-COUNT
           PERFORM 8000-WRITE-TOTAL THRU 8000-EXIT
           MOVE 'STILL AWAITING DECISION' TO WS-TL-LABEL
           MOVE WS-PENDING-CNT TO WS-TL-COUNT
           PERFORM 8000-WRITE-TOTAL THRU 8000-EXIT
           MOVE 'RE-PRESENTED TO POSTING' TO WS-TL-LABEL
           MOVE WS-REPRESENT-CNT TO WS-TL-COUNT
           PERFORM 8000-WRITE-TOTAL THRU 8000-EXIT

           CLOSE PPAY-EXCEPTION-FILE
           CLOSE PPAY-REQUEST-OUT
           CLOSE DECISION-REPORT
           DISPLAY 'PPAYDEC READ        = ' WS-READ-CNT
           DISPLAY 'PPAYDEC APPROVED    = ' WS-APPROVE-CNT
           DISPLAY 'PPAYDEC RETURNED    = ' WS-RETURN-CNT
           DISPLAY 'PPAYDEC DEFAULTED   = ' WS-DEFAULT-CNT
           DISPLAY 'PPAYDEC PENDING     = ' WS-PENDING-CNT
           DISPLAY 'PPAYDEC RE-PRESENTS = ' WS-REPRESENT-CNT.

      *----------------------------------------------------------------*
      * 4000-APPLY-DECISION THRU 4000-EXIT
      *   A pending item: the customer's decision wins; with none,
      *   the item returns once the cutoff day's cycle is reached
      *   and otherwise stays on the queue.
      *----------------------------------------------------------------*
       4000-APPLY-DECISION.
           MOVE PX-DECIDE-BY TO WS-DL-DATE
           EVALUATE TRUE
               WHEN PX-DECISION = 'P'
                   MOVE 'A' TO PX-STATUS
                   MOVE 'APPROVED BY CUSTOMER' TO WS-DL-OUTCOME
                   MOVE PX-DECISION-DATE TO WS-DL-DATE
                   ADD 1 TO WS-APPROVE-CNT
               WHEN PX-DECISION = 'R'
                   MOVE 'R' TO PX-STATUS
                   MOVE 'RETURNED BY CUSTOMER' TO WS-DL-OUTCOME
                   MOVE PX-DECISION-DATE TO WS-DL-DATE
                   ADD 1 TO WS-RETURN-CNT
               WHEN WS-TODAY >= PX-DECIDE-BY
                   MOVE 'R' TO PX-STATUS
                   MOVE 'RETURNED - NO DECISION' TO WS-DL-OUTCOME
                   ADD 1 TO WS-DEFAULT-CNT
               WHEN OTHER
                   MOVE 'AWAITING DECISION BY' TO WS-DL-OUTCOME
                   ADD 1 TO WS-PENDING-CNT
           END-EVALUATE

           PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT

           IF PX-STATUS = 'X'
               GO TO 4000-EXIT
           END-IF

           REWRITE PPAY-EXCEPTION-RECORD
               INVALID KEY
                   DISPLAY 'PPAYDEC - PPAYEXC REWRITE FAILED ' PX-KEY
                   MOVE 'X' TO PX-STATUS
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-REPRESENT-ITEM THRU 5000-EXIT
      *----------------------------------------------------------------*
       5000-REPRESENT-ITEM.
           MOVE PX-REQUEST-IMAGE TO TXN-REQUEST-RECORD
           WRITE TXN-REQUEST-RECORD
           ADD TR-AMOUNT TO WS-BATCH-HASH-TOTAL
           ADD 1 TO WS-REPRESENT-CNT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-WRITE-DETAIL THRU 6000-EXIT
      *----------------------------------------------------------------*
       6000-WRITE-DETAIL.
           MOVE PX-ACCT-NO        TO WS-DL-ACCT-NO
           MOVE PX-CHECK-NO       TO WS-DL-CHECK-NO
           MOVE PX-REASON-CODE    TO WS-DL-REASON
           MOVE PX-PRESENT-AMOUNT TO WS-DL-PRESENT-AMT
           MOVE PX-ISSUED-AMOUNT  TO WS-DL-ISSUED-AMT
           MOVE WS-DETAIL-LINE    TO RPT-LINE
           WRITE RPT-LINE.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-WRITE-TOTAL THRU 8000-EXIT
      *----------------------------------------------------------------*
       8000-WRITE-TOTAL.
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.
       8000-EXIT.
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
           MOVE 'PPAYDEC' TO RL-PROGRAM
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
