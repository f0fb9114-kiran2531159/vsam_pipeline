      *================================================================*
      * WHSERPT - WAREHOUSED REQUEST REPORT
      *
      * Runs after a clean TXNPOST.  Lists every request TXNPOST
      * held back tonight on WHSENEW because it was received after
      * its channel's posting cutoff (or carried a received date
      * later than the business date), with the reason each was
      * warehoused and the business day it will be released into
      * posting.  Count and amount totals close the report, split
      * by source channel.
      *
      * The report goes to WHSERPT.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHSERPT.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL WAREHOUSED REQUEST REPORT.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAREHOUSE-FILE ASSIGN TO WHSENEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-STATUS.

           SELECT WHSE-REPORT ASSIGN TO WHSERPT
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
       FD  WAREHOUSE-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY "whsereq.cpy".

       FD  WHSE-REPORT
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

       01  WS-WHSE-STATUS                 PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-CHAN-FOUND-SW           PIC X(01)   VALUE 'N'.
               88  WS-CHAN-FOUND           VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-READ-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-TOTAL-AMT               PIC S9(13)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      * Per-channel totals, in the order channels are first seen.
      *----------------------------------------------------------------*
       01  WS-CHAN-TABLE.
           05  WS-CHAN-CNT                PIC 9(03)   VALUE ZERO.
           05  WS-CHAN-ENTRY OCCURS 30 TIMES.
               10  WS-CT-CHANNEL          PIC X(03).
               10  WS-CT-COUNT            PIC 9(07).
               10  WS-CT-AMOUNT           PIC S9(13)V99.
       01  WS-CT-IDX                      PIC 9(03)   VALUE ZERO.

           COPY "txnreq.cpy".

       01  WS-HEADING-LINE.
           05  FILLER PIC X(42) VALUE
               'WHSERPT - REQUESTS WAREHOUSED ON         '.
           05  WS-HD-DATE                 PIC 9(08).

       01  WS-DETAIL-LINE.
           05  FILLER PIC X(05) VALUE 'ACCT '.
           05  WS-DL-ACCT-NO              PIC Z(11)9.
           05  FILLER PIC X(07) VALUE '  TYPE '.
           05  WS-DL-TYPE                 PIC X(02).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DL-AMOUNT               PIC -(09)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DL-CHANNEL              PIC X(03).
           05  FILLER PIC X(10) VALUE '  RELEASE '.
           05  WS-DL-RELEASE-DATE         PIC 9(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DL-REASON               PIC X(40).

       01  WS-CHAN-LINE.
           05  FILLER PIC X(08) VALUE 'CHANNEL '.
           05  WS-CL-CHANNEL              PIC X(03).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-CL-COUNT                PIC Z(06)9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-CL-AMOUNT               PIC -(12)9.99.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                PIC X(30).
           05  WS-TL-COUNT                PIC Z(06)9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-TL-AMOUNT               PIC -(12)9.99.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'S' TO WS-RL-PHASE
           MOVE ZERO TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-WAREHOUSE THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 3000-TERMINATE
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-READ-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE
      *   A night with no WHSENEW file warehoused nothing - the
      *   report still prints, with zero totals.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT WHSE-REPORT
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           MOVE WS-TODAY TO WS-HD-DATE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           OPEN INPUT WAREHOUSE-FILE
           IF WS-WHSE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               PERFORM 2100-READ-WAREHOUSE
           END-IF.

      *----------------------------------------------------------------*
      * 2000-PROCESS-WAREHOUSE THRU 2000-EXIT
      *----------------------------------------------------------------*
       2000-PROCESS-WAREHOUSE.
           ADD 1 TO WS-READ-CNT
           MOVE WH-REQUEST-IMAGE TO TXN-REQUEST-RECORD
           ADD TR-AMOUNT TO WS-TOTAL-AMT

           MOVE TR-ACCT-NO        TO WS-DL-ACCT-NO
           MOVE TR-TYPE           TO WS-DL-TYPE
           MOVE TR-AMOUNT         TO WS-DL-AMOUNT
           MOVE WH-CHANNEL        TO WS-DL-CHANNEL
           MOVE WH-RELEASE-DATE   TO WS-DL-RELEASE-DATE
           MOVE WH-REASON         TO WS-DL-REASON
           MOVE WS-DETAIL-LINE    TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 4000-ACCUMULATE-CHANNEL THRU 4000-EXIT

           PERFORM 2100-READ-WAREHOUSE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-READ-WAREHOUSE
      *----------------------------------------------------------------*
       2100-READ-WAREHOUSE.
           READ WAREHOUSE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 3100-WRITE-CHANNEL-LINE THRU 3100-EXIT
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CHAN-CNT

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'REQUESTS WAREHOUSED' TO WS-TL-LABEL
           MOVE WS-READ-CNT TO WS-TL-COUNT
           MOVE WS-TOTAL-AMT TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE

           IF WS-WHSE-STATUS = '00' OR WS-WHSE-STATUS = '10'
               CLOSE WAREHOUSE-FILE
           END-IF
           CLOSE WHSE-REPORT
           DISPLAY 'WHSERPT WAREHOUSED  = ' WS-READ-CNT.

      *----------------------------------------------------------------*
      * 3100-WRITE-CHANNEL-LINE THRU 3100-EXIT
      *----------------------------------------------------------------*
       3100-WRITE-CHANNEL-LINE.
           MOVE WS-CT-CHANNEL(WS-CT-IDX) TO WS-CL-CHANNEL
           MOVE WS-CT-COUNT(WS-CT-IDX)   TO WS-CL-COUNT
           MOVE WS-CT-AMOUNT(WS-CT-IDX)  TO WS-CL-AMOUNT
           MOVE WS-CHAN-LINE TO RPT-LINE
           WRITE RPT-LINE.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-ACCUMULATE-CHANNEL THRU 4000-EXIT
      *   Adds the item to its channel's bucket, opening a new one
      *   the first time a channel is seen.  A channel past the
      *   table's capacity still counts in the grand total.
      *----------------------------------------------------------------*
       4000-ACCUMULATE-CHANNEL.
           MOVE 'N' TO WS-CHAN-FOUND-SW
           PERFORM 4100-SEARCH-CHANNEL THRU 4100-EXIT
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CHAN-CNT OR WS-CHAN-FOUND
           IF NOT WS-CHAN-FOUND
               IF WS-CHAN-CNT NOT < 30
                   GO TO 4000-EXIT
               END-IF
               ADD 1 TO WS-CHAN-CNT
               MOVE WS-CHAN-CNT TO WS-CT-IDX
               MOVE WH-CHANNEL TO WS-CT-CHANNEL(WS-CT-IDX)
               MOVE ZERO TO WS-CT-COUNT(WS-CT-IDX)
               MOVE ZERO TO WS-CT-AMOUNT(WS-CT-IDX)
           ELSE
               SUBTRACT 1 FROM WS-CT-IDX
           END-IF
           ADD 1 TO WS-CT-COUNT(WS-CT-IDX)
           ADD TR-AMOUNT TO WS-CT-AMOUNT(WS-CT-IDX).
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-SEARCH-CHANNEL THRU 4100-EXIT
      *----------------------------------------------------------------*
       4100-SEARCH-CHANNEL.
           IF WS-CT-CHANNEL(WS-CT-IDX) = WH-CHANNEL
               MOVE 'Y' TO WS-CHAN-FOUND-SW
           END-IF.
       4100-EXIT.
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
           MOVE 'WHSERPT' TO RL-PROGRAM
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
