      *================================================================*
      * WHSEREL - WAREHOUSED REQUEST RELEASE
      *
      * Runs every night ahead of TXNPOST.  Reads the TXNWHSE
      * warehouse of requests TXNPOST held back because they were
      * received after their channel's posting cutoff, and releases
      * every item whose WH-RELEASE-DATE has been reached into an
      * HDR/TRL-bracketed request batch on WHSEREQ for tonight's
      * posting.  The released image has its received stamp zeroed,
      * so TXNPOST never holds the same item to a cutoff twice.
      *
      * An item not yet due is carried forward unchanged on
      * WHSECARY; after a clean TXNPOST the housekeeping step
      * rebuilds TXNWHSE from the carry file plus tonight's new
      * holds.  A missing warehouse simply releases nothing.
      *
      * The release listing goes to WHRELRPT.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHSEREL.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL WAREHOUSED REQUEST RELEASE.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAREHOUSE-FILE ASSIGN TO TXNWHSE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-STATUS.

           SELECT WHSE-REQUEST-OUT ASSIGN TO WHSEREQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT WHSE-CARRY-FILE ASSIGN TO WHSECARY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARY-STATUS.

           SELECT RELEASE-REPORT ASSIGN TO WHRELRPT
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

       FD  WHSE-REQUEST-OUT
           RECORD CONTAINS 183 CHARACTERS.
           COPY "txnreq.cpy".

       FD  WHSE-CARRY-FILE
           RECORD CONTAINS 250 CHARACTERS.
       01  CARRY-RECORD                   PIC X(250).

       FD  RELEASE-REPORT
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
       01  WS-REQ-STATUS                  PIC X(02).
       01  WS-CARY-STATUS                 PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-BATCH-HASH-TOTAL            PIC S9(13)V99 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-READ-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-RELEASE-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-CARRY-CNT               PIC 9(07)   VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER PIC X(42) VALUE
               'WHSEREL - WAREHOUSED REQUESTS FOR        '.
           05  WS-HD-DATE                 PIC 9(08).

       01  WS-DETAIL-LINE.
           05  WS-DL-OUTCOME              PIC X(09).
           05  FILLER PIC X(05) VALUE 'ACCT '.
           05  WS-DL-ACCT-NO              PIC Z(11)9.
           05  FILLER PIC X(07) VALUE '  TYPE '.
           05  WS-DL-TYPE                 PIC X(02).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DL-AMOUNT               PIC -(09)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DL-CHANNEL              PIC X(03).
           05  FILLER PIC X(07) VALUE '  HELD '.
           05  WS-DL-WHSE-DATE            PIC 9(08).
           05  FILLER PIC X(06) VALUE '  REL '.
           05  WS-DL-RELEASE-DATE         PIC 9(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DL-REASON               PIC X(40).

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
           PERFORM 2000-PROCESS-WAREHOUSE THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 3000-TERMINATE
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-READ-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE
      *   The release batch is bracketed even when nothing is due,
      *   so TXNPOST's batch verification always sees a whole batch.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT WHSE-REQUEST-OUT
           OPEN OUTPUT WHSE-CARRY-FILE
           OPEN OUTPUT RELEASE-REPORT
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           MOVE WS-TODAY TO WS-HD-DATE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES     TO TXN-BATCH-HEADER
           MOVE 'HDR'      TO TBH-REC-TYPE
           MOVE WS-TODAY   TO TBH-BATCH-DATE
           MOVE 'WHSEREL'  TO TBH-BATCH-ID
           WRITE TXN-BATCH-HEADER

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

           IF WH-RELEASE-DATE NOT > WS-TODAY
               PERFORM 4000-RELEASE-ITEM THRU 4000-EXIT
           ELSE
               PERFORM 5000-CARRY-ITEM THRU 5000-EXIT
           END-IF

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
           MOVE SPACES              TO TXN-BATCH-TRAILER
           MOVE 'TRL'               TO TBT-REC-TYPE
           MOVE WS-RELEASE-CNT      TO TBT-RECORD-CNT
           MOVE WS-BATCH-HASH-TOTAL TO TBT-HASH-TOTAL
           WRITE TXN-BATCH-TRAILER

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'WAREHOUSED ITEMS READ' TO WS-TL-LABEL
           MOVE WS-READ-CNT TO WS-TL-COUNT
           PERFORM 8000-WRITE-TOTAL THRU 8000-EXIT
           MOVE 'RELEASED TO POSTING' TO WS-TL-LABEL
           MOVE WS-RELEASE-CNT TO WS-TL-COUNT
           PERFORM 8000-WRITE-TOTAL THRU 8000-EXIT
           MOVE 'CARRIED FORWARD' TO WS-TL-LABEL
           MOVE WS-CARRY-CNT TO WS-TL-COUNT
           PERFORM 8000-WRITE-TOTAL THRU 8000-EXIT

           IF WS-WHSE-STATUS = '00' OR WS-WHSE-STATUS = '10'
               CLOSE WAREHOUSE-FILE
           END-IF
           CLOSE WHSE-REQUEST-OUT
           CLOSE WHSE-CARRY-FILE
           CLOSE RELEASE-REPORT
           DISPLAY 'WHSEREL READ        = ' WS-READ-CNT
           DISPLAY 'WHSEREL RELEASED    = ' WS-RELEASE-CNT
           DISPLAY 'WHSEREL CARRIED     = ' WS-CARRY-CNT.

      *----------------------------------------------------------------*
      * 4000-RELEASE-ITEM THRU 4000-EXIT
      *   The received stamp is zeroed on the way out - the item has
      *   already served its cutoff and posts on tonight's date.
      *----------------------------------------------------------------*
       4000-RELEASE-ITEM.
           MOVE WH-REQUEST-IMAGE TO TXN-REQUEST-RECORD
           MOVE ZERO TO TR-RECEIVED-DATE
           MOVE ZERO TO TR-RECEIVED-TIME
           WRITE TXN-REQUEST-RECORD
           ADD TR-AMOUNT TO WS-BATCH-HASH-TOTAL
           ADD 1 TO WS-RELEASE-CNT

           MOVE 'RELEASED ' TO WS-DL-OUTCOME
           PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-CARRY-ITEM THRU 5000-EXIT
      *----------------------------------------------------------------*
       5000-CARRY-ITEM.
           WRITE CARRY-RECORD FROM WAREHOUSED-REQUEST-RECORD
           ADD 1 TO WS-CARRY-CNT

           MOVE WH-REQUEST-IMAGE TO TXN-REQUEST-RECORD
           MOVE 'HELD     ' TO WS-DL-OUTCOME
           PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-WRITE-DETAIL THRU 6000-EXIT
      *   Expects the request image in TXN-REQUEST-RECORD.
      *----------------------------------------------------------------*
       6000-WRITE-DETAIL.
           MOVE TR-ACCT-NO        TO WS-DL-ACCT-NO
           MOVE TR-TYPE           TO WS-DL-TYPE
           MOVE TR-AMOUNT         TO WS-DL-AMOUNT
           MOVE WH-CHANNEL        TO WS-DL-CHANNEL
           MOVE WH-WHSE-DATE      TO WS-DL-WHSE-DATE
           MOVE WH-RELEASE-DATE   TO WS-DL-RELEASE-DATE
           MOVE WH-REASON         TO WS-DL-REASON
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
           MOVE 'WHSEREL' TO RL-PROGRAM
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
