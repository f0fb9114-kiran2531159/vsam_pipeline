      *================================================================*
      * ATMSETL - ATM TERMINAL SETTLEMENT AND REPLENISHMENT FORECAST
      *
      * Nightly, after TXNPOST.  DRWPOST proves the branch's ATM
      * cash as one 9999 position; this job proves each machine.
      *
      * Every terminal on the ATMTERM terminal master is loaded into
      * a table, and the cash crew's visits on the ATMRPLN
      * replenishment file are matched to it.  TRANSACTION-MASTER
      * is then scanned for the night's posted 'ATM'-channel 'WD'
      * dispenses (TXN-STATUS 'P', TXN-POST-DATE = today); SETLIMP
      * left the network's terminal ID in the description
      * (TXN-ATM-DESC).  A dispense at a terminal the crew visited
      * tonight is split by its date and time - before the visit it
      * belongs to the cycle being closed, after it to the new one.
      * Dispenses at terminals that are not ours (our cardholders at
      * other banks' machines) are only counted.
      *
      * The settle pass then takes each terminal in key order:
      *   - a visit closes the cycle: cash loaded at the last load
      *     less the cycle's dispenses is the cash the machine
      *     should have held, proved against the crew's counted
      *     return (note counts priced at the cassettes'
      *     denominations).  Every closed cycle prints on the
      *     settlement report; one whose count disagrees goes to
      *     the exception report OUT OF BALANCE.  The new load opens
      *     the next cycle.
      *   - with no visit the night's dispenses roll into the open
      *     cycle; a terminal that has dispensed more than it was
      *     loaded with is an exception.
      *   - the night's dispense joins the terminal's daily history
      *     (fourteen nights), and the forecast report projects, for
      *     each terminal in service, the cash on hand, the average
      *     night's dispense, the nights of cash left and the load
      *     that would carry it through a replenishment cycle.
      *
      * A visit the file repeats (dated no later than the load the
      * terminal already carries) is not applied twice, and a
      * terminal already settled tonight (AT-SETTLE-DATE) is left
      * alone, so the job reruns clean.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMSETL.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL PER-TERMINAL ATM SETTLEMENT,
      *                    EXCEPTION REPORT AND REPLENISHMENT
      *                    FORECAST.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATM-TERMINAL-MASTER ASSIGN TO ATMTERM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-TERMINAL-ID
               FILE STATUS IS WS-ATM-STATUS.

           SELECT ATM-REPLENISH-FILE ASSIGN TO ATMRPLN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPLN-STATUS.

           SELECT TRANSACTION-MASTER ASSIGN TO TXNMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TXN-ID
               FILE STATUS IS WS-TXN-STATUS.

           SELECT ATM-SETTLE-RPT ASSIGN TO ATMSRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRPT-STATUS.

           SELECT ATM-EXCEPT-RPT ASSIGN TO ATMXRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRPT-STATUS.

           SELECT ATM-FORECAST-RPT ASSIGN TO ATMFRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRPT-STATUS.

           SELECT RUN-LOG ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT PROC-DATE-CTL ASSIGN TO PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATM-TERMINAL-MASTER.
           COPY "atmterm.cpy".

       FD  ATM-REPLENISH-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY "atmrpln.cpy".

       FD  TRANSACTION-MASTER.
           COPY "transaction.cpy".

       FD  ATM-SETTLE-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  SETTLE-RPT-LINE                PIC X(132).

       FD  ATM-EXCEPT-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  EXCEPT-RPT-LINE                PIC X(132).

       FD  ATM-FORECAST-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  FORECAST-RPT-LINE              PIC X(132).

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

       01  WS-ATM-STATUS                  PIC X(02).
           88  WS-ATM-OK                   VALUE '00'.
       01  WS-RPLN-STATUS                 PIC X(02).
       01  WS-TXN-STATUS                  PIC X(02).
       01  WS-SRPT-STATUS                 PIC X(02).
       01  WS-XRPT-STATUS                 PIC X(02).
       01  WS-FRPT-STATUS                 PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-ATM-EOF-SW              PIC X(01)   VALUE 'N'.
               88  WS-ATM-EOF              VALUE 'Y'.
           05  WS-RPLN-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-RPLN-EOF             VALUE 'Y'.
           05  WS-ABORT-SW                PIC X(01)   VALUE 'N'.
               88  WS-ABORT                 VALUE 'Y'.
           05  WS-FOUND-SW                PIC X(01)   VALUE 'N'.
               88  WS-FOUND                 VALUE 'Y'.
           05  WS-VALID-SW                PIC X(01)   VALUE 'Y'.
               88  WS-EVENT-VALID          VALUE 'Y'.
           05  WS-CLOSE-CYCLE-SW          PIC X(01)   VALUE 'N'.
               88  WS-CLOSE-CYCLE          VALUE 'Y'.
           05  WS-RPLN-OPEN-SW            PIC X(01)   VALUE 'N'.
               88  WS-RPLN-OPEN            VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.

      *----------------------------------------------------------------*
      * FORECAST PARAMETERS - A TERMINAL WITH NO MORE THAN
      * WS-LEAD-NIGHTS OF CASH LEFT IS FLAGGED FOR REPLENISHMENT,
      * AND THE RECOMMENDED LOAD COVERS WS-CYCLE-NIGHTS OF AVERAGE
      * DISPENSE (NEVER MORE THAN THE MACHINE HOLDS).
      *----------------------------------------------------------------*
       01  WS-LEAD-NIGHTS                 PIC 9(03)   VALUE 2.
       01  WS-CYCLE-NIGHTS                PIC 9(03)   VALUE 7.
       01  WS-SHORT-HIST-NIGHTS           PIC 9(02)   VALUE 3.

      *----------------------------------------------------------------*
      * ONE ENTRY PER TERMINAL ON THE MASTER, IN KEY ORDER - TONIGHT'S
      * CREW VISIT (EVENT TYPE SPACE WHEN NONE) AND THE NIGHT'S
      * DISPENSES BEFORE AND AFTER IT.
      *----------------------------------------------------------------*
       01  WS-TERM-MAX                    PIC 9(05)   VALUE 2000.
       01  WS-TERM-CNT                    PIC 9(05)   VALUE ZERO.
       01  WS-TERM-TABLE.
           05  WS-TT-ENTRY OCCURS 2000 TIMES INDEXED BY WS-TT-IDX.
               10  WS-TT-TERMINAL-ID      PIC X(08).
               10  WS-TT-EVENT-TYPE       PIC X(01).
               10  WS-TT-EVENT-DATE       PIC 9(08).
               10  WS-TT-EVENT-TIME       PIC 9(06).
               10  WS-TT-EVENT-STAMP      PIC 9(14).
               10  WS-TT-RETURN-NOTES     PIC 9(05)   OCCURS 4 TIMES.
               10  WS-TT-LOAD-NOTES       PIC 9(05)   OCCURS 4 TIMES.
               10  WS-TT-PRE-DISP         PIC 9(09)V99.
               10  WS-TT-POST-DISP        PIC 9(09)V99.
       01  WS-FOUND-IDX                   PIC 9(05)   VALUE ZERO.
       01  WS-SEARCH-ID                   PIC X(08)   VALUE SPACES.

       01  WS-CASS-IDX                    PIC 9(01)   VALUE ZERO.
       01  WS-HIST-IDX                    PIC 9(02)   VALUE ZERO.

      *----------------------------------------------------------------*
      * SETTLEMENT WORK FIELDS
      *----------------------------------------------------------------*
       01  WS-TXN-STAMP                   PIC 9(14)   VALUE ZERO.
       01  WS-LOAD-STAMP                  PIC 9(14)   VALUE ZERO.
       01  WS-DISP-AMT                    PIC 9(09)V99 VALUE ZERO.
       01  WS-DAY-DISP                    PIC 9(09)V99 VALUE ZERO.
       01  WS-RETURN-AMT                  PIC 9(09)V99 VALUE ZERO.
       01  WS-LOAD-AMT                    PIC 9(09)V99 VALUE ZERO.
       01  WS-OLD-LOADED                  PIC 9(09)V99 VALUE ZERO.
       01  WS-EXPECTED                    PIC S9(09)V99 VALUE ZERO.
       01  WS-VARIANCE                    PIC S9(09)V99 VALUE ZERO.
       01  WS-ON-HAND                     PIC S9(09)V99 VALUE ZERO.
       01  WS-EVENT-NAME                  PIC X(12)   VALUE SPACES.
       01  WS-EXCEPT-REASON               PIC X(40)   VALUE SPACES.

      *----------------------------------------------------------------*
      * FORECAST WORK FIELDS
      *----------------------------------------------------------------*
       01  WS-HIST-TOTAL                  PIC 9(11)V99 VALUE ZERO.
       01  WS-AVG-DAILY                   PIC 9(09)V99 VALUE ZERO.
       01  WS-NIGHTS-LEFT                 PIC 9(11)   VALUE ZERO.
       01  WS-RECOMMEND                   PIC 9(09)V99 VALUE ZERO.
       01  WS-FORECAST-FLAG               PIC X(14)   VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-TXN-CNT                 PIC 9(09)   VALUE ZERO.
           05  WS-DISPENSE-CNT            PIC 9(07)   VALUE ZERO.
           05  WS-NO-TERMINAL-CNT         PIC 9(07)   VALUE ZERO.
           05  WS-FOREIGN-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-EVENT-CNT               PIC 9(07)   VALUE ZERO.
           05  WS-EVENT-REJ-CNT           PIC 9(07)   VALUE ZERO.
           05  WS-REAPPLY-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-SETTLED-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-CYCLE-CNT               PIC 9(07)   VALUE ZERO.
           05  WS-OUT-OF-BAL-CNT          PIC 9(07)   VALUE ZERO.
           05  WS-EXCEPT-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-ALREADY-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-REPLENISH-CNT           PIC 9(07)   VALUE ZERO.
       01  WS-NET-VARIANCE                PIC S9(11)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      * REPORT LINES
      *----------------------------------------------------------------*
       01  WS-SETTLE-HEADING.
           05  FILLER PIC X(31) VALUE
               'ATM TERMINAL SETTLEMENT - CYCLE'.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WS-SH-DATE                 PIC 9(08).

       01  WS-EXCEPT-HEADING.
           05  FILLER PIC X(43) VALUE
               'ATM TERMINAL SETTLEMENT EXCEPTIONS - CYCLE '.
           05  WS-XH-DATE                 PIC 9(08).

       01  WS-FORECAST-HEADING.
           05  FILLER PIC X(35) VALUE
               'ATM REPLENISHMENT FORECAST - CYCLE '.
           05  WS-FH-DATE                 PIC 9(08).

       01  WS-SETTLE-COLUMNS.
           05  FILLER PIC X(17) VALUE 'TERMINAL  BRANCH '.
           05  FILLER PIC X(12) VALUE 'EVENT'.
           05  FILLER PIC X(13) VALUE '       LOADED'.
           05  FILLER PIC X(13) VALUE '    DISPENSED'.
           05  FILLER PIC X(13) VALUE '     EXPECTED'.
           05  FILLER PIC X(13) VALUE '      COUNTED'.
           05  FILLER PIC X(13) VALUE '     VARIANCE'.
           05  FILLER PIC X(13) VALUE '     NEW LOAD'.

       01  WS-SETTLE-LINE.
           05  WS-SL-TERMINAL             PIC X(08).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  WS-SL-BRANCH               PIC X(05).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  WS-SL-EVENT                PIC X(12).
           05  WS-SL-LOADED               PIC -(09)9.99.
           05  WS-SL-DISPENSED            PIC -(09)9.99.
           05  WS-SL-EXPECTED             PIC -(09)9.99.
           05  WS-SL-COUNTED              PIC -(09)9.99.
           05  WS-SL-VARIANCE             PIC -(09)9.99.
           05  WS-SL-NEW-LOAD             PIC -(09)9.99.

       01  WS-SETTLE-TOTAL-LINE.
           05  FILLER PIC X(18) VALUE 'CYCLES SETTLED    '.
           05  WS-ST-CYCLES               PIC Z(06)9.
           05  FILLER PIC X(18) VALUE '   OUT OF BALANCE '.
           05  WS-ST-OUT-OF-BAL           PIC Z(06)9.
           05  FILLER PIC X(16) VALUE '   NET VARIANCE '.
           05  WS-ST-NET-VARIANCE         PIC -(11)9.99.

       01  WS-EXCEPT-COLUMNS.
           05  FILLER PIC X(17) VALUE 'TERMINAL  BRANCH '.
           05  FILLER PIC X(40) VALUE 'EXCEPTION'.
           05  FILLER PIC X(13) VALUE '     EXPECTED'.
           05  FILLER PIC X(13) VALUE '      COUNTED'.
           05  FILLER PIC X(13) VALUE '     VARIANCE'.

       01  WS-EXCEPT-LINE.
           05  WS-XL-TERMINAL             PIC X(08).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  WS-XL-BRANCH               PIC X(05).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  WS-XL-REASON               PIC X(40).
           05  WS-XL-EXPECTED             PIC -(09)9.99.
           05  WS-XL-COUNTED              PIC -(09)9.99.
           05  WS-XL-VARIANCE             PIC -(09)9.99.

       01  WS-FORECAST-COLUMNS.
           05  FILLER PIC X(17) VALUE 'TERMINAL  BRANCH '.
           05  FILLER PIC X(30) VALUE 'LOCATION'.
           05  FILLER PIC X(13) VALUE '      ON HAND'.
           05  FILLER PIC X(13) VALUE '    AVG DAILY'.
           05  FILLER PIC X(05) VALUE ' HIST'.
           05  FILLER PIC X(05) VALUE ' LEFT'.
           05  FILLER PIC X(13) VALUE '  RECOMMENDED'.

       01  WS-FORECAST-LINE.
           05  WS-FL-TERMINAL             PIC X(08).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  WS-FL-BRANCH               PIC X(05).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  WS-FL-LOCATION             PIC X(30).
           05  WS-FL-ON-HAND              PIC -(09)9.99.
           05  WS-FL-AVG-DAILY            PIC -(09)9.99.
           05  WS-FL-HIST-CNT             PIC Z(04)9.
           05  WS-FL-NIGHTS-LEFT          PIC Z(04)9.
           05  WS-FL-RECOMMEND            PIC -(09)9.99.
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  WS-FL-FLAG                 PIC X(14).

       01  WS-FORECAST-TOTAL-LINE.
           05  FILLER PIC X(26) VALUE 'TERMINALS TO REPLENISH    '.
           05  WS-FT-REPLENISH            PIC Z(06)9.

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
               PERFORM 1100-LOAD-TERMINALS THRU 1100-EXIT
                   UNTIL WS-ATM-EOF
               PERFORM 1200-LOAD-EVENT THRU 1200-EXIT
                   UNTIL WS-RPLN-EOF
               PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
                   UNTIL WS-EOF
               PERFORM 4000-SETTLE-PASS THRU 4000-EXIT
           END-IF
           PERFORM 3000-TERMINATE
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-SETTLED-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE THRU 1000-EXIT
      *   The terminal master is the one file the job cannot run
      *   without.  A night with no replenishment file simply closes
      *   no cycles.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O ATM-TERMINAL-MASTER
           IF NOT WS-ATM-OK
               DISPLAY 'ATMSETL ERROR - CANNOT OPEN ATM TERMINAL '
                   'MASTER, STATUS = ' WS-ATM-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT ATM-REPLENISH-FILE
           IF WS-RPLN-STATUS = '00'
               MOVE 'Y' TO WS-RPLN-OPEN-SW
           ELSE
               DISPLAY 'ATMSETL NO REPLENISHMENT FILE - STATUS '
                   WS-RPLN-STATUS ', NO CYCLES CLOSED TONIGHT'
               MOVE 'Y' TO WS-RPLN-EOF-SW
           END-IF
           OPEN INPUT TRANSACTION-MASTER
           OPEN OUTPUT ATM-SETTLE-RPT
           OPEN OUTPUT ATM-EXCEPT-RPT
           OPEN OUTPUT ATM-FORECAST-RPT
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT

           MOVE WS-TODAY TO WS-SH-DATE
           WRITE SETTLE-RPT-LINE FROM WS-SETTLE-HEADING
           WRITE SETTLE-RPT-LINE FROM WS-SETTLE-COLUMNS
           MOVE WS-TODAY TO WS-XH-DATE
           WRITE EXCEPT-RPT-LINE FROM WS-EXCEPT-HEADING
           WRITE EXCEPT-RPT-LINE FROM WS-EXCEPT-COLUMNS
           MOVE WS-TODAY TO WS-FH-DATE
           WRITE FORECAST-RPT-LINE FROM WS-FORECAST-HEADING
           WRITE FORECAST-RPT-LINE FROM WS-FORECAST-COLUMNS

           MOVE LOW-VALUES TO AT-TERMINAL-ID
           START ATM-TERMINAL-MASTER
               KEY IS NOT LESS THAN AT-TERMINAL-ID
               INVALID KEY
                   MOVE 'Y' TO WS-ATM-EOF-SW
           END-START

           IF NOT WS-RPLN-EOF
               PERFORM 1210-READ-EVENT
           END-IF
           PERFORM 2100-READ-TRANSACTION.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-LOAD-TERMINALS THRU 1100-EXIT
      *   Browses the terminal master into WS-TERM-TABLE, which
      *   therefore sits in terminal ID order.
      *----------------------------------------------------------------*
       1100-LOAD-TERMINALS.
           READ ATM-TERMINAL-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ATM-EOF-SW
           END-READ
           IF WS-ATM-EOF
               GO TO 1100-EXIT
           END-IF

           IF WS-TERM-CNT >= WS-TERM-MAX
               DISPLAY 'ATMSETL TERMINAL TABLE FULL - TERMINALS FROM '
                   AT-TERMINAL-ID ' ON NOT SETTLED'
               MOVE 'Y' TO WS-ATM-EOF-SW
               GO TO 1100-EXIT
           END-IF

           ADD 1 TO WS-TERM-CNT
           SET WS-TT-IDX TO WS-TERM-CNT
           MOVE AT-TERMINAL-ID TO WS-TT-TERMINAL-ID(WS-TT-IDX)
           MOVE SPACE          TO WS-TT-EVENT-TYPE(WS-TT-IDX)
           MOVE ZERO           TO WS-TT-EVENT-DATE(WS-TT-IDX)
           MOVE ZERO           TO WS-TT-EVENT-TIME(WS-TT-IDX)
           MOVE ZERO           TO WS-TT-EVENT-STAMP(WS-TT-IDX)
           PERFORM 1110-CLEAR-NOTES THRU 1110-EXIT
               VARYING WS-CASS-IDX FROM 1 BY 1
               UNTIL WS-CASS-IDX > 4
           MOVE ZERO           TO WS-TT-PRE-DISP(WS-TT-IDX)
           MOVE ZERO           TO WS-TT-POST-DISP(WS-TT-IDX).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1110-CLEAR-NOTES THRU 1110-EXIT
      *----------------------------------------------------------------*
       1110-CLEAR-NOTES.
           MOVE ZERO TO WS-TT-RETURN-NOTES(WS-TT-IDX, WS-CASS-IDX)
           MOVE ZERO TO WS-TT-LOAD-NOTES(WS-TT-IDX, WS-CASS-IDX).
       1110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1200-LOAD-EVENT THRU 1200-EXIT
      *   Matches one crew visit to its terminal's table entry.  A
      *   visit that cannot be matched or read goes to the exception
      *   report and closes no cycle; the same goes for a second
      *   visit to one terminal in a night, which the branch must
      *   settle by hand.
      *----------------------------------------------------------------*
       1200-LOAD-EVENT.
           ADD 1 TO WS-EVENT-CNT
           MOVE 'Y' TO WS-VALID-SW
           MOVE SPACES TO WS-EXCEPT-REASON

           MOVE RP-TERMINAL-ID TO WS-SEARCH-ID
           PERFORM 2500-FIND-TERMINAL THRU 2500-EXIT
           IF NOT WS-FOUND
               MOVE 'VISIT TO TERMINAL NOT ON ATM MASTER' TO
                   WS-EXCEPT-REASON
               GO TO 1200-REJECT
           END-IF
           IF RP-EVENT-TYPE NOT = 'R' AND RP-EVENT-TYPE NOT = 'I'
               AND RP-EVENT-TYPE NOT = 'U'
               MOVE 'INVALID REPLENISHMENT EVENT TYPE' TO
                   WS-EXCEPT-REASON
               GO TO 1200-REJECT
           END-IF
           IF RP-EVENT-DATE IS NOT NUMERIC
               OR RP-EVENT-TIME IS NOT NUMERIC
               MOVE 'VISIT DATE/TIME NOT NUMERIC' TO
                   WS-EXCEPT-REASON
               GO TO 1200-REJECT
           END-IF
           IF RP-EVENT-DATE > WS-TODAY
               MOVE 'VISIT DATED AFTER THE BUSINESS DATE' TO
                   WS-EXCEPT-REASON
               GO TO 1200-REJECT
           END-IF
           PERFORM 1220-EDIT-NOTES THRU 1220-EXIT
               VARYING WS-CASS-IDX FROM 1 BY 1
               UNTIL WS-CASS-IDX > 4 OR NOT WS-EVENT-VALID
           IF NOT WS-EVENT-VALID
               MOVE 'NOTE COUNT NOT NUMERIC' TO WS-EXCEPT-REASON
               GO TO 1200-REJECT
           END-IF
           IF WS-TT-EVENT-TYPE(WS-TT-IDX) NOT = SPACE
               MOVE 'SECOND VISIT TONIGHT - SETTLE BY HAND' TO
                   WS-EXCEPT-REASON
               GO TO 1200-REJECT
           END-IF

           MOVE RP-EVENT-TYPE TO WS-TT-EVENT-TYPE(WS-TT-IDX)
           MOVE RP-EVENT-DATE TO WS-TT-EVENT-DATE(WS-TT-IDX)
           MOVE RP-EVENT-TIME TO WS-TT-EVENT-TIME(WS-TT-IDX)
           COMPUTE WS-TT-EVENT-STAMP(WS-TT-IDX) =
               RP-EVENT-DATE * 1000000 + RP-EVENT-TIME
           PERFORM 1230-STORE-NOTES THRU 1230-EXIT
               VARYING WS-CASS-IDX FROM 1 BY 1
               UNTIL WS-CASS-IDX > 4
           PERFORM 1210-READ-EVENT
           GO TO 1200-EXIT.

       1200-REJECT.
           MOVE RP-TERMINAL-ID   TO WS-XL-TERMINAL
           MOVE SPACES           TO WS-XL-BRANCH
           MOVE ZERO             TO WS-EXPECTED
           MOVE ZERO             TO WS-RETURN-AMT
           MOVE ZERO             TO WS-VARIANCE
           PERFORM 8100-WRITE-EXCEPTION THRU 8100-EXIT
           ADD 1 TO WS-EVENT-REJ-CNT
           PERFORM 1210-READ-EVENT.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1210-READ-EVENT
      *----------------------------------------------------------------*
       1210-READ-EVENT.
           READ ATM-REPLENISH-FILE
               AT END
                   MOVE 'Y' TO WS-RPLN-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 1220-EDIT-NOTES THRU 1220-EXIT
      *----------------------------------------------------------------*
       1220-EDIT-NOTES.
           IF RP-RETURN-NOTES(WS-CASS-IDX) IS NOT NUMERIC
               OR RP-LOAD-NOTES(WS-CASS-IDX) IS NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       1220-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1230-STORE-NOTES THRU 1230-EXIT
      *----------------------------------------------------------------*
       1230-STORE-NOTES.
           MOVE RP-RETURN-NOTES(WS-CASS-IDX) TO
               WS-TT-RETURN-NOTES(WS-TT-IDX, WS-CASS-IDX)
           MOVE RP-LOAD-NOTES(WS-CASS-IDX) TO
               WS-TT-LOAD-NOTES(WS-TT-IDX, WS-CASS-IDX).
       1230-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESS-TRANSACTION THRU 2000-EXIT
      *   Only a posted network-settled ATM withdrawal from tonight
      *   is a dispense - declines never left the machine.
      *----------------------------------------------------------------*
       2000-PROCESS-TRANSACTION.
           ADD 1 TO WS-TXN-CNT

           IF TXN-STATUS = 'P' AND TXN-POST-DATE = WS-TODAY
               AND TXN-CHANNEL = 'ATM' AND TXN-TYPE = 'WD'
               PERFORM 2200-ROLL-DISPENSE THRU 2200-EXIT
           END-IF

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
      * 2200-ROLL-DISPENSE THRU 2200-EXIT
      *   Adds one dispense to its terminal's entry - before or after
      *   tonight's crew visit, by the dispense's own date and time.
      *----------------------------------------------------------------*
       2200-ROLL-DISPENSE.
           IF TXN-ATM-LITERAL NOT = 'NETWORK SETTLEMENT'
               OR TXN-ATM-TERMINAL-ID = SPACES
               ADD 1 TO WS-NO-TERMINAL-CNT
               GO TO 2200-EXIT
           END-IF

           MOVE TXN-ATM-TERMINAL-ID TO WS-SEARCH-ID
           PERFORM 2500-FIND-TERMINAL THRU 2500-EXIT
           IF NOT WS-FOUND
               ADD 1 TO WS-FOREIGN-CNT
               GO TO 2200-EXIT
           END-IF

           COMPUTE WS-DISP-AMT = ZERO - TXN-AMOUNT
           COMPUTE WS-TXN-STAMP = TXN-DATE * 1000000 + TXN-TIME
           IF WS-TT-EVENT-TYPE(WS-TT-IDX) NOT = SPACE
               AND WS-TXN-STAMP NOT < WS-TT-EVENT-STAMP(WS-TT-IDX)
               ADD WS-DISP-AMT TO WS-TT-POST-DISP(WS-TT-IDX)
           ELSE
               ADD WS-DISP-AMT TO WS-TT-PRE-DISP(WS-TT-IDX)
           END-IF
           ADD 1 TO WS-DISPENSE-CNT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-FIND-TERMINAL THRU 2500-EXIT
      *   Looks WS-SEARCH-ID up in WS-TERM-TABLE; on a match
      *   WS-FOUND is set and WS-TT-IDX left on the entry.
      *----------------------------------------------------------------*
       2500-FIND-TERMINAL.
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM 2510-MATCH-TERMINAL THRU 2510-EXIT
               VARYING WS-TT-IDX FROM 1 BY 1
               UNTIL WS-TT-IDX > WS-TERM-CNT OR WS-FOUND
           IF WS-FOUND
               SET WS-TT-IDX TO WS-FOUND-IDX
           END-IF.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2510-MATCH-TERMINAL THRU 2510-EXIT
      *----------------------------------------------------------------*
       2510-MATCH-TERMINAL.
           IF WS-TT-TERMINAL-ID(WS-TT-IDX) = WS-SEARCH-ID
               MOVE 'Y' TO WS-FOUND-SW
               SET WS-FOUND-IDX TO WS-TT-IDX
           END-IF.
       2510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           IF NOT WS-ABORT
               MOVE WS-CYCLE-CNT      TO WS-ST-CYCLES
               MOVE WS-OUT-OF-BAL-CNT TO WS-ST-OUT-OF-BAL
               MOVE WS-NET-VARIANCE   TO WS-ST-NET-VARIANCE
               MOVE SPACES TO SETTLE-RPT-LINE
               WRITE SETTLE-RPT-LINE
               WRITE SETTLE-RPT-LINE FROM WS-SETTLE-TOTAL-LINE
               MOVE WS-REPLENISH-CNT  TO WS-FT-REPLENISH
               MOVE SPACES TO FORECAST-RPT-LINE
               WRITE FORECAST-RPT-LINE
               WRITE FORECAST-RPT-LINE FROM WS-FORECAST-TOTAL-LINE

               CLOSE ATM-TERMINAL-MASTER
               IF WS-RPLN-OPEN
                   CLOSE ATM-REPLENISH-FILE
               END-IF
               CLOSE TRANSACTION-MASTER
               CLOSE ATM-SETTLE-RPT
               CLOSE ATM-EXCEPT-RPT
               CLOSE ATM-FORECAST-RPT
           END-IF
           DISPLAY 'ATMSETL TRANSACTIONS READ  = ' WS-TXN-CNT
           DISPLAY 'ATMSETL DISPENSES ROLLED   = ' WS-DISPENSE-CNT
           DISPLAY 'ATMSETL NO TERMINAL ID     = ' WS-NO-TERMINAL-CNT
           DISPLAY 'ATMSETL OTHER BANKS ATMS   = ' WS-FOREIGN-CNT
           DISPLAY 'ATMSETL CREW VISITS READ   = ' WS-EVENT-CNT
           DISPLAY 'ATMSETL VISITS REJECTED    = ' WS-EVENT-REJ-CNT
           DISPLAY 'ATMSETL VISITS REPEATED    = ' WS-REAPPLY-CNT
           DISPLAY 'ATMSETL TERMINALS SETTLED  = ' WS-SETTLED-CNT
           DISPLAY 'ATMSETL ALREADY SETTLED    = ' WS-ALREADY-CNT
           DISPLAY 'ATMSETL CYCLES CLOSED      = ' WS-CYCLE-CNT
           DISPLAY 'ATMSETL OUT OF BALANCE     = ' WS-OUT-OF-BAL-CNT
           DISPLAY 'ATMSETL EXCEPTIONS         = ' WS-EXCEPT-CNT
           DISPLAY 'ATMSETL TO REPLENISH       = ' WS-REPLENISH-CNT.

      *----------------------------------------------------------------*
      * 4000-SETTLE-PASS THRU 4000-EXIT
      *----------------------------------------------------------------*
       4000-SETTLE-PASS.
           PERFORM 4100-SETTLE-ONE-TERMINAL THRU 4100-EXIT
               VARYING WS-TT-IDX FROM 1 BY 1
               UNTIL WS-TT-IDX > WS-TERM-CNT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-SETTLE-ONE-TERMINAL THRU 4100-EXIT
      *   Closes the cycle when the crew visited, otherwise rolls the
      *   night's dispenses into the open cycle; then records the
      *   night in the history and forecasts the terminal.
      *----------------------------------------------------------------*
       4100-SETTLE-ONE-TERMINAL.
           MOVE WS-TT-TERMINAL-ID(WS-TT-IDX) TO AT-TERMINAL-ID
           READ ATM-TERMINAL-MASTER
               INVALID KEY
                   GO TO 4100-EXIT
           END-READ
           IF AT-SETTLE-DATE = WS-TODAY
               ADD 1 TO WS-ALREADY-CNT
               GO TO 4100-EXIT
           END-IF

           COMPUTE WS-DAY-DISP = WS-TT-PRE-DISP(WS-TT-IDX)
               + WS-TT-POST-DISP(WS-TT-IDX)

           MOVE 'N' TO WS-CLOSE-CYCLE-SW
           IF WS-TT-EVENT-TYPE(WS-TT-IDX) NOT = SPACE
               PERFORM 4200-EDIT-VISIT THRU 4200-EXIT
           END-IF
           IF WS-CLOSE-CYCLE
               PERFORM 4300-CLOSE-CYCLE THRU 4300-EXIT
           ELSE
               ADD WS-DAY-DISP TO AT-CYCLE-DISPENSED
           END-IF

           IF AT-CYCLE-DISPENSED > AT-LOADED-AMT
               MOVE 'DISPENSED MORE THAN WAS LOADED' TO
                   WS-EXCEPT-REASON
               COMPUTE WS-EXPECTED = AT-LOADED-AMT
                   - AT-CYCLE-DISPENSED
               MOVE ZERO TO WS-RETURN-AMT
               MOVE ZERO TO WS-VARIANCE
               PERFORM 8000-TERMINAL-EXCEPTION THRU 8000-EXIT
           END-IF

           IF AT-IN-SERVICE OR WS-DAY-DISP > ZERO
               PERFORM 4500-ROLL-HISTORY THRU 4500-EXIT
           END-IF

           MOVE WS-TODAY TO AT-SETTLE-DATE
           REWRITE ATM-TERMINAL-RECORD
               INVALID KEY
                   DISPLAY 'ATMSETL - REWRITE FAILED, TERMINAL '
                       AT-TERMINAL-ID
                   GO TO 4100-EXIT
           END-REWRITE
           ADD 1 TO WS-SETTLED-CNT

           IF AT-IN-SERVICE
               PERFORM 4600-FORECAST THRU 4600-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4200-EDIT-VISIT THRU 4200-EXIT
      *   Prices the crew's note counts at the cassettes'
      *   denominations and decides whether the visit closes the
      *   cycle.  A visit no later than the load the terminal
      *   already carries was applied on an earlier night.
      *----------------------------------------------------------------*
       4200-EDIT-VISIT.
           COMPUTE WS-LOAD-STAMP = AT-LOAD-DATE * 1000000
               + AT-LOAD-TIME
           IF WS-TT-EVENT-STAMP(WS-TT-IDX) NOT > WS-LOAD-STAMP
               ADD 1 TO WS-REAPPLY-CNT
               GO TO 4200-EXIT
           END-IF

           MOVE SPACES TO WS-EXCEPT-REASON
           MOVE 'Y' TO WS-VALID-SW
           MOVE ZERO TO WS-RETURN-AMT
           MOVE ZERO TO WS-LOAD-AMT
           PERFORM 4210-PRICE-CASSETTE THRU 4210-EXIT
               VARYING WS-CASS-IDX FROM 1 BY 1
               UNTIL WS-CASS-IDX > 4 OR NOT WS-EVENT-VALID
           IF NOT WS-EVENT-VALID
               GO TO 4200-REJECT
           END-IF

           IF AT-CLOSED
               MOVE 'VISIT TO A CLOSED TERMINAL' TO WS-EXCEPT-REASON
               GO TO 4200-REJECT
           END-IF
           IF WS-TT-EVENT-TYPE(WS-TT-IDX) = 'I'
               AND AT-LOADED-AMT NOT = ZERO
               MOVE 'INITIAL LOAD BUT TERMINAL HOLDS CASH' TO
                   WS-EXCEPT-REASON
               GO TO 4200-REJECT
           END-IF
           IF WS-TT-EVENT-TYPE(WS-TT-IDX) NOT = 'U'
               AND WS-LOAD-AMT = ZERO
               MOVE 'LOAD VISIT WITH NO NOTES LOADED' TO
                   WS-EXCEPT-REASON
               GO TO 4200-REJECT
           END-IF
           IF WS-TT-EVENT-TYPE(WS-TT-IDX) = 'U'
               AND WS-LOAD-AMT NOT = ZERO
               MOVE 'UNLOAD-ONLY VISIT WITH NOTES LOADED' TO
                   WS-EXCEPT-REASON
               GO TO 4200-REJECT
           END-IF

           MOVE 'Y' TO WS-CLOSE-CYCLE-SW
           GO TO 4200-EXIT.

       4200-REJECT.
           MOVE ZERO TO WS-EXPECTED
           MOVE ZERO TO WS-RETURN-AMT
           MOVE ZERO TO WS-VARIANCE
           PERFORM 8000-TERMINAL-EXCEPTION THRU 8000-EXIT
           ADD 1 TO WS-EVENT-REJ-CNT.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4210-PRICE-CASSETTE THRU 4210-EXIT
      *   Notes counted into a cassette the terminal is not fitted
      *   with, or loaded past a cassette's capacity, are a keying
      *   error on the crew's sheet.
      *----------------------------------------------------------------*
       4210-PRICE-CASSETTE.
           IF AT-CASS-DENOM(WS-CASS-IDX) = ZERO
               IF WS-TT-RETURN-NOTES(WS-TT-IDX, WS-CASS-IDX) NOT = ZERO
                   OR WS-TT-LOAD-NOTES(WS-TT-IDX, WS-CASS-IDX)
                       NOT = ZERO
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'NOTES IN A CASSETTE NOT FITTED' TO
                       WS-EXCEPT-REASON
               END-IF
               GO TO 4210-EXIT
           END-IF
           IF WS-TT-LOAD-NOTES(WS-TT-IDX, WS-CASS-IDX) >
               AT-CASS-CAPACITY(WS-CASS-IDX)
               MOVE 'N' TO WS-VALID-SW
               MOVE 'LOAD EXCEEDS CASSETTE CAPACITY' TO
                   WS-EXCEPT-REASON
               GO TO 4210-EXIT
           END-IF

           COMPUTE WS-RETURN-AMT = WS-RETURN-AMT
               + WS-TT-RETURN-NOTES(WS-TT-IDX, WS-CASS-IDX)
               * AT-CASS-DENOM(WS-CASS-IDX)
           COMPUTE WS-LOAD-AMT = WS-LOAD-AMT
               + WS-TT-LOAD-NOTES(WS-TT-IDX, WS-CASS-IDX)
               * AT-CASS-DENOM(WS-CASS-IDX).
       4210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4300-CLOSE-CYCLE THRU 4300-EXIT
      *   Proves the closing cycle - cash loaded less the dispenses
      *   before the visit, against the counted return - and opens
      *   the new one with the crew's load and the dispenses after
      *   the visit.  An initial load has no cycle to prove; any
      *   dispense posted before it is an exception.
      *----------------------------------------------------------------*
       4300-CLOSE-CYCLE.
           ADD WS-TT-PRE-DISP(WS-TT-IDX) TO AT-CYCLE-DISPENSED
           MOVE AT-LOADED-AMT TO WS-OLD-LOADED
           MOVE AT-BRANCH-ID  TO WS-SL-BRANCH
           MOVE AT-TERMINAL-ID TO WS-SL-TERMINAL

           IF WS-TT-EVENT-TYPE(WS-TT-IDX) = 'I'
               MOVE 'INITIAL LOAD' TO WS-SL-EVENT
               MOVE ZERO TO WS-EXPECTED
               MOVE ZERO TO WS-VARIANCE
               IF AT-CYCLE-DISPENSED NOT = ZERO
                   MOVE 'DISPENSES POSTED BEFORE INITIAL LOAD' TO
                       WS-EXCEPT-REASON
                   COMPUTE WS-EXPECTED = ZERO - AT-CYCLE-DISPENSED
                   MOVE ZERO TO WS-RETURN-AMT
                   PERFORM 8000-TERMINAL-EXCEPTION THRU 8000-EXIT
                   MOVE ZERO TO WS-EXPECTED
               END-IF
           ELSE
               IF WS-TT-EVENT-TYPE(WS-TT-IDX) = 'R'
                   MOVE 'REPLENISHED' TO WS-SL-EVENT
               ELSE
                   MOVE 'UNLOADED' TO WS-SL-EVENT
               END-IF
               COMPUTE WS-EXPECTED = AT-LOADED-AMT
                   - AT-CYCLE-DISPENSED
               COMPUTE WS-VARIANCE = WS-RETURN-AMT - WS-EXPECTED
               MOVE WS-RETURN-AMT TO AT-LAST-COUNTED
               MOVE WS-VARIANCE   TO AT-LAST-VARIANCE
               ADD WS-VARIANCE TO WS-NET-VARIANCE
               IF WS-VARIANCE NOT = ZERO
                   MOVE 'OUT OF BALANCE' TO WS-EXCEPT-REASON
                   PERFORM 8000-TERMINAL-EXCEPTION THRU 8000-EXIT
                   ADD 1 TO WS-OUT-OF-BAL-CNT
               END-IF
           END-IF

           MOVE WS-OLD-LOADED      TO WS-SL-LOADED
           MOVE AT-CYCLE-DISPENSED TO WS-SL-DISPENSED
           MOVE WS-EXPECTED        TO WS-SL-EXPECTED
           MOVE WS-RETURN-AMT      TO WS-SL-COUNTED
           MOVE WS-VARIANCE        TO WS-SL-VARIANCE
           MOVE WS-LOAD-AMT        TO WS-SL-NEW-LOAD
           WRITE SETTLE-RPT-LINE FROM WS-SETTLE-LINE
           ADD 1 TO WS-CYCLE-CNT

           MOVE WS-LOAD-AMT TO AT-LOADED-AMT
           MOVE WS-TT-EVENT-DATE(WS-TT-IDX) TO AT-LOAD-DATE
           MOVE WS-TT-EVENT-TIME(WS-TT-IDX) TO AT-LOAD-TIME
           MOVE WS-TT-POST-DISP(WS-TT-IDX)  TO AT-CYCLE-DISPENSED.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4500-ROLL-HISTORY THRU 4500-EXIT
      *   Pushes the nightly dispense history down one night and
      *   enters tonight's at the top; the oldest night drops off.
      *----------------------------------------------------------------*
       4500-ROLL-HISTORY.
           PERFORM 4510-SHIFT-ONE-NIGHT THRU 4510-EXIT
               VARYING WS-HIST-IDX FROM 14 BY -1
               UNTIL WS-HIST-IDX < 2
           MOVE WS-DAY-DISP TO AT-DISPENSE-HIST(1)
           IF AT-HIST-CNT < 14
               ADD 1 TO AT-HIST-CNT
           END-IF.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4510-SHIFT-ONE-NIGHT THRU 4510-EXIT
      *----------------------------------------------------------------*
       4510-SHIFT-ONE-NIGHT.
           MOVE AT-DISPENSE-HIST(WS-HIST-IDX - 1) TO
               AT-DISPENSE-HIST(WS-HIST-IDX).
       4510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4600-FORECAST THRU 4600-EXIT
      *   Average night's dispense over the history held, the
      *   nights the cash on hand will last at that rate, and the
      *   load that would carry the terminal through a cycle.
      *----------------------------------------------------------------*
       4600-FORECAST.
           MOVE ZERO TO WS-HIST-TOTAL
           MOVE ZERO TO WS-AVG-DAILY
           PERFORM 4610-ADD-ONE-NIGHT THRU 4610-EXIT
               VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > AT-HIST-CNT
           IF AT-HIST-CNT > ZERO
               COMPUTE WS-AVG-DAILY ROUNDED =
                   WS-HIST-TOTAL / AT-HIST-CNT
           END-IF

           COMPUTE WS-ON-HAND = AT-LOADED-AMT - AT-CYCLE-DISPENSED
           MOVE SPACES TO WS-FORECAST-FLAG
           IF WS-AVG-DAILY = ZERO
               MOVE 999 TO WS-NIGHTS-LEFT
               MOVE 'NO DEMAND' TO WS-FORECAST-FLAG
           ELSE
               IF WS-ON-HAND > ZERO
                   COMPUTE WS-NIGHTS-LEFT = WS-ON-HAND / WS-AVG-DAILY
                   IF WS-NIGHTS-LEFT > 999
                       MOVE 999 TO WS-NIGHTS-LEFT
                   END-IF
               ELSE
                   MOVE ZERO TO WS-NIGHTS-LEFT
               END-IF
           END-IF
           COMPUTE WS-RECOMMEND = WS-AVG-DAILY * WS-CYCLE-NIGHTS
           IF WS-RECOMMEND > AT-CASH-CAPACITY
               MOVE AT-CASH-CAPACITY TO WS-RECOMMEND
           END-IF

           IF WS-AVG-DAILY NOT = ZERO
               AND WS-NIGHTS-LEFT NOT > WS-LEAD-NIGHTS
               MOVE 'REPLENISH NOW' TO WS-FORECAST-FLAG
               ADD 1 TO WS-REPLENISH-CNT
           ELSE
               IF AT-HIST-CNT < WS-SHORT-HIST-NIGHTS
                   MOVE 'SHORT HISTORY' TO WS-FORECAST-FLAG
               END-IF
           END-IF

           MOVE AT-TERMINAL-ID    TO WS-FL-TERMINAL
           MOVE AT-BRANCH-ID      TO WS-FL-BRANCH
           MOVE AT-LOCATION       TO WS-FL-LOCATION
           MOVE WS-ON-HAND        TO WS-FL-ON-HAND
           MOVE WS-AVG-DAILY      TO WS-FL-AVG-DAILY
           MOVE AT-HIST-CNT       TO WS-FL-HIST-CNT
           MOVE WS-NIGHTS-LEFT    TO WS-FL-NIGHTS-LEFT
           MOVE WS-RECOMMEND      TO WS-FL-RECOMMEND
           MOVE WS-FORECAST-FLAG  TO WS-FL-FLAG
           WRITE FORECAST-RPT-LINE FROM WS-FORECAST-LINE.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4610-ADD-ONE-NIGHT THRU 4610-EXIT
      *----------------------------------------------------------------*
       4610-ADD-ONE-NIGHT.
           ADD AT-DISPENSE-HIST(WS-HIST-IDX) TO WS-HIST-TOTAL.
       4610-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-TERMINAL-EXCEPTION THRU 8000-EXIT
      *   Exception line for the terminal in ATM-TERMINAL-RECORD -
      *   the caller sets the reason, expected, counted and variance.
      *----------------------------------------------------------------*
       8000-TERMINAL-EXCEPTION.
           MOVE AT-TERMINAL-ID TO WS-XL-TERMINAL
           MOVE AT-BRANCH-ID   TO WS-XL-BRANCH
           PERFORM 8100-WRITE-EXCEPTION THRU 8100-EXIT.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8100-WRITE-EXCEPTION THRU 8100-EXIT
      *----------------------------------------------------------------*
       8100-WRITE-EXCEPTION.
           MOVE WS-EXCEPT-REASON TO WS-XL-REASON
           MOVE WS-EXPECTED      TO WS-XL-EXPECTED
           MOVE WS-RETURN-AMT    TO WS-XL-COUNTED
           MOVE WS-VARIANCE      TO WS-XL-VARIANCE
           WRITE EXCEPT-RPT-LINE FROM WS-EXCEPT-LINE
           ADD 1 TO WS-EXCEPT-CNT.
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
           MOVE 'ATMSETL' TO RL-PROGRAM
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
