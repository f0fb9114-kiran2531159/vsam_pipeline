      *================================================================*
      * VLTFCST - BRANCH VAULT CASH FORECAST AND SHIPMENT ORDERING
      *
      * Nightly, after DRWPOST.  DRWPOST proves each branch's drawers
      * and vault after the fact; this job looks ahead and orders the
      * cash.
      *
      * Every active branch on the VLTMAST branch vault master is
      * taken in key order:
      *   - the night's cash in and cash out on all of the branch's
      *     drawers on the DRAWMAST teller drawer master (the 9999
      *     ATM/vault position included, TD-CASH-DATE = today) is
      *     netted and rolls the branch's cash position forward,
      *     together with a shipment due to arrive today.  A cash
      *     count the branch keyed tonight through VLTMNT already
      *     holds both, so it is taken as it stands.
      *   - the night's net movement joins the branch's history -
      *     a moving average per weekday, with the business days
      *     either side of a HOLCAL holiday learned on their own.
      *   - the position is projected across the next
      *     WS-HORIZON-DAYS business days, each day at its weekday's
      *     (or holiday-adjacent) average.  A projected low under the
      *     branch's minimum orders enough cash to bring it back to
      *     the middle of its limits, rounded up to whole $1,000
      *     straps; a projected high over the maximum returns the
      *     excess, rounded down, never taking the low under the
      *     minimum.
      *   - an override the branch keyed for tonight replaces the
      *     recommendation.  Every night with a recommendation or an
      *     override is tallied on the vault (BV-DECISIONS) as the
      *     recommendation followed or overridden.
      *   - the shipment goes on the VLTORDR order file for delivery
      *     on the next business day - the armored carrier's pickup
      *     and delivery schedule and the cash order / deposit
      *     notice to the Federal Reserve are both cut from it.
      *
      * VLTFRPT lists every branch's position, limits, projection,
      * recommendation and shipment; VLTORPT lists the branches that
      * overrode the recommendation on WS-OVERRIDE-THRESHOLD or more
      * of their last ten decisions.
      *
      * A branch already rolled tonight (BV-ROLL-DATE) is not rolled
      * again - its stored order is written to the order file again,
      * so a rerun rebuilds the whole night's file.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VLTFCST.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL BRANCH VAULT CASH FORECAST, CASH
      *                    ORDER / EXCESS-CASH RETURN FILE AND
      *                    OVERRIDE REPORT.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-VAULT-MASTER ASSIGN TO VLTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BV-BRANCH-ID
               FILE STATUS IS WS-VLT-STATUS.

           SELECT DRAWER-MASTER ASSIGN TO DRAWMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-KEY
               FILE STATUS IS WS-DRW-STATUS.

           SELECT HOLIDAY-CALENDAR ASSIGN TO HOLCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.

           SELECT VAULT-ORDER-FILE ASSIGN TO VLTORDR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-STATUS.

           SELECT VAULT-FORECAST-RPT ASSIGN TO VLTFRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRPT-STATUS.

           SELECT VAULT-OVERRIDE-RPT ASSIGN TO VLTORPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORPT-STATUS.

           SELECT RUN-LOG ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT PROC-DATE-CTL ASSIGN TO PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-VAULT-MASTER.
           COPY "vaultmst.cpy".

       FD  DRAWER-MASTER.
           COPY "tellerdrw.cpy".

       FD  HOLIDAY-CALENDAR
           RECORD CONTAINS 8 CHARACTERS.
       01  HOLIDAY-RECORD                 PIC 9(08).

      *----------------------------------------------------------------*
      * VAULT SHIPMENT ORDER - ONE PER BRANCH SHIPPING TONIGHT.
      * VO-SHIP-TYPE 'O' = cash order delivered to the branch,
      *              'R' = excess cash returned from the branch.
      * VO-SOURCE    'R' = VLTFCST's recommendation,
      *              'B' = the branch's override.
      *----------------------------------------------------------------*
       FD  VAULT-ORDER-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  VAULT-ORDER-RECORD.
           05  VO-BRANCH-ID               PIC X(05).
           05  VO-ORDER-DATE              PIC 9(08).
           05  VO-DELIVERY-DATE           PIC 9(08).
           05  VO-SHIP-TYPE               PIC X(01).
           05  VO-AMOUNT                  PIC 9(09)V99.
           05  VO-SOURCE                  PIC X(01).
           05  FILLER                     PIC X(26).

       FD  VAULT-FORECAST-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  FORECAST-RPT-LINE              PIC X(132).

       FD  VAULT-OVERRIDE-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  OVERRIDE-RPT-LINE              PIC X(132).

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

       01  WS-VLT-STATUS                  PIC X(02).
           88  WS-VLT-OK                   VALUE '00'.
       01  WS-DRW-STATUS                  PIC X(02).
       01  WS-HOL-STATUS                  PIC X(02).
       01  WS-ORD-STATUS                  PIC X(02).
       01  WS-FRPT-STATUS                 PIC X(02).
       01  WS-ORPT-STATUS                 PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-ABORT-SW                PIC X(01)   VALUE 'N'.
               88  WS-ABORT                 VALUE 'Y'.
           05  WS-DRW-END-SW              PIC X(01)   VALUE 'N'.
               88  WS-DRW-END              VALUE 'Y'.
           05  WS-HOL-EOF-SW              PIC X(01)   VALUE 'N'.
               88  WS-HOL-EOF              VALUE 'Y'.
           05  WS-HOL-FOUND-SW            PIC X(01)   VALUE 'N'.
               88  WS-HOL-FOUND            VALUE 'Y'.
           05  WS-BUSINESS-DAY-SW         PIC X(01)   VALUE 'N'.
               88  WS-BUSINESS-DAY         VALUE 'Y'.
           05  WS-NO-HIST-SW              PIC X(01)   VALUE 'N'.
               88  WS-NO-HIST              VALUE 'Y'.
           05  WS-PENDING-SW              PIC X(01)   VALUE 'N'.
               88  WS-STILL-PENDING        VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.

      *----------------------------------------------------------------*
      * FORECAST PARAMETERS - THE PROJECTION RUNS WS-HORIZON-DAYS
      * BUSINESS DAYS AHEAD, EACH DAY'S AVERAGE IS TAKEN OVER AT MOST
      * WS-HIST-CAP OCCURRENCES, SHIPMENTS MOVE IN WHOLE STRAPS OF
      * WS-STRAP-UNIT, AND A BRANCH IS REPORTED WHEN IT OVERRODE
      * WS-OVERRIDE-THRESHOLD OR MORE OF ITS LAST TEN DECISIONS.
      *----------------------------------------------------------------*
       01  WS-HORIZON-DAYS                PIC 9(01)   VALUE 3.
       01  WS-HIST-CAP                    PIC 9(03)   VALUE 8.
       01  WS-STRAP-UNIT                  PIC 9(05)V99 VALUE 1000.00.
       01  WS-OVERRIDE-THRESHOLD          PIC 9(02)   VALUE 3.

      *----------------------------------------------------------------*
      * HOLIDAY TABLE - LOADED FROM HOLCAL, ONE YYYYMMDD PER RECORD.
      * BUSINESS DAYS SKIP SATURDAYS, SUNDAYS (JULIAN DAY NUMBER
      * MOD 7, 0 = MONDAY) AND HOLCAL HOLIDAYS.
      *----------------------------------------------------------------*
       01  WS-HOLIDAY-CNT                 PIC 9(03)   VALUE ZERO.
       01  WS-HOLIDAY-TABLE.
           05  WS-HT-DATE OCCURS 400 TIMES
                           INDEXED BY WS-HT-IDX PIC 9(08).
       01  WS-DOW                         PIC 9(01)   VALUE ZERO.
       01  WS-DOW-QUOTIENT                PIC 9(09)   VALUE ZERO.
       01  WS-STEP-CNT                    PIC 9(02)   VALUE ZERO.
       01  WS-STEP-JULIAN                 PIC S9(09)  VALUE ZERO.

      *----------------------------------------------------------------*
      * DAY CLASSIFICATION - 7100-CLASSIFY-DAY TAKES WS-CLS-JULIAN
      * AND RETURNS ITS WEEKDAY (0 = MONDAY) AND CLASS: 0 = ORDINARY,
      * 1 = THE BUSINESS DAY BEFORE A HOLIDAY, 2 = THE BUSINESS DAY
      * AFTER ONE.
      *----------------------------------------------------------------*
       01  WS-CLS-JULIAN                  PIC S9(09)  VALUE ZERO.
       01  WS-CLS-DOW                     PIC 9(01)   VALUE ZERO.
       01  WS-CLS-CLASS                   PIC 9(01)   VALUE ZERO.
       01  WS-ADJ-JULIAN                  PIC S9(09)  VALUE ZERO.

       01  WS-TODAY-JULIAN                PIC S9(09)  VALUE ZERO.
       01  WS-TODAY-DOW                   PIC 9(01)   VALUE ZERO.
       01  WS-TODAY-CLASS                 PIC 9(01)   VALUE ZERO.

      *----------------------------------------------------------------*
      * THE NEXT WS-HORIZON-DAYS BUSINESS DAYS - THE SAME FOR EVERY
      * BRANCH, SO WORKED OUT ONCE.  THE FIRST IS TONIGHT'S
      * SHIPMENT'S DELIVERY DATE.
      *----------------------------------------------------------------*
       01  WS-HORIZON-TABLE.
           05  WS-HZ-ENTRY OCCURS 9 TIMES.
               10  WS-HZ-DATE             PIC 9(08).
               10  WS-HZ-DOW              PIC 9(01).
               10  WS-HZ-CLASS            PIC 9(01).
       01  WS-HZ-IDX                      PIC 9(01)   VALUE ZERO.
       01  WS-HIST-IDX                    PIC 9(01)   VALUE ZERO.

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
      * FORECAST WORK FIELDS
      *----------------------------------------------------------------*
       01  WS-DAY-IN                      PIC S9(11)V99 VALUE ZERO.
       01  WS-DAY-OUT                     PIC S9(11)V99 VALUE ZERO.
       01  WS-DAY-NET                     PIC S9(11)V99 VALUE ZERO.
       01  WS-POSITION                    PIC S9(11)V99 VALUE ZERO.
       01  WS-PROJ-NET                    PIC S9(09)V99 VALUE ZERO.
       01  WS-PROJ-LOW                    PIC S9(11)V99 VALUE ZERO.
       01  WS-PROJ-HIGH                   PIC S9(11)V99 VALUE ZERO.
       01  WS-TARGET                      PIC S9(11)V99 VALUE ZERO.
       01  WS-NEED                        PIC S9(11)V99 VALUE ZERO.
       01  WS-SPARE                       PIC S9(11)V99 VALUE ZERO.
       01  WS-STRAP-CNT                   PIC 9(11)   VALUE ZERO.
       01  WS-STRAP-REM                   PIC 9(05)V99 VALUE ZERO.
       01  WS-REC-AMOUNT                  PIC S9(09)V99 VALUE ZERO.
       01  WS-SHIP-AMOUNT                 PIC S9(09)V99 VALUE ZERO.
       01  WS-SHIP-SOURCE                 PIC X(01)   VALUE SPACE.
       01  WS-DECISION                    PIC X(01)   VALUE SPACE.
       01  WS-OVR-CNT                     PIC 9(02)   VALUE ZERO.
       01  WS-DEC-CNT                     PIC 9(02)   VALUE ZERO.
       01  WS-FORECAST-FLAG               PIC X(14)   VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-VAULT-CNT               PIC 9(07)   VALUE ZERO.
           05  WS-CLOSED-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-ALREADY-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-ROLLED-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-COUNTED-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-DELIVERED-CNT           PIC 9(07)   VALUE ZERO.
           05  WS-NO-HIST-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-ORDER-CNT               PIC 9(07)   VALUE ZERO.
           05  WS-RETURN-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-OVERRIDDEN-CNT          PIC 9(07)   VALUE ZERO.
           05  WS-LISTED-CNT              PIC 9(07)   VALUE ZERO.
       01  WS-ORDER-TOTAL                 PIC 9(11)V99 VALUE ZERO.
       01  WS-RETURN-TOTAL                PIC 9(11)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      * REPORT LINES
      *----------------------------------------------------------------*
       01  WS-FORECAST-HEADING.
           05  FILLER PIC X(35) VALUE
               'BRANCH VAULT CASH FORECAST - CYCLE '.
           05  WS-FH-DATE                 PIC 9(08).
           05  FILLER PIC X(16) VALUE '   DELIVERY DAY '.
           05  WS-FH-DELIVERY             PIC 9(08).

       01  WS-OVERRIDE-HEADING.
           05  FILLER PIC X(43) VALUE
               'BRANCHES OVERRIDING CASH SHIPMENTS - CYCLE '.
           05  WS-OH-DATE                 PIC 9(08).

       01  WS-FORECAST-COLUMNS.
           05  FILLER PIC X(07) VALUE 'BRANCH '.
           05  FILLER PIC X(13) VALUE '      ON HAND'.
           05  FILLER PIC X(13) VALUE '      MINIMUM'.
           05  FILLER PIC X(13) VALUE '      MAXIMUM'.
           05  FILLER PIC X(13) VALUE '     PROJ LOW'.
           05  FILLER PIC X(13) VALUE '    PROJ HIGH'.
           05  FILLER PIC X(13) VALUE '  RECOMMENDED'.
           05  FILLER PIC X(13) VALUE '      SHIPPED'.
           05  FILLER PIC X(04) VALUE ' SRC'.

       01  WS-FORECAST-LINE.
           05  WS-FL-BRANCH               PIC X(05).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  WS-FL-ON-HAND              PIC -(09)9.99.
           05  WS-FL-MINIMUM              PIC -(09)9.99.
           05  WS-FL-MAXIMUM              PIC -(09)9.99.
           05  WS-FL-PROJ-LOW             PIC -(09)9.99.
           05  WS-FL-PROJ-HIGH            PIC -(09)9.99.
           05  WS-FL-RECOMMEND            PIC -(09)9.99.
           05  WS-FL-SHIPPED              PIC -(09)9.99.
           05  FILLER                     PIC X(03)   VALUE SPACES.
           05  WS-FL-SOURCE               PIC X(01).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  WS-FL-FLAG                 PIC X(14).

       01  WS-FORECAST-TOTAL-LINE.
           05  FILLER PIC X(17) VALUE 'CASH ORDERS      '.
           05  WS-FT-ORDERS               PIC Z(06)9.
           05  WS-FT-ORDER-TOTAL          PIC -(11)9.99.
           05  FILLER PIC X(17) VALUE '   RETURNS       '.
           05  WS-FT-RETURNS              PIC Z(06)9.
           05  WS-FT-RETURN-TOTAL         PIC -(11)9.99.
           05  FILLER PIC X(17) VALUE '   OVERRIDDEN    '.
           05  WS-FT-OVERRIDDEN           PIC Z(06)9.

       01  WS-OVERRIDE-COLUMNS.
           05  FILLER PIC X(07) VALUE 'BRANCH '.
           05  FILLER PIC X(10) VALUE 'OVERRIDES '.
           05  FILLER PIC X(10) VALUE 'DECISIONS '.
           05  FILLER PIC X(12) VALUE 'LAST TEN    '.
           05  FILLER PIC X(13) VALUE 'LAST OVERRIDE'.
           05  FILLER PIC X(13) VALUE '  RECOMMENDED'.
           05  FILLER PIC X(13) VALUE '      SHIPPED'.

       01  WS-OVERRIDE-LINE.
           05  WS-OL-BRANCH               PIC X(05).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  WS-OL-OVERRIDES            PIC Z(08)9.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WS-OL-DECISIONS            PIC Z(08)9.
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WS-OL-HISTORY              PIC X(10).
           05  FILLER                     PIC X(07)   VALUE SPACES.
           05  WS-OL-LAST-DATE            PIC 9(08).
           05  WS-OL-RECOMMEND            PIC -(09)9.99.
           05  WS-OL-SHIPPED              PIC -(09)9.99.

       01  WS-OVERRIDE-TOTAL-LINE.
           05  FILLER PIC X(26) VALUE 'BRANCHES LISTED           '.
           05  WS-OT-LISTED               PIC Z(06)9.

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
               PERFORM 2000-PROCESS-VAULT THRU 2000-EXIT
                   UNTIL WS-EOF
           END-IF
           PERFORM 3000-TERMINATE
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-VAULT-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE THRU 1000-EXIT
      *   The vault master and the drawer master are both needed - a
      *   position rolled without the night's drawer movement would
      *   order the wrong cash.  A missing holiday calendar leaves
      *   only weekends as non-business days.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O BRANCH-VAULT-MASTER
           IF NOT WS-VLT-OK
               DISPLAY 'VLTFCST ERROR - CANNOT OPEN BRANCH VAULT '
                   'MASTER, STATUS = ' WS-VLT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT DRAWER-MASTER
           IF WS-DRW-STATUS NOT = '00'
               DISPLAY 'VLTFCST ERROR - CANNOT OPEN TELLER DRAWER '
                   'MASTER, STATUS = ' WS-DRW-STATUS
               CLOSE BRANCH-VAULT-MASTER
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT VAULT-ORDER-FILE
           OPEN OUTPUT VAULT-FORECAST-RPT
           OPEN OUTPUT VAULT-OVERRIDE-RPT
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           PERFORM 1060-LOAD-HOLIDAYS THRU 1060-EXIT
           PERFORM 1100-SET-CALENDAR THRU 1100-EXIT

           MOVE WS-TODAY TO WS-FH-DATE
           MOVE WS-HZ-DATE(1) TO WS-FH-DELIVERY
           WRITE FORECAST-RPT-LINE FROM WS-FORECAST-HEADING
           WRITE FORECAST-RPT-LINE FROM WS-FORECAST-COLUMNS
           MOVE WS-TODAY TO WS-OH-DATE
           WRITE OVERRIDE-RPT-LINE FROM WS-OVERRIDE-HEADING
           WRITE OVERRIDE-RPT-LINE FROM WS-OVERRIDE-COLUMNS

           MOVE LOW-VALUES TO BV-BRANCH-ID
           START BRANCH-VAULT-MASTER
               KEY IS NOT LESS THAN BV-BRANCH-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1060-LOAD-HOLIDAYS THRU 1060-EXIT
      *----------------------------------------------------------------*
       1060-LOAD-HOLIDAYS.
           OPEN INPUT HOLIDAY-CALENDAR
           IF WS-HOL-STATUS NOT = '00'
               DISPLAY 'VLTFCST - NO HOLIDAY CALENDAR, WEEKENDS '
                   'ONLY'
               GO TO 1060-EXIT
           END-IF
           PERFORM 1070-LOAD-ONE-HOLIDAY THRU 1070-EXIT
               UNTIL WS-HOL-EOF OR WS-HOLIDAY-CNT >= 400
           CLOSE HOLIDAY-CALENDAR.
       1060-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1070-LOAD-ONE-HOLIDAY THRU 1070-EXIT
      *----------------------------------------------------------------*
       1070-LOAD-ONE-HOLIDAY.
           READ HOLIDAY-CALENDAR
               AT END
                   MOVE 'Y' TO WS-HOL-EOF-SW
           END-READ
           IF WS-HOL-EOF
               GO TO 1070-EXIT
           END-IF
           ADD 1 TO WS-HOLIDAY-CNT
           SET WS-HT-IDX TO WS-HOLIDAY-CNT
           MOVE HOLIDAY-RECORD TO WS-HT-DATE(WS-HT-IDX).
       1070-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-SET-CALENDAR THRU 1100-EXIT
      *   Classifies tonight's business date - the history slot its
      *   movement is learned into - and lays out the business days
      *   of the projection horizon.
      *----------------------------------------------------------------*
       1100-SET-CALENDAR.
           MOVE WS-TODAY TO WS-CONV-DATE
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           MOVE WS-CONV-JULIAN TO WS-TODAY-JULIAN
           MOVE WS-TODAY-JULIAN TO WS-CLS-JULIAN
           PERFORM 7100-CLASSIFY-DAY THRU 7100-EXIT
           MOVE WS-CLS-DOW TO WS-TODAY-DOW
           MOVE WS-CLS-CLASS TO WS-TODAY-CLASS

           MOVE WS-TODAY-JULIAN TO WS-STEP-JULIAN
           PERFORM 1110-SET-HORIZON-DAY THRU 1110-EXIT
               VARYING WS-HZ-IDX FROM 1 BY 1
               UNTIL WS-HZ-IDX > WS-HORIZON-DAYS.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1110-SET-HORIZON-DAY THRU 1110-EXIT
      *----------------------------------------------------------------*
       1110-SET-HORIZON-DAY.
           PERFORM 7000-NEXT-BUSINESS-DAY THRU 7000-EXIT
           MOVE WS-STEP-JULIAN TO WS-CONV-JULIAN
           PERFORM 8100-CONVERT-JULIAN-TO-DATE THRU 8100-EXIT
           MOVE WS-CONV-DATE TO WS-HZ-DATE(WS-HZ-IDX)
           MOVE WS-STEP-JULIAN TO WS-CLS-JULIAN
           PERFORM 7100-CLASSIFY-DAY THRU 7100-EXIT
           MOVE WS-CLS-DOW TO WS-HZ-DOW(WS-HZ-IDX)
           MOVE WS-CLS-CLASS TO WS-HZ-CLASS(WS-HZ-IDX).
       1110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESS-VAULT THRU 2000-EXIT
      *   Rolls, learns, projects and ships one branch.
      *----------------------------------------------------------------*
       2000-PROCESS-VAULT.
           READ BRANCH-VAULT-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-VAULT-CNT
           IF NOT BV-ACTIVE
               ADD 1 TO WS-CLOSED-CNT
               GO TO 2000-EXIT
           END-IF
           IF BV-ROLL-DATE = WS-TODAY
               ADD 1 TO WS-ALREADY-CNT
               IF BV-ORD-DATE = WS-TODAY AND BV-ORD-AMOUNT NOT = ZERO
                   PERFORM 2710-WRITE-ORDER-RECORD THRU 2710-EXIT
               END-IF
               PERFORM 2900-CHECK-OVERRIDES THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF

           PERFORM 2100-SUM-DRAWERS THRU 2100-EXIT
           PERFORM 2200-ROLL-POSITION THRU 2200-EXIT
           PERFORM 2300-LEARN-PATTERN THRU 2300-EXIT
           PERFORM 2400-PROJECT THRU 2400-EXIT
           PERFORM 2500-RECOMMEND THRU 2500-EXIT
           PERFORM 2600-DECIDE THRU 2600-EXIT
           PERFORM 2700-ORDER-SHIPMENT THRU 2700-EXIT

           MOVE WS-REC-AMOUNT TO BV-REC-AMOUNT
           MOVE WS-TODAY TO BV-ROLL-DATE
           REWRITE BRANCH-VAULT-RECORD
               INVALID KEY
                   DISPLAY 'VLTFCST - REWRITE FAILED, BRANCH '
                       BV-BRANCH-ID
                   GO TO 2000-EXIT
           END-REWRITE
           ADD 1 TO WS-ROLLED-CNT

           PERFORM 2800-REPORT-FORECAST THRU 2800-EXIT
           PERFORM 2900-CHECK-OVERRIDES THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-SUM-DRAWERS THRU 2100-EXIT
      *   Browses the branch's drawers (drawer key order, from
      *   drawer 0000) and totals the cash in and out DRWPOST rolled
      *   into them tonight.
      *----------------------------------------------------------------*
       2100-SUM-DRAWERS.
           MOVE ZERO TO WS-DAY-IN
           MOVE ZERO TO WS-DAY-OUT
           MOVE ZERO TO WS-DAY-NET
           MOVE BV-BRANCH-ID TO TD-BRANCH-ID
           MOVE ZERO TO TD-TELLER-NO
           START DRAWER-MASTER
               KEY IS NOT LESS THAN TD-KEY
               INVALID KEY
                   GO TO 2100-EXIT
           END-START
           MOVE 'N' TO WS-DRW-END-SW
           PERFORM 2110-READ-DRAWER THRU 2110-EXIT
               UNTIL WS-DRW-END
           COMPUTE WS-DAY-NET = WS-DAY-IN - WS-DAY-OUT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2110-READ-DRAWER THRU 2110-EXIT
      *----------------------------------------------------------------*
       2110-READ-DRAWER.
           READ DRAWER-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DRW-END-SW
                   GO TO 2110-EXIT
           END-READ
           IF TD-BRANCH-ID NOT = BV-BRANCH-ID
               MOVE 'Y' TO WS-DRW-END-SW
               GO TO 2110-EXIT
           END-IF
           IF TD-CASH-DATE = WS-TODAY
               ADD TD-CASH-IN TO WS-DAY-IN
               ADD TD-CASH-OUT TO WS-DAY-OUT
           END-IF.
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-ROLL-POSITION THRU 2200-EXIT
      *   A shipment due today is now in the branch; the night's net
      *   drawer movement is added to the position - unless the
      *   branch counted its cash tonight, when the count already
      *   holds both.
      *----------------------------------------------------------------*
       2200-ROLL-POSITION.
           IF BV-ORD-PENDING
               AND BV-ORD-DELIVERY-DATE NOT > WS-TODAY
               IF BV-COUNT-DATE NOT = WS-TODAY
                   ADD BV-ORD-AMOUNT TO BV-CASH-ON-HAND
               END-IF
               MOVE 'D' TO BV-ORD-STATUS
               ADD 1 TO WS-DELIVERED-CNT
           END-IF
           IF BV-COUNT-DATE = WS-TODAY
               ADD 1 TO WS-COUNTED-CNT
           ELSE
               ADD WS-DAY-NET TO BV-CASH-ON-HAND
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-LEARN-PATTERN THRU 2300-EXIT
      *   Folds the night's net movement into the moving average
      *   for tonight's weekday - or for the day before / after a
      *   holiday when tonight is one.  Each average runs over at
      *   most WS-HIST-CAP occurrences, so it follows a branch whose
      *   business changes.
      *----------------------------------------------------------------*
       2300-LEARN-PATTERN.
           IF WS-TODAY-DOW > 4
               GO TO 2300-EXIT
           END-IF
           IF WS-TODAY-CLASS > ZERO
               IF BV-HOL-CNT(WS-TODAY-CLASS) < WS-HIST-CAP
                   ADD 1 TO BV-HOL-CNT(WS-TODAY-CLASS)
               END-IF
               COMPUTE BV-HOL-NET(WS-TODAY-CLASS) ROUNDED =
                   BV-HOL-NET(WS-TODAY-CLASS)
                   + (WS-DAY-NET - BV-HOL-NET(WS-TODAY-CLASS))
                   / BV-HOL-CNT(WS-TODAY-CLASS)
               GO TO 2300-EXIT
           END-IF

           COMPUTE WS-HIST-IDX = WS-TODAY-DOW + 1
           IF BV-DOW-CNT(WS-HIST-IDX) < WS-HIST-CAP
               ADD 1 TO BV-DOW-CNT(WS-HIST-IDX)
           END-IF
           COMPUTE BV-DOW-NET(WS-HIST-IDX) ROUNDED =
               BV-DOW-NET(WS-HIST-IDX)
               + (WS-DAY-NET - BV-DOW-NET(WS-HIST-IDX))
               / BV-DOW-CNT(WS-HIST-IDX).
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2400-PROJECT THRU 2400-EXIT
      *   Carries the position across the horizon and keeps its low
      *   and high points.
      *----------------------------------------------------------------*
       2400-PROJECT.
           MOVE 'N' TO WS-NO-HIST-SW
           MOVE BV-CASH-ON-HAND TO WS-POSITION
           MOVE BV-CASH-ON-HAND TO WS-PROJ-LOW
           MOVE BV-CASH-ON-HAND TO WS-PROJ-HIGH
           PERFORM 2410-PROJECT-ONE-DAY THRU 2410-EXIT
               VARYING WS-HZ-IDX FROM 1 BY 1
               UNTIL WS-HZ-IDX > WS-HORIZON-DAYS.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2410-PROJECT-ONE-DAY THRU 2410-EXIT
      *   A holiday-adjacent day uses its own average once one has
      *   been learned, otherwise its weekday's.  A day with no
      *   history at all is projected flat.
      *----------------------------------------------------------------*
       2410-PROJECT-ONE-DAY.
           MOVE ZERO TO WS-PROJ-NET
           COMPUTE WS-HIST-IDX = WS-HZ-DOW(WS-HZ-IDX) + 1
           EVALUATE TRUE
               WHEN WS-HZ-CLASS(WS-HZ-IDX) > ZERO
                AND BV-HOL-CNT(WS-HZ-CLASS(WS-HZ-IDX)) > ZERO
                   MOVE BV-HOL-NET(WS-HZ-CLASS(WS-HZ-IDX)) TO
                       WS-PROJ-NET
               WHEN BV-DOW-CNT(WS-HIST-IDX) > ZERO
                   MOVE BV-DOW-NET(WS-HIST-IDX) TO WS-PROJ-NET
               WHEN OTHER
                   MOVE 'Y' TO WS-NO-HIST-SW
           END-EVALUATE

           ADD WS-PROJ-NET TO WS-POSITION
           IF WS-POSITION < WS-PROJ-LOW
               MOVE WS-POSITION TO WS-PROJ-LOW
           END-IF
           IF WS-POSITION > WS-PROJ-HIGH
               MOVE WS-POSITION TO WS-PROJ-HIGH
           END-IF.
       2410-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-RECOMMEND THRU 2500-EXIT
      *   Short of the minimum - order the cash that brings the low
      *   point back to the middle of the limits, rounded up to a
      *   whole strap.  Over the maximum - return the excess over the
      *   middle, rounded down, but no more than the low point can
      *   spare above the minimum.  Positive = order, negative =
      *   return.
      *----------------------------------------------------------------*
       2500-RECOMMEND.
           MOVE ZERO TO WS-REC-AMOUNT
           COMPUTE WS-TARGET = (BV-MIN-CASH + BV-MAX-CASH) / 2

           IF WS-PROJ-LOW < BV-MIN-CASH
               COMPUTE WS-NEED = WS-TARGET - WS-PROJ-LOW
               DIVIDE WS-NEED BY WS-STRAP-UNIT GIVING WS-STRAP-CNT
                   REMAINDER WS-STRAP-REM
               IF WS-STRAP-REM > ZERO
                   ADD 1 TO WS-STRAP-CNT
               END-IF
               COMPUTE WS-REC-AMOUNT = WS-STRAP-CNT * WS-STRAP-UNIT
               GO TO 2500-EXIT
           END-IF

           IF WS-PROJ-HIGH > BV-MAX-CASH
               COMPUTE WS-NEED = WS-PROJ-HIGH - WS-TARGET
               COMPUTE WS-SPARE = WS-PROJ-LOW - BV-MIN-CASH
               IF WS-SPARE < WS-NEED
                   MOVE WS-SPARE TO WS-NEED
               END-IF
               DIVIDE WS-NEED BY WS-STRAP-UNIT GIVING WS-STRAP-CNT
                   REMAINDER WS-STRAP-REM
               COMPUTE WS-REC-AMOUNT =
                   ZERO - (WS-STRAP-CNT * WS-STRAP-UNIT)
           END-IF.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2600-DECIDE THRU 2600-EXIT
      *   Tonight's shipment is the branch's override when it keyed
      *   one, otherwise the recommendation.  A branch whose last
      *   shipment is still on its way ships nothing more.  Every
      *   night with a recommendation or an override goes on the
      *   branch's decision tally, latest first.
      *----------------------------------------------------------------*
       2600-DECIDE.
           MOVE ZERO TO WS-SHIP-AMOUNT
           MOVE SPACE TO WS-SHIP-SOURCE
           MOVE SPACE TO WS-DECISION
           MOVE 'N' TO WS-PENDING-SW
           IF BV-ORD-PENDING
               MOVE 'Y' TO WS-PENDING-SW
               GO TO 2600-EXIT
           END-IF

           IF BV-OVR-DATE = WS-TODAY
               MOVE BV-OVR-AMOUNT TO WS-SHIP-AMOUNT
               MOVE 'B' TO WS-SHIP-SOURCE
               IF BV-OVR-AMOUNT = WS-REC-AMOUNT
                   MOVE 'F' TO WS-DECISION
               ELSE
                   MOVE 'O' TO WS-DECISION
                   MOVE WS-TODAY TO BV-LAST-OVR-DATE
                   ADD 1 TO WS-OVERRIDDEN-CNT
               END-IF
           ELSE
               MOVE WS-REC-AMOUNT TO WS-SHIP-AMOUNT
               MOVE 'R' TO WS-SHIP-SOURCE
               IF WS-REC-AMOUNT NOT = ZERO
                   MOVE 'F' TO WS-DECISION
               END-IF
           END-IF

           IF WS-DECISION NOT = SPACE
               MOVE BV-DECISIONS(1:9) TO BV-DECISIONS(2:9)
               MOVE WS-DECISION TO BV-DECISIONS(1:1)
           END-IF.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2700-ORDER-SHIPMENT THRU 2700-EXIT
      *   Records tonight's shipment on the vault, due on the next
      *   business day, and writes it to the order file.
      *----------------------------------------------------------------*
       2700-ORDER-SHIPMENT.
           IF WS-STILL-PENDING
               GO TO 2700-EXIT
           END-IF
           MOVE WS-TODAY TO BV-ORD-DATE
           MOVE WS-HZ-DATE(1) TO BV-ORD-DELIVERY-DATE
           MOVE WS-SHIP-AMOUNT TO BV-ORD-AMOUNT
           MOVE WS-SHIP-SOURCE TO BV-ORD-SOURCE
           IF WS-SHIP-AMOUNT = ZERO
               MOVE SPACE TO BV-ORD-STATUS
               GO TO 2700-EXIT
           END-IF

           MOVE 'P' TO BV-ORD-STATUS
           PERFORM 2710-WRITE-ORDER-RECORD THRU 2710-EXIT
           IF WS-SHIP-AMOUNT > ZERO
               ADD 1 TO WS-ORDER-CNT
               ADD WS-SHIP-AMOUNT TO WS-ORDER-TOTAL
           ELSE
               ADD 1 TO WS-RETURN-CNT
               SUBTRACT WS-SHIP-AMOUNT FROM WS-RETURN-TOTAL
           END-IF.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2710-WRITE-ORDER-RECORD THRU 2710-EXIT
      *   Writes the shipment held on the vault record.
      *----------------------------------------------------------------*
       2710-WRITE-ORDER-RECORD.
           MOVE SPACES               TO VAULT-ORDER-RECORD
           MOVE BV-BRANCH-ID         TO VO-BRANCH-ID
           MOVE BV-ORD-DATE          TO VO-ORDER-DATE
           MOVE BV-ORD-DELIVERY-DATE TO VO-DELIVERY-DATE
           IF BV-ORD-AMOUNT > ZERO
               MOVE 'O'              TO VO-SHIP-TYPE
               MOVE BV-ORD-AMOUNT    TO VO-AMOUNT
           ELSE
               MOVE 'R'              TO VO-SHIP-TYPE
               COMPUTE VO-AMOUNT = ZERO - BV-ORD-AMOUNT
           END-IF
           MOVE BV-ORD-SOURCE        TO VO-SOURCE
           WRITE VAULT-ORDER-RECORD.
       2710-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2800-REPORT-FORECAST THRU 2800-EXIT
      *----------------------------------------------------------------*
       2800-REPORT-FORECAST.
           EVALUATE TRUE
               WHEN WS-STILL-PENDING
                   MOVE 'ORDER PENDING' TO WS-FORECAST-FLAG
               WHEN WS-DECISION = 'O'
                   MOVE 'OVERRIDDEN' TO WS-FORECAST-FLAG
               WHEN WS-NO-HIST
                   MOVE 'NO HISTORY' TO WS-FORECAST-FLAG
               WHEN BV-CASH-ON-HAND < BV-MIN-CASH
                   MOVE 'BELOW MINIMUM' TO WS-FORECAST-FLAG
               WHEN BV-CASH-ON-HAND > BV-MAX-CASH
                   MOVE 'ABOVE MAXIMUM' TO WS-FORECAST-FLAG
               WHEN OTHER
                   MOVE SPACES TO WS-FORECAST-FLAG
           END-EVALUATE
           IF WS-NO-HIST
               ADD 1 TO WS-NO-HIST-CNT
           END-IF

           MOVE BV-BRANCH-ID     TO WS-FL-BRANCH
           MOVE BV-CASH-ON-HAND  TO WS-FL-ON-HAND
           MOVE BV-MIN-CASH      TO WS-FL-MINIMUM
           MOVE BV-MAX-CASH      TO WS-FL-MAXIMUM
           MOVE WS-PROJ-LOW      TO WS-FL-PROJ-LOW
           MOVE WS-PROJ-HIGH     TO WS-FL-PROJ-HIGH
           MOVE WS-REC-AMOUNT    TO WS-FL-RECOMMEND
           MOVE WS-SHIP-AMOUNT   TO WS-FL-SHIPPED
           MOVE WS-SHIP-SOURCE   TO WS-FL-SOURCE
           MOVE WS-FORECAST-FLAG TO WS-FL-FLAG
           WRITE FORECAST-RPT-LINE FROM WS-FORECAST-LINE.
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2900-CHECK-OVERRIDES THRU 2900-EXIT
      *   Lists a branch that overrode WS-OVERRIDE-THRESHOLD or more
      *   of its last ten decisions.
      *----------------------------------------------------------------*
       2900-CHECK-OVERRIDES.
           MOVE ZERO TO WS-OVR-CNT
           MOVE ZERO TO WS-DEC-CNT
           INSPECT BV-DECISIONS TALLYING WS-OVR-CNT FOR ALL 'O'
           INSPECT BV-DECISIONS TALLYING WS-DEC-CNT FOR ALL 'O'
                                                       ALL 'F'
           IF WS-OVR-CNT < WS-OVERRIDE-THRESHOLD
               GO TO 2900-EXIT
           END-IF

           MOVE BV-BRANCH-ID     TO WS-OL-BRANCH
           MOVE WS-OVR-CNT       TO WS-OL-OVERRIDES
           MOVE WS-DEC-CNT       TO WS-OL-DECISIONS
           MOVE BV-DECISIONS     TO WS-OL-HISTORY
           MOVE BV-LAST-OVR-DATE TO WS-OL-LAST-DATE
           MOVE BV-REC-AMOUNT    TO WS-OL-RECOMMEND
           MOVE ZERO             TO WS-OL-SHIPPED
           IF BV-ORD-DATE = BV-ROLL-DATE
               MOVE BV-ORD-AMOUNT TO WS-OL-SHIPPED
           END-IF
           WRITE OVERRIDE-RPT-LINE FROM WS-OVERRIDE-LINE
           ADD 1 TO WS-LISTED-CNT.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           IF NOT WS-ABORT
               MOVE WS-ORDER-CNT      TO WS-FT-ORDERS
               MOVE WS-ORDER-TOTAL    TO WS-FT-ORDER-TOTAL
               MOVE WS-RETURN-CNT     TO WS-FT-RETURNS
               MOVE WS-RETURN-TOTAL   TO WS-FT-RETURN-TOTAL
               MOVE WS-OVERRIDDEN-CNT TO WS-FT-OVERRIDDEN
               MOVE SPACES TO FORECAST-RPT-LINE
               WRITE FORECAST-RPT-LINE
               WRITE FORECAST-RPT-LINE FROM WS-FORECAST-TOTAL-LINE
               MOVE WS-LISTED-CNT     TO WS-OT-LISTED
               MOVE SPACES TO OVERRIDE-RPT-LINE
               WRITE OVERRIDE-RPT-LINE
               WRITE OVERRIDE-RPT-LINE FROM WS-OVERRIDE-TOTAL-LINE

               CLOSE BRANCH-VAULT-MASTER
               CLOSE DRAWER-MASTER
               CLOSE VAULT-ORDER-FILE
               CLOSE VAULT-FORECAST-RPT
               CLOSE VAULT-OVERRIDE-RPT
           END-IF
           DISPLAY 'VLTFCST VAULTS READ        = ' WS-VAULT-CNT
           DISPLAY 'VLTFCST VAULTS CLOSED      = ' WS-CLOSED-CNT
           DISPLAY 'VLTFCST ALREADY ROLLED     = ' WS-ALREADY-CNT
           DISPLAY 'VLTFCST VAULTS ROLLED      = ' WS-ROLLED-CNT
           DISPLAY 'VLTFCST COUNTED TONIGHT    = ' WS-COUNTED-CNT
           DISPLAY 'VLTFCST SHIPMENTS ARRIVED  = ' WS-DELIVERED-CNT
           DISPLAY 'VLTFCST NO HISTORY         = ' WS-NO-HIST-CNT
           DISPLAY 'VLTFCST CASH ORDERS        = ' WS-ORDER-CNT
           DISPLAY 'VLTFCST EXCESS RETURNS     = ' WS-RETURN-CNT
           DISPLAY 'VLTFCST OVERRIDDEN         = ' WS-OVERRIDDEN-CNT
           DISPLAY 'VLTFCST OVERRIDE BRANCHES  = ' WS-LISTED-CNT.

      *----------------------------------------------------------------*
      * 7000-NEXT-BUSINESS-DAY THRU 7000-EXIT
      *   Steps WS-STEP-JULIAN forward to the next business day.
      *----------------------------------------------------------------*
       7000-NEXT-BUSINESS-DAY.
           MOVE 'N' TO WS-BUSINESS-DAY-SW
           MOVE ZERO TO WS-STEP-CNT
           PERFORM 7010-TRY-NEXT-DAY THRU 7010-EXIT
               UNTIL WS-BUSINESS-DAY OR WS-STEP-CNT > 14.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7010-TRY-NEXT-DAY THRU 7010-EXIT
      *----------------------------------------------------------------*
       7010-TRY-NEXT-DAY.
           ADD 1 TO WS-STEP-CNT
           ADD 1 TO WS-STEP-JULIAN
           DIVIDE WS-STEP-JULIAN BY 7
               GIVING WS-DOW-QUOTIENT
               REMAINDER WS-DOW
           IF WS-DOW = 5 OR WS-DOW = 6
               GO TO 7010-EXIT
           END-IF
           MOVE WS-STEP-JULIAN TO WS-ADJ-JULIAN
           PERFORM 7200-CHECK-HOLIDAY THRU 7200-EXIT
           IF WS-HOL-FOUND
               GO TO 7010-EXIT
           END-IF
           MOVE 'Y' TO WS-BUSINESS-DAY-SW.
       7010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7100-CLASSIFY-DAY THRU 7100-EXIT
      *   The weekday of WS-CLS-JULIAN, and whether the weekday after
      *   it (Monday after a Friday) or, failing that, the weekday
      *   before it (Friday before a Monday) is a holiday.
      *----------------------------------------------------------------*
       7100-CLASSIFY-DAY.
           DIVIDE WS-CLS-JULIAN BY 7
               GIVING WS-DOW-QUOTIENT
               REMAINDER WS-CLS-DOW
           MOVE ZERO TO WS-CLS-CLASS

           IF WS-CLS-DOW = 4
               COMPUTE WS-ADJ-JULIAN = WS-CLS-JULIAN + 3
           ELSE
               COMPUTE WS-ADJ-JULIAN = WS-CLS-JULIAN + 1
           END-IF
           PERFORM 7200-CHECK-HOLIDAY THRU 7200-EXIT
           IF WS-HOL-FOUND
               MOVE 1 TO WS-CLS-CLASS
               GO TO 7100-EXIT
           END-IF

           IF WS-CLS-DOW = 0
               COMPUTE WS-ADJ-JULIAN = WS-CLS-JULIAN - 3
           ELSE
               COMPUTE WS-ADJ-JULIAN = WS-CLS-JULIAN - 1
           END-IF
           PERFORM 7200-CHECK-HOLIDAY THRU 7200-EXIT
           IF WS-HOL-FOUND
               MOVE 2 TO WS-CLS-CLASS
           END-IF.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7200-CHECK-HOLIDAY THRU 7200-EXIT
      *   Sets WS-HOL-FOUND-SW when WS-ADJ-JULIAN is on the holiday
      *   table.
      *----------------------------------------------------------------*
       7200-CHECK-HOLIDAY.
           MOVE 'N' TO WS-HOL-FOUND-SW
           MOVE WS-ADJ-JULIAN TO WS-CONV-JULIAN
           PERFORM 8100-CONVERT-JULIAN-TO-DATE THRU 8100-EXIT
           PERFORM 7210-MATCH-HOLIDAY THRU 7210-EXIT
               VARYING WS-HT-IDX FROM 1 BY 1
               UNTIL WS-HT-IDX > WS-HOLIDAY-CNT
                  OR WS-HOL-FOUND.
       7200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7210-MATCH-HOLIDAY THRU 7210-EXIT
      *----------------------------------------------------------------*
       7210-MATCH-HOLIDAY.
           IF WS-HT-DATE(WS-HT-IDX) = WS-CONV-DATE
               MOVE 'Y' TO WS-HOL-FOUND-SW
           END-IF.
       7210-EXIT.
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
           MOVE 'VLTFCST' TO RL-PROGRAM
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
