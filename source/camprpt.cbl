      *================================================================*
      * CAMPRPT - PROMOTIONAL CAMPAIGN PERFORMANCE REPORT
      *
      * Month end.  Loads every campaign off CAMPMAST, then one pass
      * over the CAMPENRL enrollment file rolls each enrollment up
      * under its campaign to show marketing what the bonus bought:
      *   - enrollments taken, still in force, and finished
      *     (expired, retention measured or withdrawn);
      *   - new money attracted - the peak balance above the
      *     enrollment-date base that INTACCR recorded;
      *   - new money still there at expiry, and still there
      *     CM-RETAIN-DAYS later when CAMPNTC took the retention
      *     reading, with the retained share of the expiry figure
      *     for the enrollments measured so far;
      *   - bonus interest paid.
      * Figures are life-to-date for each campaign, not the month's
      * movement - a campaign's value is judged over its whole run.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPRPT.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL CAMPAIGN PERFORMANCE REPORT.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-MASTER ASSIGN TO CAMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CAMP-CODE
               FILE STATUS IS WS-CAMP-STATUS.

           SELECT CAMPAIGN-ENROLL ASSIGN TO CAMPENRL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CE-KEY
               FILE STATUS IS WS-ENRL-STATUS.

           SELECT CAMPAIGN-REPORT ASSIGN TO CAMPRPT
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
       FD  CAMPAIGN-MASTER.
           COPY "campmstr.cpy".

       FD  CAMPAIGN-ENROLL.
           COPY "campenrl.cpy".

       FD  CAMPAIGN-REPORT
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

       01  WS-CAMP-STATUS                 PIC X(02).
       01  WS-ENRL-STATUS                 PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).

       01  WS-EOF-SW                      PIC X(01)   VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
       01  WS-CAMP-EOF-SW                 PIC X(01)   VALUE 'N'.
           88  WS-CAMP-EOF                 VALUE 'Y'.
       01  WS-FOUND-SW                    PIC X(01)   VALUE 'N'.
           88  WS-FOUND                    VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-GAIN                        PIC S9(11)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      * CAMPAIGN TABLE - LOADED FROM CAMPMAST, ROLLED UP AS THE
      * ENROLLMENTS ARE READ, PRINTED AT END OF PASS.
      * WS-CT-MEASURED-EXP IS THE AT-EXPIRY NEW MONEY OF THE
      * ENROLLMENTS WHOSE RETENTION HAS BEEN TAKEN - THE BASE THE
      * RETAINED PERCENTAGE IS WORKED FROM.
      *----------------------------------------------------------------*
       01  WS-CAMP-CNT                    PIC 9(03)   VALUE ZERO.
       01  WS-CAMP-MAX                    PIC 9(03)   VALUE 300.
       01  WS-CAMPAIGN-TABLE.
           05  WS-CT-ENTRY OCCURS 300 TIMES INDEXED BY WS-CT-IDX.
               10  WS-CT-CODE             PIC X(06).
               10  WS-CT-STATUS           PIC X(01).
               10  WS-CT-ENROLL-CNT       PIC 9(07).
               10  WS-CT-ACTIVE-CNT       PIC 9(07).
               10  WS-CT-DONE-CNT         PIC 9(07).
               10  WS-CT-NEW-MONEY        PIC S9(13)V99.
               10  WS-CT-AT-EXPIRY        PIC S9(13)V99.
               10  WS-CT-RETAINED         PIC S9(13)V99.
               10  WS-CT-MEASURED-EXP     PIC S9(13)V99.
               10  WS-CT-BONUS-PAID       PIC S9(11)V99.

       01  WS-COUNTERS.
           05  WS-READ-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-NO-CAMP-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-TABLE-FULL-CNT          PIC 9(07)   VALUE ZERO.

       01  WS-GRAND-TOTALS.
           05  WS-GT-ENROLL-CNT           PIC 9(07)   VALUE ZERO.
           05  WS-GT-ACTIVE-CNT           PIC 9(07)   VALUE ZERO.
           05  WS-GT-DONE-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-GT-NEW-MONEY            PIC S9(13)V99 VALUE ZERO.
           05  WS-GT-AT-EXPIRY            PIC S9(13)V99 VALUE ZERO.
           05  WS-GT-RETAINED             PIC S9(13)V99 VALUE ZERO.
           05  WS-GT-MEASURED-EXP         PIC S9(13)V99 VALUE ZERO.
           05  WS-GT-BONUS-PAID           PIC S9(11)V99 VALUE ZERO.

       01  WS-RETAIN-PCT                  PIC 9(03)V9 VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER PIC X(44) VALUE
               'CAMPRPT - PROMOTIONAL CAMPAIGN PERFORMANCE  '.
           05  FILLER PIC X(09) VALUE 'AS OF    '.
           05  WS-H1-DATE                 PIC 9(08).

       01  WS-HEADING-2.
           05  FILLER PIC X(09) VALUE 'CAMPAIGN '.
           05  FILLER PIC X(02) VALUE 'ST'.
           05  FILLER PIC X(07) VALUE ' ENROLL'.
           05  FILLER PIC X(07) VALUE ' ACTIVE'.
           05  FILLER PIC X(07) VALUE '   DONE'.
           05  FILLER PIC X(17) VALUE '  NEW MONEY ATTR.'.
           05  FILLER PIC X(17) VALUE '   NEW AT EXPIRY '.
           05  FILLER PIC X(17) VALUE '   RETAINED AFTER'.
           05  FILLER PIC X(07) VALUE '  RET %'.
           05  FILLER PIC X(15) VALUE '     BONUS PAID'.

       01  WS-DETAIL-LINE.
           05  WS-DL-CODE                 PIC X(06).
           05  FILLER PIC X(03) VALUE SPACES.
           05  WS-DL-STATUS               PIC X(01).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DL-ENROLL-CNT           PIC Z(06)9.
           05  WS-DL-ACTIVE-CNT           PIC Z(06)9.
           05  WS-DL-DONE-CNT             PIC Z(06)9.
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DL-NEW-MONEY            PIC -(12)9.99.
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DL-AT-EXPIRY            PIC -(12)9.99.
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DL-RETAINED             PIC -(12)9.99.
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DL-RETAIN-PCT           PIC ZZ9.9.
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DL-BONUS-PAID           PIC -(10)9.99.

       01  WS-TOTAL-LINE-1.
           05  FILLER PIC X(30) VALUE
               'ENROLLMENTS NOT ON CAMPMAST = '.
           05  WS-T1-NO-CAMP              PIC Z(06)9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'S' TO WS-RL-PHASE
           MOVE ZERO TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ENROLLMENT THRU 2000-EXIT
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
           OPEN INPUT CAMPAIGN-MASTER
           OPEN INPUT CAMPAIGN-ENROLL
           OPEN OUTPUT CAMPAIGN-REPORT
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT

           PERFORM 1100-LOAD-CAMPAIGN THRU 1100-EXIT
               UNTIL WS-CAMP-EOF
           CLOSE CAMPAIGN-MASTER

           MOVE WS-TODAY TO WS-H1-DATE
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 2100-READ-ENROLLMENT.

      *----------------------------------------------------------------*
      * 1100-LOAD-CAMPAIGN THRU 1100-EXIT
      *----------------------------------------------------------------*
       1100-LOAD-CAMPAIGN.
           READ CAMPAIGN-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CAMP-EOF-SW
                   GO TO 1100-EXIT
           END-READ
           IF WS-CAMP-CNT >= WS-CAMP-MAX
               ADD 1 TO WS-TABLE-FULL-CNT
               GO TO 1100-EXIT
           END-IF

           ADD 1 TO WS-CAMP-CNT
           SET WS-CT-IDX TO WS-CAMP-CNT
           MOVE CM-CAMP-CODE TO WS-CT-CODE(WS-CT-IDX)
           MOVE CM-STATUS    TO WS-CT-STATUS(WS-CT-IDX)
           MOVE ZERO TO WS-CT-ENROLL-CNT(WS-CT-IDX)
           MOVE ZERO TO WS-CT-ACTIVE-CNT(WS-CT-IDX)
           MOVE ZERO TO WS-CT-DONE-CNT(WS-CT-IDX)
           MOVE ZERO TO WS-CT-NEW-MONEY(WS-CT-IDX)
           MOVE ZERO TO WS-CT-AT-EXPIRY(WS-CT-IDX)
           MOVE ZERO TO WS-CT-RETAINED(WS-CT-IDX)
           MOVE ZERO TO WS-CT-MEASURED-EXP(WS-CT-IDX)
           MOVE ZERO TO WS-CT-BONUS-PAID(WS-CT-IDX).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESS-ENROLLMENT THRU 2000-EXIT
      *----------------------------------------------------------------*
       2000-PROCESS-ENROLLMENT.
           ADD 1 TO WS-READ-CNT

           MOVE 'N' TO WS-FOUND-SW
           PERFORM 2200-SEARCH-CAMPAIGN THRU 2200-EXIT
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CAMP-CNT
                  OR WS-FOUND

      *    THE PERFORM VARYING AUGMENT LEAVES THE INDEX ONE PAST THE
      *    MATCHED ENTRY, SO STEP IT BACK BEFORE SUBSCRIPTING.
           IF WS-FOUND
               SET WS-CT-IDX DOWN BY 1
               PERFORM 4000-ROLL-UP-ENROLLMENT THRU 4000-EXIT
           ELSE
               ADD 1 TO WS-NO-CAMP-CNT
           END-IF

           PERFORM 2100-READ-ENROLLMENT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-READ-ENROLLMENT
      *----------------------------------------------------------------*
       2100-READ-ENROLLMENT.
           READ CAMPAIGN-ENROLL NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 2200-SEARCH-CAMPAIGN THRU 2200-EXIT
      *----------------------------------------------------------------*
       2200-SEARCH-CAMPAIGN.
           IF WS-CT-CODE(WS-CT-IDX) = CE-CAMP-CODE
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           PERFORM 5000-PRINT-CAMPAIGN THRU 5000-EXIT
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CAMP-CNT

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 5100-PRINT-GRAND-TOTAL THRU 5100-EXIT
           MOVE WS-NO-CAMP-CNT TO WS-T1-NO-CAMP
           MOVE WS-TOTAL-LINE-1 TO RPT-LINE
           WRITE RPT-LINE

           CLOSE CAMPAIGN-ENROLL
           CLOSE CAMPAIGN-REPORT
           DISPLAY 'CAMPRPT CAMPAIGNS        = ' WS-CAMP-CNT
           DISPLAY 'CAMPRPT ENROLLMENTS READ = ' WS-READ-CNT
           DISPLAY 'CAMPRPT NO CAMPAIGN      = ' WS-NO-CAMP-CNT
           IF WS-TABLE-FULL-CNT > ZERO
               DISPLAY 'CAMPRPT CAMPAIGN TABLE FULL - '
                   WS-TABLE-FULL-CNT ' NOT REPORTED'
               MOVE 4 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * 4000-ROLL-UP-ENROLLMENT THRU 4000-EXIT
      *   Only the gain over the enrollment-date base counts as new
      *   money; a balance that fell below the base counts nothing.
      *----------------------------------------------------------------*
       4000-ROLL-UP-ENROLLMENT.
           ADD 1 TO WS-CT-ENROLL-CNT(WS-CT-IDX)
           ADD CE-PEAK-NEW-MONEY TO WS-CT-NEW-MONEY(WS-CT-IDX)
           ADD CE-BONUS-PAID     TO WS-CT-BONUS-PAID(WS-CT-IDX)

           IF CE-STATUS = 'A'
               ADD 1 TO WS-CT-ACTIVE-CNT(WS-CT-IDX)
               GO TO 4000-EXIT
           END-IF

           ADD 1 TO WS-CT-DONE-CNT(WS-CT-IDX)
           COMPUTE WS-GAIN = CE-EXPIRY-BALANCE - CE-BASE-BALANCE
           IF WS-GAIN < ZERO
               MOVE ZERO TO WS-GAIN
           END-IF
           ADD WS-GAIN TO WS-CT-AT-EXPIRY(WS-CT-IDX)

           IF CE-STATUS = 'R'
               ADD WS-GAIN TO WS-CT-MEASURED-EXP(WS-CT-IDX)
               COMPUTE WS-GAIN = CE-RETAINED-BALANCE - CE-BASE-BALANCE
               IF WS-GAIN < ZERO
                   MOVE ZERO TO WS-GAIN
               END-IF
               ADD WS-GAIN TO WS-CT-RETAINED(WS-CT-IDX)
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-PRINT-CAMPAIGN THRU 5000-EXIT
      *----------------------------------------------------------------*
       5000-PRINT-CAMPAIGN.
           MOVE WS-CT-CODE(WS-CT-IDX)        TO WS-DL-CODE
           MOVE WS-CT-STATUS(WS-CT-IDX)      TO WS-DL-STATUS
           MOVE WS-CT-ENROLL-CNT(WS-CT-IDX)  TO WS-DL-ENROLL-CNT
           MOVE WS-CT-ACTIVE-CNT(WS-CT-IDX)  TO WS-DL-ACTIVE-CNT
           MOVE WS-CT-DONE-CNT(WS-CT-IDX)    TO WS-DL-DONE-CNT
           MOVE WS-CT-NEW-MONEY(WS-CT-IDX)   TO WS-DL-NEW-MONEY
           MOVE WS-CT-AT-EXPIRY(WS-CT-IDX)   TO WS-DL-AT-EXPIRY
           MOVE WS-CT-RETAINED(WS-CT-IDX)    TO WS-DL-RETAINED
           MOVE WS-CT-BONUS-PAID(WS-CT-IDX)  TO WS-DL-BONUS-PAID
           MOVE ZERO TO WS-RETAIN-PCT
           IF WS-CT-MEASURED-EXP(WS-CT-IDX) > ZERO
               COMPUTE WS-RETAIN-PCT ROUNDED =
                   WS-CT-RETAINED(WS-CT-IDX) * 100
                   / WS-CT-MEASURED-EXP(WS-CT-IDX)
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-RETAIN-PCT
               END-COMPUTE
           END-IF
           MOVE WS-RETAIN-PCT TO WS-DL-RETAIN-PCT
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE

           ADD WS-CT-ENROLL-CNT(WS-CT-IDX)   TO WS-GT-ENROLL-CNT
           ADD WS-CT-ACTIVE-CNT(WS-CT-IDX)   TO WS-GT-ACTIVE-CNT
           ADD WS-CT-DONE-CNT(WS-CT-IDX)     TO WS-GT-DONE-CNT
           ADD WS-CT-NEW-MONEY(WS-CT-IDX)    TO WS-GT-NEW-MONEY
           ADD WS-CT-AT-EXPIRY(WS-CT-IDX)    TO WS-GT-AT-EXPIRY
           ADD WS-CT-RETAINED(WS-CT-IDX)     TO WS-GT-RETAINED
           ADD WS-CT-MEASURED-EXP(WS-CT-IDX) TO WS-GT-MEASURED-EXP
           ADD WS-CT-BONUS-PAID(WS-CT-IDX)   TO WS-GT-BONUS-PAID.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-PRINT-GRAND-TOTAL THRU 5100-EXIT
      *----------------------------------------------------------------*
       5100-PRINT-GRAND-TOTAL.
           MOVE 'TOTAL '           TO WS-DL-CODE
           MOVE SPACE              TO WS-DL-STATUS
           MOVE WS-GT-ENROLL-CNT   TO WS-DL-ENROLL-CNT
           MOVE WS-GT-ACTIVE-CNT   TO WS-DL-ACTIVE-CNT
           MOVE WS-GT-DONE-CNT     TO WS-DL-DONE-CNT
           MOVE WS-GT-NEW-MONEY    TO WS-DL-NEW-MONEY
           MOVE WS-GT-AT-EXPIRY    TO WS-DL-AT-EXPIRY
           MOVE WS-GT-RETAINED     TO WS-DL-RETAINED
           MOVE WS-GT-BONUS-PAID   TO WS-DL-BONUS-PAID
           MOVE ZERO TO WS-RETAIN-PCT
           IF WS-GT-MEASURED-EXP > ZERO
               COMPUTE WS-RETAIN-PCT ROUNDED =
                   WS-GT-RETAINED * 100 / WS-GT-MEASURED-EXP
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-RETAIN-PCT
               END-COMPUTE
           END-IF
           MOVE WS-RETAIN-PCT TO WS-DL-RETAIN-PCT
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.
       5100-EXIT.
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
           MOVE 'CAMPRPT' TO RL-PROGRAM
           MOVE WS-RL-PHASE TO RL-PHASE
           MOVE WS-RL-COUNT TO RL-RECORD-CNT
           MOVE RETURN-CODE TO RL-RETURN-CODE
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG.
       9900-EXIT.
           EXIT.
