      *================================================================*
      * SCRAVRF - MONTHLY SCRA ACTIVE-DUTY RE-VERIFICATION
      *
      * A servicemember's cap rests on the SCRAMIL record staying
      * true, and orders get extended, cut short or rescinded
      * without anyone telling the bank.  Month-end this job:
      *
      *   - applies the DMDC status response file (SCRADMDC) - a
      *     customer DMDC shows on active duty is re-verified as of
      *     the response date; one DMDC shows released with an end
      *     date is released on the file (SCRACAP then runs the
      *     post-service period from that date); one DMDC cannot
      *     confirm is left alone and falls to the report;
      *   - sweeps every active record and reports each one whose
      *     last verification is older than the re-verification
      *     window (or was never verified), and each one whose
      *     expected end date has passed with no release keyed.
      *
      * The report (SCRAVRPT) is the servicing desk's work list -
      * chase the orders or the release, then key it in SCRAMNT.
      * No SCRADMDC file this month just means report only.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRAVRF.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL SCRA RE-VERIFICATION JOB.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCRA-SERVICE-FILE ASSIGN TO SCRAMIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-CUST-ID
               FILE STATUS IS WS-SCRA-STATUS.

           SELECT DMDC-RESPONSE ASSIGN TO SCRADMDC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DMDC-STATUS.

           SELECT VERIFY-REPORT ASSIGN TO SCRAVRPT
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
       FD  SCRA-SERVICE-FILE.
           COPY "scramil.cpy".

      *----------------------------------------------------------------*
      * DMDC STATUS RESPONSE - ONE RECORD PER CUSTOMER SUBMITTED.
      * DR-ACTIVE-FLAG 'Y' = on active duty as of DR-AS-OF-DATE,
      * 'N' = not on active duty (DR-END-DATE is the release date
      * when DMDC has one, zero when it has no record at all).
      *----------------------------------------------------------------*
       FD  DMDC-RESPONSE
           RECORD CONTAINS 40 CHARACTERS.
       01  DMDC-RESPONSE-RECORD.
           05  DR-CUST-ID                 PIC 9(10).
           05  DR-ACTIVE-FLAG             PIC X(01).
           05  DR-AS-OF-DATE              PIC 9(08).
           05  DR-END-DATE                PIC 9(08).
           05  FILLER                     PIC X(13).

       FD  VERIFY-REPORT
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

       01  WS-SCRA-STATUS                 PIC X(02).
       01  WS-DMDC-STATUS                 PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-DMDC-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-DMDC-EOF             VALUE 'Y'.
           05  WS-SCRA-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-SCRA-EOF             VALUE 'Y'.
           05  WS-DMDC-AVAIL-SW           PIC X(01)   VALUE 'N'.
               88  WS-DMDC-AVAIL           VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-TODAY-JULIAN                PIC S9(09)  VALUE ZERO.
       01  WS-DAYS-SINCE                  PIC S9(09)  VALUE ZERO.

      *----------------------------------------------------------------*
      * AN ACTIVE RECORD NOT VERIFIED WITHIN THE WINDOW - A LITTLE
      * OVER ONE MONTHLY CYCLE - GOES ON THE REPORT.
      *----------------------------------------------------------------*
       01  WS-REVERIFY-DAYS               PIC 9(03)   VALUE 045.

       01  WS-CONV-DATE                   PIC 9(08).
       01  WS-CONV-DATE-R REDEFINES WS-CONV-DATE.
           05  WS-CONV-YYYY                PIC 9(04).
           05  WS-CONV-MM                  PIC 9(02).
           05  WS-CONV-DD                  PIC 9(02).
       01  WS-CONV-A                      PIC S9(04).
       01  WS-CONV-Y                      PIC S9(06).
       01  WS-CONV-M                      PIC S9(04).
       01  WS-CONV-JULIAN                 PIC S9(09).

       01  WS-COUNTERS.
           05  WS-RESPONSE-CNT            PIC 9(07)   VALUE ZERO.
           05  WS-VERIFIED-CNT            PIC 9(07)   VALUE ZERO.
           05  WS-RELEASED-CNT            PIC 9(07)   VALUE ZERO.
           05  WS-UNCONFIRMED-CNT         PIC 9(07)   VALUE ZERO.
           05  WS-NOT-ON-FILE-CNT         PIC 9(07)   VALUE ZERO.
           05  WS-ACTIVE-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-UNVERIFIED-CNT          PIC 9(07)   VALUE ZERO.
           05  WS-OVERDUE-END-CNT         PIC 9(07)   VALUE ZERO.

      *----------------------------------------------------------------*
      * REPORT LINES
      *----------------------------------------------------------------*
       01  WS-HEADING-LINE.
           05  FILLER PIC X(40)
               VALUE 'SCRAVRF - SCRA RE-VERIFICATION    DATE: '.
           05  WS-HL-DATE                  PIC 9(08).

       01  WS-DETAIL-LINE.
           05  WS-DL-ACTION                PIC X(20).
           05  FILLER PIC X(07) VALUE 'CUST = '.
           05  WS-DL-CUST-ID               PIC 9(10).
           05  FILLER PIC X(10) VALUE '  START = '.
           05  WS-DL-START                 PIC 9(08).
           05  FILLER PIC X(17) VALUE '  EXPECTED END = '.
           05  WS-DL-EXPECTED-END          PIC 9(08).
           05  FILLER PIC X(11) VALUE '  SOURCE = '.
           05  WS-DL-SOURCE                PIC X(01).
           05  FILLER PIC X(16) VALUE '  VERIFIED ON = '.
           05  WS-DL-VERIFY-DATE           PIC 9(08).

       01  WS-TOTAL-LINE.
           05  FILLER PIC X(25)
               VALUE 'ACTIVE RECORDS         = '.
           05  WS-TL-ACTIVE                PIC Z(06)9.
           05  FILLER PIC X(25)
               VALUE '   STILL UNVERIFIED    = '.
           05  WS-TL-UNVERIFIED            PIC Z(06)9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'S' TO WS-RL-PHASE
           MOVE ZERO TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           PERFORM 1000-INITIALIZE
           IF WS-DMDC-AVAIL
               PERFORM 2000-APPLY-RESPONSE THRU 2000-EXIT
                   UNTIL WS-DMDC-EOF
           END-IF
           PERFORM 4000-SWEEP-SERVICE THRU 4000-EXIT
           PERFORM 3000-TERMINATE
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-ACTIVE-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O   SCRA-SERVICE-FILE
           OPEN OUTPUT VERIFY-REPORT
           OPEN INPUT DMDC-RESPONSE
           IF WS-DMDC-STATUS = '00'
               MOVE 'Y' TO WS-DMDC-AVAIL-SW
           END-IF
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT

           MOVE WS-TODAY TO WS-CONV-DATE
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           MOVE WS-CONV-JULIAN TO WS-TODAY-JULIAN

           MOVE WS-TODAY TO WS-HL-DATE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE

           IF WS-DMDC-AVAIL
               PERFORM 2100-READ-RESPONSE
           END-IF.

      *----------------------------------------------------------------*
      * 2000-APPLY-RESPONSE THRU 2000-EXIT
      *----------------------------------------------------------------*
       2000-APPLY-RESPONSE.
           ADD 1 TO WS-RESPONSE-CNT
           PERFORM 2050-MATCH-RESPONSE THRU 2050-EXIT
           PERFORM 2100-READ-RESPONSE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2050-MATCH-RESPONSE THRU 2050-EXIT
      *   Only an active record takes a response - a customer
      *   already released or withdrawn has nothing left to verify.
      *----------------------------------------------------------------*
       2050-MATCH-RESPONSE.
           MOVE DR-CUST-ID TO SM-CUST-ID
           READ SCRA-SERVICE-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-FILE-CNT
                   GO TO 2050-EXIT
           END-READ
           IF SM-STATUS NOT = 'A'
               GO TO 2050-EXIT
           END-IF

           EVALUATE TRUE
               WHEN DR-ACTIVE-FLAG = 'Y'
                   PERFORM 2200-RECORD-VERIFIED THRU 2200-EXIT
               WHEN DR-END-DATE > ZERO
                   PERFORM 2300-RECORD-RELEASED THRU 2300-EXIT
               WHEN OTHER
                   ADD 1 TO WS-UNCONFIRMED-CNT
                   MOVE 'NOT CONFIRMED - DMDC' TO WS-DL-ACTION
                   PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           END-EVALUATE.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-READ-RESPONSE
      *----------------------------------------------------------------*
       2100-READ-RESPONSE.
           READ DMDC-RESPONSE
               AT END
                   MOVE 'Y' TO WS-DMDC-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 2200-RECORD-VERIFIED THRU 2200-EXIT
      *----------------------------------------------------------------*
       2200-RECORD-VERIFIED.
           MOVE 'D' TO SM-VERIFY-SOURCE
           IF DR-AS-OF-DATE > ZERO AND DR-AS-OF-DATE NOT > WS-TODAY
               MOVE DR-AS-OF-DATE TO SM-VERIFY-DATE
           ELSE
               MOVE WS-TODAY TO SM-VERIFY-DATE
           END-IF
           MOVE WS-TODAY TO SM-LAST-MAINT-DATE
           REWRITE SCRA-SERVICE-RECORD
               INVALID KEY
                   DISPLAY 'SCRAVRF - REWRITE FAILED, CUST '
                       SM-CUST-ID
                   GO TO 2200-EXIT
           END-REWRITE
           ADD 1 TO WS-VERIFIED-CNT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-RECORD-RELEASED THRU 2300-EXIT
      *   DMDC shows the tour over - the release is recorded as
      *   SCRAMNT's 'E' would record it, so SCRACAP counts the
      *   post-service period from DMDC's date.  An end date ahead
      *   before the start (a stale earlier tour) or in the future
      *   is reported instead.
      *----------------------------------------------------------------*
       2300-RECORD-RELEASED.
           IF DR-END-DATE < SM-START-DATE OR DR-END-DATE > WS-TODAY
               ADD 1 TO WS-UNCONFIRMED-CNT
               MOVE 'DMDC END DATE INVALID' TO WS-DL-ACTION
               PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
               GO TO 2300-EXIT
           END-IF

           MOVE 'R'         TO SM-STATUS
           MOVE DR-END-DATE TO SM-ACTUAL-END-DATE
           MOVE 'D'         TO SM-VERIFY-SOURCE
           MOVE WS-TODAY    TO SM-VERIFY-DATE
           MOVE WS-TODAY    TO SM-LAST-MAINT-DATE
           REWRITE SCRA-SERVICE-RECORD
               INVALID KEY
                   DISPLAY 'SCRAVRF - REWRITE FAILED, CUST '
                       SM-CUST-ID
                   GO TO 2300-EXIT
           END-REWRITE
           ADD 1 TO WS-RELEASED-CNT
           MOVE 'RELEASED PER DMDC' TO WS-DL-ACTION
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           MOVE WS-ACTIVE-CNT     TO WS-TL-ACTIVE
           MOVE WS-UNVERIFIED-CNT TO WS-TL-UNVERIFIED
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE

           CLOSE SCRA-SERVICE-FILE
           CLOSE VERIFY-REPORT
           IF WS-DMDC-AVAIL
               CLOSE DMDC-RESPONSE
           END-IF
           DISPLAY 'SCRAVRF DMDC RESPONSES    = ' WS-RESPONSE-CNT
           DISPLAY 'SCRAVRF RE-VERIFIED       = ' WS-VERIFIED-CNT
           DISPLAY 'SCRAVRF RELEASED PER DMDC = ' WS-RELEASED-CNT
           DISPLAY 'SCRAVRF NOT CONFIRMED     = ' WS-UNCONFIRMED-CNT
           DISPLAY 'SCRAVRF RESPONSE NO MATCH = ' WS-NOT-ON-FILE-CNT
           DISPLAY 'SCRAVRF ACTIVE RECORDS    = ' WS-ACTIVE-CNT
           DISPLAY 'SCRAVRF STILL UNVERIFIED  = ' WS-UNVERIFIED-CNT
           DISPLAY 'SCRAVRF PAST EXPECTED END = ' WS-OVERDUE-END-CNT.

      *----------------------------------------------------------------*
      * 4000-SWEEP-SERVICE THRU 4000-EXIT
      *----------------------------------------------------------------*
       4000-SWEEP-SERVICE.
           MOVE 'N' TO WS-SCRA-EOF-SW
           MOVE ZERO TO SM-CUST-ID
           START SCRA-SERVICE-FILE KEY IS NOT LESS THAN SM-CUST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCRA-EOF-SW
           END-START
           PERFORM 4100-CHECK-ONE-SERVICE THRU 4100-EXIT
               UNTIL WS-SCRA-EOF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-CHECK-ONE-SERVICE THRU 4100-EXIT
      *   Never verified, or verified longer ago than the window,
      *   is unverified.  An expected end date already passed with
      *   no release keyed is listed on its own - the customer may
      *   be out and the cap clock not yet running.
      *----------------------------------------------------------------*
       4100-CHECK-ONE-SERVICE.
           READ SCRA-SERVICE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCRA-EOF-SW
           END-READ
           IF WS-SCRA-EOF
               GO TO 4100-EXIT
           END-IF
           IF SM-STATUS NOT = 'A'
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-ACTIVE-CNT

           IF SM-VERIFY-DATE = ZERO
               MOVE WS-REVERIFY-DAYS TO WS-DAYS-SINCE
               ADD 1 TO WS-DAYS-SINCE
           ELSE
               MOVE SM-VERIFY-DATE TO WS-CONV-DATE
               PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
               COMPUTE WS-DAYS-SINCE =
                   WS-TODAY-JULIAN - WS-CONV-JULIAN
           END-IF
           IF WS-DAYS-SINCE > WS-REVERIFY-DAYS
               ADD 1 TO WS-UNVERIFIED-CNT
               MOVE 'UNVERIFIED' TO WS-DL-ACTION
               PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           END-IF

           IF SM-EXPECTED-END-DATE NOT = ZERO
               AND SM-EXPECTED-END-DATE < WS-TODAY
               ADD 1 TO WS-OVERDUE-END-CNT
               MOVE 'PAST EXPECTED END' TO WS-DL-ACTION
               PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-WRITE-REPORT-LINE THRU 7000-EXIT
      *   The caller sets the action.
      *----------------------------------------------------------------*
       7000-WRITE-REPORT-LINE.
           MOVE SM-CUST-ID           TO WS-DL-CUST-ID
           MOVE SM-START-DATE        TO WS-DL-START
           MOVE SM-EXPECTED-END-DATE TO WS-DL-EXPECTED-END
           MOVE SM-VERIFY-SOURCE     TO WS-DL-SOURCE
           MOVE SM-VERIFY-DATE       TO WS-DL-VERIFY-DATE
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
           MOVE 'SCRAVRF' TO RL-PROGRAM
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
