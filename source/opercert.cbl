      *================================================================*
      * OPERCERT - QUARTERLY OPERATOR ACCESS RECERTIFICATION REPORT
      *
      * Runs in the month-end cycle and produces output only in a
      * quarter-end month (March, June, September, December); in
      * any other month it logs the run and stops, as CALLRPT does.
      *
      * Browses the operator master by branch (alternate key
      * OP-BRANCH-ID) and lists every active or suspended operator
      * under their branch and branch manager, with the manager who
      * recertifies them (OP-MANAGER-ID), their role, limits and
      * entitlement classes, so each branch manager can review who
      * holds what.  An operator never recertified, or last
      * recertified more than WS-CERT-DAYS days before the business
      * date, is flagged DUE; the manager records the review with
      * OPERMNT's 'Q' action.  Revoked profiles are skipped.  The
      * report goes to OPERCERT with operator and due counts per
      * branch and for the bank.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERCERT.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL QUARTERLY RECERTIFICATION REPORT.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO OPERMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPER-ID
               ALTERNATE RECORD KEY IS OP-BRANCH-ID WITH DUPLICATES
               FILE STATUS IS WS-OPER-STATUS.

           SELECT BRANCH-MASTER ASSIGN TO BRANMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRANCH-ID
               FILE STATUS IS WS-BRAN-STATUS.

           SELECT CERT-REPORT ASSIGN TO OPERCERT
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
       FD  OPERATOR-MASTER.
           COPY "opermstr.cpy".

       FD  BRANCH-MASTER.
           COPY "branch.cpy".

       FD  CERT-REPORT
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

       01  WS-OPER-STATUS                 PIC X(02).
       01  WS-BRAN-STATUS                 PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-QUARTER-SW              PIC X(01)   VALUE 'N'.
               88  WS-QUARTER-END          VALUE 'Y'.
           05  WS-FIRST-BRANCH-SW         PIC X(01)   VALUE 'Y'.
               88  WS-FIRST-BRANCH         VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-TODAY-R REDEFINES WS-TODAY.
           05  WS-TODAY-YYYY              PIC 9(04).
           05  WS-TODAY-MM                PIC 9(02).
           05  WS-TODAY-DD                PIC 9(02).
       01  WS-TODAY-JULIAN                PIC S9(09)  VALUE ZERO.

      *----------------------------------------------------------------*
      * A PROFILE LAST RECERTIFIED MORE THAN WS-CERT-DAYS DAYS AGO HAS
      * MISSED A QUARTERLY REVIEW - ONE QUARTER PLUS A WEEK'S GRACE.
      *----------------------------------------------------------------*
       01  WS-CERT-DAYS                   PIC 9(03)   VALUE 97.
       01  WS-CERT-AGE                    PIC S9(09)  VALUE ZERO.

       01  WS-CURR-BRANCH                 PIC X(05)   VALUE SPACES.
       01  WS-ENT-IDX                     PIC 9(02)   VALUE ZERO.

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
           05  WS-READ-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-SKIP-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-LISTED-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-DUE-CNT                 PIC 9(07)   VALUE ZERO.
           05  WS-BRANCH-CNT              PIC 9(05)   VALUE ZERO.
           05  WS-BR-LISTED-CNT           PIC 9(05)   VALUE ZERO.
           05  WS-BR-DUE-CNT              PIC 9(05)   VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER PIC X(48) VALUE
               'OPERCERT - QUARTERLY ACCESS RECERTIFICATION ON  '.
           05  WS-HD-DATE                 PIC 9(08).

       01  WS-BRANCH-LINE.
           05  FILLER PIC X(08) VALUE 'BRANCH  '.
           05  WS-BL-BRANCH-ID            PIC X(05).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-BL-BRANCH-NAME          PIC X(30).
           05  FILLER PIC X(17) VALUE '  BRANCH MANAGER '.
           05  WS-BL-MANAGER-NAME         PIC X(30).

       01  WS-COLUMN-LINE.
           05  FILLER PIC X(50) VALUE
               'OPERATOR  NAME                 ROL  S  CERT BY  KE'.
           05  FILLER PIC X(46) VALUE
               'Y LIMIT   APPR LMT  LASTCERT  DUE ENTITLEMENTS'.

       01  WS-DETAIL-LINE.
           05  WS-DL-OPER-ID              PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DL-NAME                 PIC X(20).
           05  FILLER PIC X(01) VALUE SPACES.
           05  WS-DL-ROLE                 PIC X(03).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DL-STATUS               PIC X(01).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DL-MANAGER-ID           PIC X(08).
           05  FILLER PIC X(01) VALUE SPACES.
           05  WS-DL-KEY-LIMIT            PIC Z(08)9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DL-APPR-LIMIT           PIC Z(08)9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DL-CERT-DATE            PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DL-FLAG                 PIC X(03).
           05  FILLER PIC X(01) VALUE SPACES.
           05  WS-DL-ENT-GROUP OCCURS 12 TIMES.
               10  WS-DL-ENT              PIC X(03).
               10  FILLER                 PIC X(01).

       01  WS-SUBTOTAL-LINE.
           05  FILLER PIC X(10) VALUE '  BRANCH  '.
           05  WS-ST-BRANCH-ID            PIC X(05).
           05  FILLER PIC X(13) VALUE '  OPERATORS  '.
           05  WS-ST-LISTED               PIC Z(04)9.
           05  FILLER PIC X(21) VALUE '  DUE FOR RECERT     '.
           05  WS-ST-DUE                  PIC Z(04)9.

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
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-QUARTER-END
               PERFORM 2000-PROCESS-OPERATOR THRU 2000-EXIT
                   UNTIL WS-EOF
               PERFORM 3000-TERMINATE
           END-IF
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-READ-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE THRU 1000-EXIT
      *   Outside a quarter-end month nothing is opened and the
      *   quarter-end switch stays off.  The browse is positioned at
      *   the lowest branch on the alternate key.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           IF WS-TODAY-MM NOT = 03 AND WS-TODAY-MM NOT = 06
               AND WS-TODAY-MM NOT = 09 AND WS-TODAY-MM NOT = 12
               DISPLAY 'OPERCERT - ' WS-TODAY
                   ' IS NOT A QUARTER-END MONTH, NO REPORT'
               GO TO 1000-EXIT
           END-IF
           MOVE 'Y' TO WS-QUARTER-SW
           MOVE WS-TODAY TO WS-CONV-DATE
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           MOVE WS-CONV-JULIAN TO WS-TODAY-JULIAN

           OPEN INPUT OPERATOR-MASTER
           OPEN INPUT BRANCH-MASTER
           OPEN OUTPUT CERT-REPORT
           MOVE WS-TODAY TO WS-HD-DATE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE LOW-VALUES TO OP-BRANCH-ID
           START OPERATOR-MASTER KEY IS NOT LESS THAN OP-BRANCH-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START
           IF NOT WS-EOF
               PERFORM 2100-READ-OPERATOR
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESS-OPERATOR THRU 2000-EXIT
      *----------------------------------------------------------------*
       2000-PROCESS-OPERATOR.
           ADD 1 TO WS-READ-CNT
           IF OP-STATUS = 'R'
               ADD 1 TO WS-SKIP-CNT
               PERFORM 2100-READ-OPERATOR
               GO TO 2000-EXIT
           END-IF

           IF WS-FIRST-BRANCH OR OP-BRANCH-ID NOT = WS-CURR-BRANCH
               PERFORM 2300-BRANCH-BREAK THRU 2300-EXIT
           END-IF

           ADD 1 TO WS-LISTED-CNT
           ADD 1 TO WS-BR-LISTED-CNT
           MOVE SPACES          TO WS-DETAIL-LINE
           MOVE OP-OPER-ID      TO WS-DL-OPER-ID
           MOVE OP-NAME         TO WS-DL-NAME
           MOVE OP-ROLE         TO WS-DL-ROLE
           MOVE OP-STATUS       TO WS-DL-STATUS
           MOVE OP-MANAGER-ID   TO WS-DL-MANAGER-ID
           MOVE OP-KEY-LIMIT    TO WS-DL-KEY-LIMIT
           MOVE OP-APPR-LIMIT   TO WS-DL-APPR-LIMIT
           PERFORM 2500-LIST-CLASS THRU 2500-EXIT
               VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > 12

           IF OP-LAST-CERT-DATE = ZERO
               MOVE 'NEVER'    TO WS-DL-CERT-DATE
               MOVE 'DUE'      TO WS-DL-FLAG
           ELSE
               MOVE OP-LAST-CERT-DATE TO WS-DL-CERT-DATE
               MOVE OP-LAST-CERT-DATE TO WS-CONV-DATE
               PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
               COMPUTE WS-CERT-AGE = WS-TODAY-JULIAN - WS-CONV-JULIAN
               IF WS-CERT-AGE > WS-CERT-DAYS
                   MOVE 'DUE'  TO WS-DL-FLAG
               END-IF
           END-IF
           IF WS-DL-FLAG = 'DUE'
               ADD 1 TO WS-DUE-CNT
               ADD 1 TO WS-BR-DUE-CNT
           END-IF

           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 2100-READ-OPERATOR.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-READ-OPERATOR
      *----------------------------------------------------------------*
       2100-READ-OPERATOR.
           READ OPERATOR-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 2300-BRANCH-BREAK THRU 2300-EXIT
      *   Closes the previous branch with its subtotal line and opens
      *   the new one with the branch name and manager from BRANMAST.
      *   OPERMNT refuses an unknown branch, so a missing branch
      *   record means it was purged after the operator was added.
      *----------------------------------------------------------------*
       2300-BRANCH-BREAK.
           IF NOT WS-FIRST-BRANCH
               PERFORM 2400-BRANCH-SUBTOTAL THRU 2400-EXIT
           END-IF
           MOVE 'N' TO WS-FIRST-BRANCH-SW
           MOVE OP-BRANCH-ID TO WS-CURR-BRANCH
           ADD 1 TO WS-BRANCH-CNT
           MOVE ZERO TO WS-BR-LISTED-CNT
           MOVE ZERO TO WS-BR-DUE-CNT

           MOVE OP-BRANCH-ID TO WS-BL-BRANCH-ID
           MOVE OP-BRANCH-ID TO BRANCH-ID
           READ BRANCH-MASTER
               INVALID KEY
                   MOVE '** BRANCH NOT ON FILE **' TO WS-BL-BRANCH-NAME
                   MOVE SPACES TO WS-BL-MANAGER-NAME
               NOT INVALID KEY
                   MOVE BRANCH-NAME TO WS-BL-BRANCH-NAME
                   MOVE BRANCH-MANAGER-NAME TO WS-BL-MANAGER-NAME
           END-READ

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-BRANCH-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2400-BRANCH-SUBTOTAL THRU 2400-EXIT
      *----------------------------------------------------------------*
       2400-BRANCH-SUBTOTAL.
           MOVE WS-CURR-BRANCH   TO WS-ST-BRANCH-ID
           MOVE WS-BR-LISTED-CNT TO WS-ST-LISTED
           MOVE WS-BR-DUE-CNT    TO WS-ST-DUE
           MOVE WS-SUBTOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-LIST-CLASS THRU 2500-EXIT
      *----------------------------------------------------------------*
       2500-LIST-CLASS.
           MOVE OP-ENT-CLASS(WS-ENT-IDX) TO WS-DL-ENT(WS-ENT-IDX).
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           IF NOT WS-FIRST-BRANCH
               PERFORM 2400-BRANCH-SUBTOTAL THRU 2400-EXIT
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'OPERATORS READ' TO WS-TL-LABEL
           MOVE WS-READ-CNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'REVOKED - NOT LISTED' TO WS-TL-LABEL
           MOVE WS-SKIP-CNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'BRANCHES' TO WS-TL-LABEL
           MOVE WS-BRANCH-CNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'OPERATORS LISTED' TO WS-TL-LABEL
           MOVE WS-LISTED-CNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'DUE FOR RECERTIFICATION' TO WS-TL-LABEL
           MOVE WS-DUE-CNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE

           CLOSE OPERATOR-MASTER
           CLOSE BRANCH-MASTER
           CLOSE CERT-REPORT
           DISPLAY 'OPERCERT READ     = ' WS-READ-CNT
           DISPLAY 'OPERCERT LISTED   = ' WS-LISTED-CNT
           DISPLAY 'OPERCERT DUE      = ' WS-DUE-CNT.

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
           MOVE 'OPERCERT' TO RL-PROGRAM
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
