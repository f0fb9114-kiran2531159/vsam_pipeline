      *================================================================*
      * SCRAMNT - SCRA ACTIVE-DUTY RECORD MAINTENANCE
      *
      * Keys a customer's notice of military service onto the
      * SCRAMIL file and keeps it current through the tour.  The
      * Servicemembers Civil Relief Act caps the rate on debt taken
      * on before service, and until now nothing recorded who was
      * serving - from tonight SCRACAP reads this file and applies
      * the cap, and SCRAVRF re-verifies it monthly.  Rejected
      * transactions go to SCRAREJ with a reason code.
      *
      * ST-ACTION values:
      *   'A' = add active duty (branch, start date, expected end
      *         date, verification source; ST-EVENT-DATE is the
      *         date the status was verified, the business date
      *         when zero).  A customer whose earlier tour ended
      *         is re-opened on the new orders.
      *   'C' = change the branch or expected end date of an
      *         active record - blank / zero fields are left as
      *         they are (orders extended, branch corrected)
      *   'V' = record a fresh verification (source and
      *         ST-EVENT-DATE) of an active record
      *   'E' = record the release from active duty (ST-EVENT-DATE
      *         is the actual end date, the business date when
      *         zero; record goes to 'R')
      *   'X' = withdraw the record - orders rescinded or the
      *         notice not borne out (record goes to 'X')
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRAMNT.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL SCRA ACTIVE-DUTY MAINTENANCE.
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

           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT SCRA-TRANS ASSIGN TO SCRATRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT SCRA-REJECT ASSIGN TO SCRAREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

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

       FD  CUSTOMER-MASTER.
           COPY "customer.cpy".

       FD  SCRA-TRANS
           RECORD CONTAINS 80 CHARACTERS.
       01  SCRA-TRAN-RECORD.
           05  ST-ACTION                  PIC X(01).
           05  ST-CUST-ID                 PIC 9(10).
           05  ST-BRANCH                  PIC X(01).
           05  ST-START-DATE              PIC 9(08).
           05  ST-EXPECTED-END-DATE       PIC 9(08).
           05  ST-EVENT-DATE              PIC 9(08).
           05  ST-VERIFY-SOURCE           PIC X(01).
           05  FILLER                     PIC X(43).

       FD  SCRA-REJECT
           RECORD CONTAINS 131 CHARACTERS.
       01  SCRA-REJECT-RECORD.
           05  SJ-CUST-ID                 PIC 9(10).
           05  SJ-ACTION                  PIC X(01).
           05  SJ-REASON                  PIC X(40).
           05  SJ-TRAN-IMAGE              PIC X(80).

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
           88  WS-SCRA-OK                  VALUE '00'.
       01  WS-CUST-STATUS                 PIC X(02).
       01  WS-TRAN-STATUS                 PIC X(02).
       01  WS-REJ-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-VALID-SW                PIC X(01)   VALUE 'Y'.
               88  WS-RECORD-VALID         VALUE 'Y'.
           05  WS-ON-FILE-SW              PIC X(01)   VALUE 'N'.
               88  WS-SERVICE-ON-FILE      VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-EVENT-DATE                  PIC 9(08)   VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-READ-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-ADD-CNT                 PIC 9(07)   VALUE ZERO.
           05  WS-CHANGE-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-VERIFY-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-RELEASE-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-WITHDRAW-CNT            PIC 9(07)   VALUE ZERO.
           05  WS-REJECT-CNT              PIC 9(07)   VALUE ZERO.

       01  WS-REJECT-REASON               PIC X(40).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'S' TO WS-RL-PHASE
           MOVE ZERO TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
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
           OPEN I-O   SCRA-SERVICE-FILE
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT SCRA-TRANS
           OPEN OUTPUT SCRA-REJECT
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           PERFORM 2100-READ-TRANS.

      *----------------------------------------------------------------*
      * 2000-PROCESS-TRANS THRU 2000-EXIT
      *----------------------------------------------------------------*
       2000-PROCESS-TRANS.
           ADD 1 TO WS-READ-CNT
           MOVE 'Y' TO WS-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON

           PERFORM 2500-READ-SERVICE THRU 2500-EXIT
           EVALUATE ST-ACTION
               WHEN 'A'
                   PERFORM 5000-ADD-SERVICE THRU 5000-EXIT
               WHEN 'C'
                   PERFORM 6000-CHANGE-SERVICE THRU 6000-EXIT
               WHEN 'V'
                   PERFORM 6500-VERIFY-SERVICE THRU 6500-EXIT
               WHEN 'E'
               WHEN 'X'
                   PERFORM 7000-END-SERVICE THRU 7000-EXIT
               WHEN OTHER
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'INVALID MAINTENANCE ACTION CODE' TO
                       WS-REJECT-REASON
           END-EVALUATE

           IF NOT WS-RECORD-VALID
               PERFORM 8000-WRITE-REJECT THRU 8000-EXIT
           END-IF

           PERFORM 2100-READ-TRANS.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-READ-TRANS
      *----------------------------------------------------------------*
       2100-READ-TRANS.
           READ SCRA-TRANS
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 2500-READ-SERVICE THRU 2500-EXIT
      *   Every action starts from the customer's service record -
      *   the add needs to know whether one is already there, the
      *   rest need it to be.
      *----------------------------------------------------------------*
       2500-READ-SERVICE.
           MOVE 'Y' TO WS-ON-FILE-SW
           MOVE ST-CUST-ID TO SM-CUST-ID
           READ SCRA-SERVICE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ON-FILE-SW
           END-READ.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2600-EDIT-EVENT-DATE THRU 2600-EXIT
      *   The verification or release date - the business date
      *   when the transaction leaves it zero, never in the future.
      *----------------------------------------------------------------*
       2600-EDIT-EVENT-DATE.
           IF ST-EVENT-DATE IS NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               MOVE 'EVENT DATE IS NOT NUMERIC' TO WS-REJECT-REASON
               GO TO 2600-EXIT
           END-IF
           IF ST-EVENT-DATE = ZERO
               MOVE WS-TODAY TO WS-EVENT-DATE
           ELSE
               MOVE ST-EVENT-DATE TO WS-EVENT-DATE
           END-IF
           IF WS-EVENT-DATE > WS-TODAY
               MOVE 'N' TO WS-VALID-SW
               MOVE 'EVENT DATE IS IN THE FUTURE' TO WS-REJECT-REASON
           END-IF.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2700-EDIT-BRANCH THRU 2700-EXIT
      *----------------------------------------------------------------*
       2700-EDIT-BRANCH.
           IF ST-BRANCH NOT = 'A' AND ST-BRANCH NOT = 'N'
               AND ST-BRANCH NOT = 'F' AND ST-BRANCH NOT = 'M'
               AND ST-BRANCH NOT = 'C' AND ST-BRANCH NOT = 'S'
               AND ST-BRANCH NOT = 'G'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'BRANCH MUST BE A, N, F, M, C, S OR G' TO
                   WS-REJECT-REASON
           END-IF.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2800-EDIT-VERIFY-SOURCE THRU 2800-EXIT
      *----------------------------------------------------------------*
       2800-EDIT-VERIFY-SOURCE.
           IF ST-VERIFY-SOURCE NOT = 'D'
               AND ST-VERIFY-SOURCE NOT = 'O'
               AND ST-VERIFY-SOURCE NOT = 'L'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'VERIFICATION SOURCE MUST BE D, O OR L' TO
                   WS-REJECT-REASON
           END-IF.
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           CLOSE SCRA-SERVICE-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE SCRA-TRANS
           CLOSE SCRA-REJECT
           DISPLAY 'SCRAMNT READ       = ' WS-READ-CNT
           DISPLAY 'SCRAMNT ADDED      = ' WS-ADD-CNT
           DISPLAY 'SCRAMNT CHANGED    = ' WS-CHANGE-CNT
           DISPLAY 'SCRAMNT VERIFIED   = ' WS-VERIFY-CNT
           DISPLAY 'SCRAMNT RELEASED   = ' WS-RELEASE-CNT
           DISPLAY 'SCRAMNT WITHDRAWN  = ' WS-WITHDRAW-CNT
           DISPLAY 'SCRAMNT REJECTED   = ' WS-REJECT-CNT.

      *----------------------------------------------------------------*
      * 5000-ADD-SERVICE THRU 5000-EXIT
      *   The start date is the date active duty began - the cap
      *   reaches back to debt opened before it, so it is required.
      *   An ended or withdrawn earlier record is replaced by the
      *   new orders; an active one is never overlaid - an
      *   extension goes through 'C'.
      *----------------------------------------------------------------*
       5000-ADD-SERVICE.
           IF WS-SERVICE-ON-FILE AND SM-STATUS = 'A'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ACTIVE DUTY ALREADY ON FILE FOR CUSTOMER' TO
                   WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF

           MOVE ST-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'CUSTOMER NOT ON CUSTOMER MASTER' TO
                       WS-REJECT-REASON
           END-READ
           IF NOT WS-RECORD-VALID
               GO TO 5000-EXIT
           END-IF

           PERFORM 2700-EDIT-BRANCH THRU 2700-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 5000-EXIT
           END-IF
           PERFORM 2800-EDIT-VERIFY-SOURCE THRU 2800-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 5000-EXIT
           END-IF
           IF ST-START-DATE IS NOT NUMERIC
               OR ST-START-DATE = ZERO
               OR ST-START-DATE > WS-TODAY
               MOVE 'N' TO WS-VALID-SW
               MOVE 'START DATE MISSING OR IN THE FUTURE' TO
                   WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF
           IF ST-EXPECTED-END-DATE IS NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               MOVE 'EXPECTED END DATE IS NOT NUMERIC' TO
                   WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF
           IF ST-EXPECTED-END-DATE NOT = ZERO
               AND ST-EXPECTED-END-DATE < ST-START-DATE
               MOVE 'N' TO WS-VALID-SW
               MOVE 'EXPECTED END DATE IS BEFORE THE START' TO
                   WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF
           PERFORM 2600-EDIT-EVENT-DATE THRU 2600-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 5000-EXIT
           END-IF

           MOVE ST-CUST-ID           TO SM-CUST-ID
           MOVE ST-BRANCH            TO SM-BRANCH
           MOVE ST-START-DATE        TO SM-START-DATE
           MOVE ST-EXPECTED-END-DATE TO SM-EXPECTED-END-DATE
           MOVE ZERO                 TO SM-ACTUAL-END-DATE
           MOVE ST-VERIFY-SOURCE     TO SM-VERIFY-SOURCE
           MOVE WS-EVENT-DATE        TO SM-VERIFY-DATE
           MOVE 'A'                  TO SM-STATUS
           MOVE WS-TODAY             TO SM-LAST-MAINT-DATE
           IF WS-SERVICE-ON-FILE
               REWRITE SCRA-SERVICE-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
               END-REWRITE
           ELSE
               WRITE SCRA-SERVICE-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'WRITE FAILED' TO WS-REJECT-REASON
               END-WRITE
           END-IF
           IF WS-RECORD-VALID
               ADD 1 TO WS-ADD-CNT
           END-IF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-CHANGE-SERVICE THRU 6000-EXIT
      *   Orders extended or cut short, or the branch corrected.
      *   The start date stays - it fixes which debt the cap
      *   covers.
      *----------------------------------------------------------------*
       6000-CHANGE-SERVICE.
           IF NOT WS-SERVICE-ON-FILE
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ACTIVE DUTY RECORD NOT ON FILE' TO
                   WS-REJECT-REASON
               GO TO 6000-EXIT
           END-IF
           IF SM-STATUS NOT = 'A'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'RECORD IS NOT ACTIVE DUTY' TO WS-REJECT-REASON
               GO TO 6000-EXIT
           END-IF
           IF ST-EXPECTED-END-DATE IS NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               MOVE 'EXPECTED END DATE IS NOT NUMERIC' TO
                   WS-REJECT-REASON
               GO TO 6000-EXIT
           END-IF
           IF ST-BRANCH = SPACES AND ST-EXPECTED-END-DATE = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'NOTHING TO CHANGE' TO WS-REJECT-REASON
               GO TO 6000-EXIT
           END-IF

           IF ST-BRANCH NOT = SPACES
               PERFORM 2700-EDIT-BRANCH THRU 2700-EXIT
               IF NOT WS-RECORD-VALID
                   GO TO 6000-EXIT
               END-IF
               MOVE ST-BRANCH TO SM-BRANCH
           END-IF
           IF ST-EXPECTED-END-DATE NOT = ZERO
               IF ST-EXPECTED-END-DATE < SM-START-DATE
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'EXPECTED END DATE IS BEFORE THE START' TO
                       WS-REJECT-REASON
                   GO TO 6000-EXIT
               END-IF
               MOVE ST-EXPECTED-END-DATE TO SM-EXPECTED-END-DATE
           END-IF

           MOVE WS-TODAY TO SM-LAST-MAINT-DATE
           REWRITE SCRA-SERVICE-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE
           IF WS-RECORD-VALID
               ADD 1 TO WS-CHANGE-CNT
           END-IF.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6500-VERIFY-SERVICE THRU 6500-EXIT
      *   A fresh status check keyed by hand - a new copy of the
      *   orders, a commanding officer's letter, or a DMDC
      *   certificate pulled outside the monthly SCRAVRF run.
      *----------------------------------------------------------------*
       6500-VERIFY-SERVICE.
           IF NOT WS-SERVICE-ON-FILE
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ACTIVE DUTY RECORD NOT ON FILE' TO
                   WS-REJECT-REASON
               GO TO 6500-EXIT
           END-IF
           IF SM-STATUS NOT = 'A'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'RECORD IS NOT ACTIVE DUTY' TO WS-REJECT-REASON
               GO TO 6500-EXIT
           END-IF
           PERFORM 2800-EDIT-VERIFY-SOURCE THRU 2800-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 6500-EXIT
           END-IF
           PERFORM 2600-EDIT-EVENT-DATE THRU 2600-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 6500-EXIT
           END-IF

           MOVE ST-VERIFY-SOURCE TO SM-VERIFY-SOURCE
           MOVE WS-EVENT-DATE    TO SM-VERIFY-DATE
           MOVE WS-TODAY         TO SM-LAST-MAINT-DATE
           REWRITE SCRA-SERVICE-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE
           IF WS-RECORD-VALID
               ADD 1 TO WS-VERIFY-CNT
           END-IF.
       6500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-END-SERVICE THRU 7000-EXIT
      *   'E' records the release - SCRACAP keeps the cap through
      *   the post-service period counted from SM-ACTUAL-END-DATE.
      *   'X' withdraws the record outright - SCRACAP puts the
      *   original rate back the same night.  Either way the
      *   record stays on file as the history of the tour.
      *----------------------------------------------------------------*
       7000-END-SERVICE.
           IF NOT WS-SERVICE-ON-FILE
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ACTIVE DUTY RECORD NOT ON FILE' TO
                   WS-REJECT-REASON
               GO TO 7000-EXIT
           END-IF
           IF SM-STATUS NOT = 'A'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'RECORD IS NOT ACTIVE DUTY' TO WS-REJECT-REASON
               GO TO 7000-EXIT
           END-IF

           IF ST-ACTION = 'E'
               PERFORM 2600-EDIT-EVENT-DATE THRU 2600-EXIT
               IF NOT WS-RECORD-VALID
                   GO TO 7000-EXIT
               END-IF
               IF WS-EVENT-DATE < SM-START-DATE
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'END DATE IS BEFORE THE START DATE' TO
                       WS-REJECT-REASON
                   GO TO 7000-EXIT
               END-IF
               MOVE 'R'           TO SM-STATUS
               MOVE WS-EVENT-DATE TO SM-ACTUAL-END-DATE
           ELSE
               MOVE 'X'           TO SM-STATUS
           END-IF

           MOVE WS-TODAY TO SM-LAST-MAINT-DATE
           REWRITE SCRA-SERVICE-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE
           IF WS-RECORD-VALID
               IF ST-ACTION = 'E'
                   ADD 1 TO WS-RELEASE-CNT
               ELSE
                   ADD 1 TO WS-WITHDRAW-CNT
               END-IF
           END-IF.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-WRITE-REJECT THRU 8000-EXIT
      *----------------------------------------------------------------*
       8000-WRITE-REJECT.
           MOVE ST-CUST-ID       TO SJ-CUST-ID
           MOVE ST-ACTION        TO SJ-ACTION
           MOVE WS-REJECT-REASON TO SJ-REASON
           MOVE SCRA-TRAN-RECORD TO SJ-TRAN-IMAGE
           WRITE SCRA-REJECT-RECORD
           ADD 1 TO WS-REJECT-CNT.
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
           MOVE 'SCRAMNT' TO RL-PROGRAM
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
