      *================================================================*
      * BKRMAINT - BANKRUPTCY CASE INTAKE AND MAINTENANCE
      *
      * Keys the bankruptcy court notices onto the BKRCASE file the
      * moment they land.  The filing stops collection activity by
      * law, and until now that relied on someone remembering -
      * from tonight ODAGING, LOANLATE, CHGOFF and METRO2 all read
      * the case through the customer and honor it.  The case is
      * opened on the petition notice, kept current as the court
      * converts it or the case number changes, and closed on the
      * discharge or dismissal order.  Rejected transactions go to
      * BKRREJ with a reason code.
      *
      * BT-ACTION values:
      *   'O' = open a case on the petition notice (chapter, case
      *         number, filing date; BT-EVENT-DATE is the date the
      *         bank was notified, the business date when zero).
      *         A customer whose earlier case closed is re-opened
      *         on the new filing.
      *   'C' = change the chapter (conversion) or case number of
      *         an open case - blank fields are left as they are
      *   'D' = record the discharge (BT-EVENT-DATE, the business
      *         date when zero; case goes to 'D')
      *   'M' = record the dismissal (as 'D'; case goes to 'M')
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKRMAINT.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL BANKRUPTCY CASE MAINTENANCE.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANKRUPTCY-CASE-FILE ASSIGN TO BKRCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-CUST-ID
               FILE STATUS IS WS-BKR-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT BANKRUPTCY-TRANS ASSIGN TO BKRTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT BANKRUPTCY-REJECT ASSIGN TO BKRREJ
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
       FD  BANKRUPTCY-CASE-FILE.
           COPY "bkrcase.cpy".

       FD  CUSTOMER-MASTER.
           COPY "customer.cpy".

       FD  BANKRUPTCY-TRANS
           RECORD CONTAINS 80 CHARACTERS.
       01  BANKRUPTCY-TRAN-RECORD.
           05  BT-ACTION                  PIC X(01).
           05  BT-CUST-ID                 PIC 9(10).
           05  BT-CHAPTER                 PIC X(02).
           05  BT-CASE-NO                 PIC X(15).
           05  BT-FILING-DATE             PIC 9(08).
           05  BT-EVENT-DATE              PIC 9(08).
           05  FILLER                     PIC X(36).

       FD  BANKRUPTCY-REJECT
           RECORD CONTAINS 131 CHARACTERS.
       01  BANKRUPTCY-REJECT-RECORD.
           05  BJ-CUST-ID                 PIC 9(10).
           05  BJ-ACTION                  PIC X(01).
           05  BJ-REASON                  PIC X(40).
           05  BJ-TRAN-IMAGE              PIC X(80).

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

       01  WS-BKR-STATUS                  PIC X(02).
           88  WS-BKR-OK                   VALUE '00'.
       01  WS-CUST-STATUS                 PIC X(02).
       01  WS-TRAN-STATUS                 PIC X(02).
       01  WS-REJ-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-VALID-SW                PIC X(01)   VALUE 'Y'.
               88  WS-RECORD-VALID         VALUE 'Y'.
           05  WS-ON-FILE-SW              PIC X(01)   VALUE 'N'.
               88  WS-CASE-ON-FILE         VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-EVENT-DATE                  PIC 9(08)   VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-READ-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-OPEN-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-CHANGE-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-DISCHARGE-CNT           PIC 9(07)   VALUE ZERO.
           05  WS-DISMISS-CNT             PIC 9(07)   VALUE ZERO.
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
           OPEN I-O   BANKRUPTCY-CASE-FILE
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT BANKRUPTCY-TRANS
           OPEN OUTPUT BANKRUPTCY-REJECT
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           PERFORM 2100-READ-TRANS.

      *----------------------------------------------------------------*
      * 2000-PROCESS-TRANS THRU 2000-EXIT
      *----------------------------------------------------------------*
       2000-PROCESS-TRANS.
           ADD 1 TO WS-READ-CNT
           MOVE 'Y' TO WS-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON

           PERFORM 2500-READ-CASE THRU 2500-EXIT
           EVALUATE BT-ACTION
               WHEN 'O'
                   PERFORM 5000-OPEN-CASE THRU 5000-EXIT
               WHEN 'C'
                   PERFORM 6000-CHANGE-CASE THRU 6000-EXIT
               WHEN 'D'
               WHEN 'M'
                   PERFORM 7000-CLOSE-CASE THRU 7000-EXIT
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
           READ BANKRUPTCY-TRANS
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 2500-READ-CASE THRU 2500-EXIT
      *   Every action starts from the customer's case record - the
      *   open needs to know whether one is already there, the rest
      *   need it to be.
      *----------------------------------------------------------------*
       2500-READ-CASE.
           MOVE 'Y' TO WS-ON-FILE-SW
           MOVE BT-CUST-ID TO BK-CUST-ID
           READ BANKRUPTCY-CASE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ON-FILE-SW
           END-READ.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2600-EDIT-EVENT-DATE THRU 2600-EXIT
      *   The notice, discharge or dismissal date - the business
      *   date when the transaction leaves it zero, never in the
      *   future and never ahead of the filing.
      *----------------------------------------------------------------*
       2600-EDIT-EVENT-DATE.
           IF BT-EVENT-DATE IS NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               MOVE 'EVENT DATE IS NOT NUMERIC' TO WS-REJECT-REASON
               GO TO 2600-EXIT
           END-IF
           IF BT-EVENT-DATE = ZERO
               MOVE WS-TODAY TO WS-EVENT-DATE
           ELSE
               MOVE BT-EVENT-DATE TO WS-EVENT-DATE
           END-IF
           IF WS-EVENT-DATE > WS-TODAY
               MOVE 'N' TO WS-VALID-SW
               MOVE 'EVENT DATE IS IN THE FUTURE' TO WS-REJECT-REASON
               GO TO 2600-EXIT
           END-IF
           IF WS-EVENT-DATE < BK-FILING-DATE
               MOVE 'N' TO WS-VALID-SW
               MOVE 'EVENT DATE IS BEFORE THE FILING DATE' TO
                   WS-REJECT-REASON
           END-IF.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2700-EDIT-CHAPTER THRU 2700-EXIT
      *----------------------------------------------------------------*
       2700-EDIT-CHAPTER.
           IF BT-CHAPTER NOT = '07' AND BT-CHAPTER NOT = '11'
               AND BT-CHAPTER NOT = '12' AND BT-CHAPTER NOT = '13'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'CHAPTER MUST BE 07, 11, 12 OR 13' TO
                   WS-REJECT-REASON
           END-IF.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           CLOSE BANKRUPTCY-CASE-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE BANKRUPTCY-TRANS
           CLOSE BANKRUPTCY-REJECT
           DISPLAY 'BKRMAINT READ       = ' WS-READ-CNT
           DISPLAY 'BKRMAINT OPENED     = ' WS-OPEN-CNT
           DISPLAY 'BKRMAINT CHANGED    = ' WS-CHANGE-CNT
           DISPLAY 'BKRMAINT DISCHARGED = ' WS-DISCHARGE-CNT
           DISPLAY 'BKRMAINT DISMISSED  = ' WS-DISMISS-CNT
           DISPLAY 'BKRMAINT REJECTED   = ' WS-REJECT-CNT.

      *----------------------------------------------------------------*
      * 5000-OPEN-CASE THRU 5000-EXIT
      *   The stay takes effect on the filing, so the case opens
      *   as soon as the notice is keyed.  A closed earlier case is
      *   replaced by the new filing; an open one is never
      *   overlaid - a conversion goes through 'C'.
      *----------------------------------------------------------------*
       5000-OPEN-CASE.
           IF WS-CASE-ON-FILE AND BK-STATUS = 'O'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'CASE ALREADY OPEN FOR CUSTOMER' TO
                   WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF

           MOVE BT-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'CUSTOMER NOT ON CUSTOMER MASTER' TO
                       WS-REJECT-REASON
           END-READ
           IF NOT WS-RECORD-VALID
               GO TO 5000-EXIT
           END-IF

           PERFORM 2700-EDIT-CHAPTER THRU 2700-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 5000-EXIT
           END-IF
           IF BT-CASE-NO = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE 'CASE NUMBER REQUIRED' TO WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF
           IF BT-FILING-DATE IS NOT NUMERIC
               OR BT-FILING-DATE = ZERO
               OR BT-FILING-DATE > WS-TODAY
               MOVE 'N' TO WS-VALID-SW
               MOVE 'FILING DATE MISSING OR IN THE FUTURE' TO
                   WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF

           MOVE BT-FILING-DATE TO BK-FILING-DATE
           PERFORM 2600-EDIT-EVENT-DATE THRU 2600-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 5000-EXIT
           END-IF

           MOVE BT-CUST-ID     TO BK-CUST-ID
           MOVE BT-CHAPTER     TO BK-CHAPTER
           MOVE BT-CASE-NO     TO BK-CASE-NO
           MOVE BT-FILING-DATE TO BK-FILING-DATE
           MOVE WS-EVENT-DATE  TO BK-NOTICE-DATE
           MOVE 'O'            TO BK-STATUS
           MOVE ZERO           TO BK-CLOSE-DATE
           MOVE WS-TODAY       TO BK-LAST-MAINT-DATE
           IF WS-CASE-ON-FILE
               REWRITE BANKRUPTCY-CASE-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
               END-REWRITE
           ELSE
               WRITE BANKRUPTCY-CASE-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'WRITE FAILED' TO WS-REJECT-REASON
               END-WRITE
           END-IF
           IF WS-RECORD-VALID
               ADD 1 TO WS-OPEN-CNT
           END-IF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-CHANGE-CASE THRU 6000-EXIT
      *   A conversion (commonly 13 to 7) or a corrected case
      *   number.  The notice date stays - the stay has run since
      *   the original filing.
      *----------------------------------------------------------------*
       6000-CHANGE-CASE.
           IF NOT WS-CASE-ON-FILE
               MOVE 'N' TO WS-VALID-SW
               MOVE 'BANKRUPTCY CASE NOT ON FILE' TO WS-REJECT-REASON
               GO TO 6000-EXIT
           END-IF
           IF BK-STATUS NOT = 'O'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'CASE IS NOT OPEN' TO WS-REJECT-REASON
               GO TO 6000-EXIT
           END-IF
           IF BT-CHAPTER = SPACES AND BT-CASE-NO = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE 'NOTHING TO CHANGE' TO WS-REJECT-REASON
               GO TO 6000-EXIT
           END-IF

           IF BT-CHAPTER NOT = SPACES
               PERFORM 2700-EDIT-CHAPTER THRU 2700-EXIT
               IF NOT WS-RECORD-VALID
                   GO TO 6000-EXIT
               END-IF
               MOVE BT-CHAPTER TO BK-CHAPTER
           END-IF
           IF BT-CASE-NO NOT = SPACES
               MOVE BT-CASE-NO TO BK-CASE-NO
           END-IF

           MOVE WS-TODAY TO BK-LAST-MAINT-DATE
           REWRITE BANKRUPTCY-CASE-RECORD
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
      * 7000-CLOSE-CASE THRU 7000-EXIT
      *   The discharge or dismissal order ends the stay - the
      *   record stays on file with the close date so the bureau
      *   reporting and the loan side can tell the two apart.
      *----------------------------------------------------------------*
       7000-CLOSE-CASE.
           IF NOT WS-CASE-ON-FILE
               MOVE 'N' TO WS-VALID-SW
               MOVE 'BANKRUPTCY CASE NOT ON FILE' TO WS-REJECT-REASON
               GO TO 7000-EXIT
           END-IF
           IF BK-STATUS NOT = 'O'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'CASE IS NOT OPEN' TO WS-REJECT-REASON
               GO TO 7000-EXIT
           END-IF

           PERFORM 2600-EDIT-EVENT-DATE THRU 2600-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 7000-EXIT
           END-IF

           MOVE BT-ACTION     TO BK-STATUS
           MOVE WS-EVENT-DATE TO BK-CLOSE-DATE
           MOVE WS-TODAY      TO BK-LAST-MAINT-DATE
           REWRITE BANKRUPTCY-CASE-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE
           IF WS-RECORD-VALID
               IF BT-ACTION = 'D'
                   ADD 1 TO WS-DISCHARGE-CNT
               ELSE
                   ADD 1 TO WS-DISMISS-CNT
               END-IF
           END-IF.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-WRITE-REJECT THRU 8000-EXIT
      *----------------------------------------------------------------*
       8000-WRITE-REJECT.
           MOVE BT-CUST-ID             TO BJ-CUST-ID
           MOVE BT-ACTION              TO BJ-ACTION
           MOVE WS-REJECT-REASON       TO BJ-REASON
           MOVE BANKRUPTCY-TRAN-RECORD TO BJ-TRAN-IMAGE
           WRITE BANKRUPTCY-REJECT-RECORD
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
           MOVE 'BKRMAINT' TO RL-PROGRAM
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
