      *================================================================*
      * IDDEXPR - CUSTOMER ID DOCUMENT EXPIRY REPORT
      *
      * Runs in the month-end cycle.  Reads the customer master in
      * CUST-ID order and, for every open customer, browses the
      * identification documents IDDMNT has recorded on IDDOC.  The
      * customer's best document is the active one that runs
      * longest - a formation document, which does not expire,
      * beats any dated one.  The customer is listed when:
      *   EXPIRED  - the best document's expiry date has passed
      *   EXPIRING - it expires within WS-WARN-DAYS days
      *   NO ID    - no active document is on file at all (a
      *              customer opened before documents were recorded)
      * so the branches can ask for the renewal before KYCDISP
      * refuses the customer's next review.  Closed and deceased
      * customers are skipped.  The report goes to IDDEXPR with a
      * count for each flag.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDDEXPR.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL ID DOCUMENT EXPIRY REPORT.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ID-DOCUMENT ASSIGN TO IDDOC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-KEY
               FILE STATUS IS WS-ID-STATUS.

           SELECT EXPIRY-REPORT ASSIGN TO IDDEXPR
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
       FD  CUSTOMER-MASTER.
           COPY "customer.cpy".

       FD  ID-DOCUMENT.
           COPY "iddoc.cpy".

       FD  EXPIRY-REPORT
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

       01  WS-CUST-STATUS                 PIC X(02).
           88  WS-CUST-OK                  VALUE '00'.
       01  WS-ID-STATUS                   PIC X(02).
           88  WS-ID-OK                    VALUE '00'.
       01  WS-RPT-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-ID-EOF-SW               PIC X(01)   VALUE 'N'.
               88  WS-ID-EOF               VALUE 'Y'.
           05  WS-ABORT-SW                PIC X(01)   VALUE 'N'.
               88  WS-ABORT                VALUE 'Y'.
           05  WS-BEST-SW                 PIC X(01)   VALUE 'N'.
               88  WS-BEST-FOUND           VALUE 'Y'.
           05  WS-NO-EXPIRY-SW            PIC X(01)   VALUE 'N'.
               88  WS-BEST-NO-EXPIRY       VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-TODAY-JULIAN                PIC S9(09)  VALUE ZERO.

      *----------------------------------------------------------------*
      * A DOCUMENT EXPIRING WITHIN WS-WARN-DAYS DAYS OF THE BUSINESS
      * DATE IS LISTED EXPIRING - TWO MONTHS FOR THE BRANCH TO REACH
      * THE CUSTOMER BEFORE IT RUNS OUT.
      *----------------------------------------------------------------*
       01  WS-WARN-DAYS                   PIC 9(03)   VALUE 60.
       01  WS-DAYS-LEFT                   PIC S9(09)  VALUE ZERO.

       01  WS-BEST-DOC.
           05  WS-BEST-TYPE               PIC X(02).
           05  WS-BEST-ISSUER             PIC X(20).
           05  WS-BEST-EXPIRY             PIC 9(08).
           05  WS-BEST-VERIFY-DATE        PIC 9(08).

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
           05  WS-CURRENT-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-EXPIRING-CNT            PIC 9(07)   VALUE ZERO.
           05  WS-EXPIRED-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-NONE-CNT                PIC 9(07)   VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER PIC X(48) VALUE
               'IDDEXPR - CUSTOMER ID DOCUMENT EXPIRY AS OF     '.
           05  WS-HD-DATE                 PIC 9(08).

       01  WS-COLUMN-LINE.
           05  FILLER PIC X(50) VALUE
               'CUSTOMER    NAME                            FLAG  '.
           05  FILLER PIC X(50) VALUE
               '    TY ISSUER               EXPIRES   DAYS  VERIFI'.
           05  FILLER PIC X(02) VALUE 'ED'.

       01  WS-DETAIL-LINE.
           05  WS-DL-CUST-ID              PIC 9(10).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DL-NAME                 PIC X(30).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DL-FLAG                 PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DL-TYPE                 PIC X(02).
           05  FILLER PIC X(01) VALUE SPACES.
           05  WS-DL-ISSUER               PIC X(20).
           05  FILLER PIC X(01) VALUE SPACES.
           05  WS-DL-EXPIRY               PIC X(08).
           05  FILLER PIC X(01) VALUE SPACES.
           05  WS-DL-DAYS                 PIC -(05)9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DL-VERIFY-DATE          PIC X(08).

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
           IF NOT WS-ABORT
               PERFORM 2000-PROCESS-CUSTOMER THRU 2000-EXIT
                   UNTIL WS-EOF
               PERFORM 3000-TERMINATE
           END-IF
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-READ-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE THRU 1000-EXIT
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           MOVE WS-TODAY TO WS-CONV-DATE
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           MOVE WS-CONV-JULIAN TO WS-TODAY-JULIAN

           OPEN INPUT ID-DOCUMENT
           IF NOT WS-ID-OK
               DISPLAY 'IDDEXPR ERROR - CANNOT OPEN ID DOCUMENT '
                   'FILE, STATUS = ' WS-ID-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           OPEN OUTPUT EXPIRY-REPORT
           MOVE WS-TODAY TO WS-HD-DATE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 2100-READ-CUSTOMER.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESS-CUSTOMER THRU 2000-EXIT
      *----------------------------------------------------------------*
       2000-PROCESS-CUSTOMER.
           ADD 1 TO WS-READ-CNT
           IF CUST-STATUS = 'C' OR CUST-STATUS = 'X'
               ADD 1 TO WS-SKIP-CNT
               PERFORM 2100-READ-CUSTOMER
               GO TO 2000-EXIT
           END-IF

           PERFORM 4000-FIND-BEST-DOCUMENT THRU 4000-EXIT

           MOVE SPACES TO WS-DETAIL-LINE
           IF NOT WS-BEST-FOUND
               ADD 1 TO WS-NONE-CNT
               MOVE 'NO ID' TO WS-DL-FLAG
               PERFORM 5000-PRINT-CUSTOMER THRU 5000-EXIT
               PERFORM 2100-READ-CUSTOMER
               GO TO 2000-EXIT
           END-IF
           IF WS-BEST-NO-EXPIRY
               ADD 1 TO WS-CURRENT-CNT
               PERFORM 2100-READ-CUSTOMER
               GO TO 2000-EXIT
           END-IF

           MOVE WS-BEST-EXPIRY TO WS-CONV-DATE
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           COMPUTE WS-DAYS-LEFT = WS-CONV-JULIAN - WS-TODAY-JULIAN
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT NOT > ZERO
                   ADD 1 TO WS-EXPIRED-CNT
                   MOVE 'EXPIRED' TO WS-DL-FLAG
               WHEN WS-DAYS-LEFT NOT > WS-WARN-DAYS
                   ADD 1 TO WS-EXPIRING-CNT
                   MOVE 'EXPIRING' TO WS-DL-FLAG
               WHEN OTHER
                   ADD 1 TO WS-CURRENT-CNT
                   PERFORM 2100-READ-CUSTOMER
                   GO TO 2000-EXIT
           END-EVALUATE

           MOVE WS-BEST-TYPE        TO WS-DL-TYPE
           MOVE WS-BEST-ISSUER      TO WS-DL-ISSUER
           MOVE WS-BEST-EXPIRY      TO WS-DL-EXPIRY
           MOVE WS-DAYS-LEFT        TO WS-DL-DAYS
           MOVE WS-BEST-VERIFY-DATE TO WS-DL-VERIFY-DATE
           PERFORM 5000-PRINT-CUSTOMER THRU 5000-EXIT

           PERFORM 2100-READ-CUSTOMER.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-READ-CUSTOMER
      *----------------------------------------------------------------*
       2100-READ-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'CUSTOMERS READ' TO WS-TL-LABEL
           MOVE WS-READ-CNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'CLOSED/DECEASED - SKIPPED' TO WS-TL-LABEL
           MOVE WS-SKIP-CNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ID CURRENT' TO WS-TL-LABEL
           MOVE WS-CURRENT-CNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ID EXPIRING' TO WS-TL-LABEL
           MOVE WS-EXPIRING-CNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ID EXPIRED' TO WS-TL-LABEL
           MOVE WS-EXPIRED-CNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'NO ID ON FILE' TO WS-TL-LABEL
           MOVE WS-NONE-CNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE

           CLOSE CUSTOMER-MASTER
           CLOSE ID-DOCUMENT
           CLOSE EXPIRY-REPORT
           DISPLAY 'IDDEXPR READ      = ' WS-READ-CNT
           DISPLAY 'IDDEXPR EXPIRING  = ' WS-EXPIRING-CNT
           DISPLAY 'IDDEXPR EXPIRED   = ' WS-EXPIRED-CNT
           DISPLAY 'IDDEXPR NO ID     = ' WS-NONE-CNT.

      *----------------------------------------------------------------*
      * 4000-FIND-BEST-DOCUMENT THRU 4000-EXIT
      *   The key leads with the customer, so the browse covers
      *   exactly their documents.  Superseded and removed
      *   documents are passed over.
      *----------------------------------------------------------------*
       4000-FIND-BEST-DOCUMENT.
           MOVE 'N' TO WS-BEST-SW
           MOVE 'N' TO WS-NO-EXPIRY-SW
           MOVE SPACES TO WS-BEST-DOC
           MOVE ZERO TO WS-BEST-EXPIRY
           MOVE ZERO TO WS-BEST-VERIFY-DATE
           MOVE 'N' TO WS-ID-EOF-SW
           MOVE CUST-ID TO ID-CUST-ID
           MOVE ZERO    TO ID-DOC-SEQ
           START ID-DOCUMENT KEY IS NOT LESS THAN ID-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ID-EOF-SW
           END-START
           PERFORM 4100-WEIGH-ONE-DOCUMENT THRU 4100-EXIT
               UNTIL WS-ID-EOF OR WS-BEST-NO-EXPIRY.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-WEIGH-ONE-DOCUMENT THRU 4100-EXIT
      *----------------------------------------------------------------*
       4100-WEIGH-ONE-DOCUMENT.
           READ ID-DOCUMENT NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ID-EOF-SW
           END-READ
           IF WS-ID-EOF
               GO TO 4100-EXIT
           END-IF
           IF ID-CUST-ID NOT = CUST-ID
               MOVE 'Y' TO WS-ID-EOF-SW
               GO TO 4100-EXIT
           END-IF
           IF NOT ID-ACTIVE
               GO TO 4100-EXIT
           END-IF

           IF ID-EXPIRY-DATE = ZERO
               MOVE 'Y' TO WS-NO-EXPIRY-SW
           ELSE
               IF WS-BEST-FOUND AND ID-EXPIRY-DATE NOT > WS-BEST-EXPIRY
                   GO TO 4100-EXIT
               END-IF
           END-IF
           MOVE 'Y'            TO WS-BEST-SW
           MOVE ID-DOC-TYPE    TO WS-BEST-TYPE
           MOVE ID-ISSUER      TO WS-BEST-ISSUER
           MOVE ID-EXPIRY-DATE TO WS-BEST-EXPIRY
           MOVE ID-VERIFY-DATE TO WS-BEST-VERIFY-DATE.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-PRINT-CUSTOMER THRU 5000-EXIT
      *   The caller has set the flag and document columns; this
      *   adds the customer and writes the line.  An entity prints
      *   its legal name, a person surname first.
      *----------------------------------------------------------------*
       5000-PRINT-CUSTOMER.
           MOVE CUST-ID TO WS-DL-CUST-ID
           IF CUST-LEGAL-ENTITY
               MOVE CUST-LEGAL-NAME TO WS-DL-NAME
           ELSE
               STRING CUST-LAST-NAME DELIMITED BY '  '
                      ', ' DELIMITED BY SIZE
                      CUST-FIRST-NAME DELIMITED BY '  '
                   INTO WS-DL-NAME
               END-STRING
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.
       5000-EXIT.
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
           MOVE 'IDDEXPR' TO RL-PROGRAM
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
