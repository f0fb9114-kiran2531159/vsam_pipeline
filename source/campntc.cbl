      *================================================================*
      * CAMPNTC - PROMOTIONAL BONUS EXPIRY NOTICES AND RETENTION
      *
      * Walks the campaign enrollment file (CAMPENRL) each night
      * after interest accrual and moves each enrollment through
      * the back half of its life:
      *   - an enrollment in force coming up on its expiry inside
      *     the campaign's CM-NOTICE-DAYS gets one advance notice
      *     (same mail item shape as CDWARN), and CE-NOTICE-DATE is
      *     stamped so it is never lettered twice;
      *   - the night after CE-EXPIRY-DATE the enrollment is expired
      *     (status 'E') and the account balance is kept as the
      *     balance at expiry - INTACCR has already stopped the
      *     bonus;
      *   - CM-RETAIN-DAYS after expiry the balance is read again as
      *     the money retained (status 'R'), which is what CAMPRPT
      *     reports the campaign's stickiness from.
      * A customer whose address RTNMAIL has flagged undeliverable
      * gets no notice and is not stamped, so the letter goes out
      * if the address is corrected before expiry.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPNTC.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL PROMOTIONAL EXPIRY NOTICE AND
      *                    RETENTION JOB.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-ENROLL ASSIGN TO CAMPENRL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CE-KEY
               FILE STATUS IS WS-ENRL-STATUS.

           SELECT CAMPAIGN-MASTER ASSIGN TO CAMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CAMP-CODE
               FILE STATUS IS WS-CAMP-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT NOTICE-LETTERS ASSIGN TO PROMOLTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-STATUS.

           SELECT RUN-LOG ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT PROC-DATE-CTL ASSIGN TO PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-ENROLL.
           COPY "campenrl.cpy".

       FD  CAMPAIGN-MASTER.
           COPY "campmstr.cpy".

       FD  ACCOUNT-MASTER.
           COPY "account.cpy".

       FD  CUSTOMER-MASTER.
           COPY "customer.cpy".

       FD  NOTICE-LETTERS
           RECORD CONTAINS 80 CHARACTERS.
       01  LTR-LINE                       PIC X(80).

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

       01  WS-ENRL-STATUS                 PIC X(02).
       01  WS-CAMP-STATUS                 PIC X(02).
       01  WS-ACCT-STATUS                 PIC X(02).
           88  WS-ACCT-OK                  VALUE '00'.
       01  WS-CUST-STATUS                 PIC X(02).
           88  WS-CUST-OK                  VALUE '00'.
       01  WS-LTR-STATUS                  PIC X(02).

       01  WS-EOF-SW                      PIC X(01)   VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
       01  WS-CHANGED-SW                  PIC X(01)   VALUE 'N'.
           88  WS-ENRL-CHANGED              VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-TODAY-JULIAN                PIC S9(09)  VALUE ZERO.
       01  WS-EXPIRY-JULIAN               PIC S9(09)  VALUE ZERO.
       01  WS-DAYS-TO-EXPIRY              PIC S9(09)  VALUE ZERO.

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
           05  WS-ENRL-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-NOTICE-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-EXPIRED-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-RETAINED-CNT            PIC 9(07)   VALUE ZERO.
           05  WS-NO-CUST-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-NO-CAMP-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-SUPPRESSED-CNT          PIC 9(07)   VALUE ZERO.

      *----------------------------------------------------------------*
      * LETTER BODY LINES
      *----------------------------------------------------------------*
       01  WS-NAME-LINE.
           05  WS-NL-FIRST                PIC X(25).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-NL-LAST                 PIC X(30).

       01  WS-CSZ-LINE.
           05  WS-CL-CITY                 PIC X(25).
           05  FILLER PIC X(02) VALUE ', '.
           05  WS-CL-STATE                PIC X(02).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-CL-ZIP                  PIC 9(05).

       01  WS-BODY-LINE-1.
           05  FILLER PIC X(36) VALUE
               'THE PROMOTIONAL BONUS RATE ON YOUR '.
           05  FILLER PIC X(08) VALUE 'ACCOUNT '.
           05  WS-B1-ACCT-NO              PIC 9(12).

       01  WS-BODY-LINE-2.
           05  FILLER PIC X(01) VALUE '('.
           05  WS-B2-DESCRIPTION          PIC X(30).
           05  FILLER PIC X(10) VALUE ') ENDS ON '.
           05  WS-B2-EXPIRY               PIC 9(08).
           05  FILLER PIC X(01) VALUE '.'.

       01  WS-BODY-LINE-3.
           05  FILLER PIC X(32) VALUE
               'BONUS INTEREST PAID TO DATE:  $'.
           05  WS-B3-BONUS-PAID           PIC -(09)9.99.

       01  WS-BODY-LINE-4.
           05  FILLER PIC X(42) VALUE
               'AFTER THAT DATE YOUR BALANCE EARNS THE '.
           05  FILLER PIC X(26) VALUE
               'STANDARD ACCOUNT RATE.'.

       01  WS-BODY-LINE-5.
           05  FILLER PIC X(42) VALUE
               'CONTACT YOUR BRANCH TO HEAR ABOUT OUR '.
           05  FILLER PIC X(16) VALUE
               'CURRENT OFFERS.'.

           COPY "mailhdr.cpy".

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
           MOVE WS-ENRL-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O   CAMPAIGN-ENROLL
           OPEN INPUT CAMPAIGN-MASTER
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT CUSTOMER-MASTER
           OPEN OUTPUT NOTICE-LETTERS

           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           MOVE WS-TODAY TO WS-CONV-DATE
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           MOVE WS-CONV-JULIAN TO WS-TODAY-JULIAN

           PERFORM 2100-READ-ENROLLMENT.

      *----------------------------------------------------------------*
      * 2000-PROCESS-ENROLLMENT THRU 2000-EXIT
      *   Withdrawn and completed enrollments are left as they are.
      *----------------------------------------------------------------*
       2000-PROCESS-ENROLLMENT.
           ADD 1 TO WS-ENRL-CNT
           MOVE 'N' TO WS-CHANGED-SW

           IF CE-STATUS NOT = 'A' AND CE-STATUS NOT = 'E'
               PERFORM 2100-READ-ENROLLMENT
               GO TO 2000-EXIT
           END-IF

           MOVE CE-CAMP-CODE TO CM-CAMP-CODE
           READ CAMPAIGN-MASTER
               INVALID KEY
                   ADD 1 TO WS-NO-CAMP-CNT
                   PERFORM 2100-READ-ENROLLMENT
                   GO TO 2000-EXIT
           END-READ

           MOVE CE-EXPIRY-DATE TO WS-CONV-DATE
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           MOVE WS-CONV-JULIAN TO WS-EXPIRY-JULIAN
           COMPUTE WS-DAYS-TO-EXPIRY =
               WS-EXPIRY-JULIAN - WS-TODAY-JULIAN

           IF CE-STATUS = 'A'
               IF WS-DAYS-TO-EXPIRY < ZERO
                   PERFORM 5000-EXPIRE-ENROLLMENT THRU 5000-EXIT
               ELSE
                   IF WS-DAYS-TO-EXPIRY <= CM-NOTICE-DAYS
                       AND CE-NOTICE-DATE = ZERO
                       PERFORM 4000-WRITE-NOTICE THRU 4000-EXIT
                   END-IF
               END-IF
           ELSE
               IF ZERO - WS-DAYS-TO-EXPIRY >= CM-RETAIN-DAYS
                   PERFORM 6000-MEASURE-RETENTION THRU 6000-EXIT
               END-IF
           END-IF

           IF WS-ENRL-CHANGED
               REWRITE CAMPAIGN-ENROLL-RECORD
                   INVALID KEY
                       DISPLAY 'CAMPNTC - ENROLLMENT REWRITE FAILED '
                           CE-KEY
               END-REWRITE
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
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           CLOSE CAMPAIGN-ENROLL
           CLOSE CAMPAIGN-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE NOTICE-LETTERS
           DISPLAY 'CAMPNTC ENROLLMENTS READ = ' WS-ENRL-CNT
           DISPLAY 'CAMPNTC NOTICES          = ' WS-NOTICE-CNT
           DISPLAY 'CAMPNTC EXPIRED          = ' WS-EXPIRED-CNT
           DISPLAY 'CAMPNTC RETENTION TAKEN  = ' WS-RETAINED-CNT
           DISPLAY 'CAMPNTC NO CUSTOMER      = ' WS-NO-CUST-CNT
           DISPLAY 'CAMPNTC NO CAMPAIGN      = ' WS-NO-CAMP-CNT
           DISPLAY 'CAMPNTC SUPPRESSED       = ' WS-SUPPRESSED-CNT.

      *----------------------------------------------------------------*
      * 4000-WRITE-NOTICE THRU 4000-EXIT
      *----------------------------------------------------------------*
       4000-WRITE-NOTICE.
           MOVE CE-ACCT-NO TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   ADD 1 TO WS-NO-CUST-CNT
                   GO TO 4000-EXIT
           END-READ

           MOVE ACCT-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   ADD 1 TO WS-NO-CUST-CNT
                   GO TO 4000-EXIT
           END-READ

           IF CUST-ADDR-UNDELIVERABLE
               ADD 1 TO WS-SUPPRESSED-CNT
               GO TO 4000-EXIT
           END-IF

           MOVE 'CAMPNTC'            TO MH-SOURCE
           MOVE 'PRMX'               TO MH-NOTICE-CODE
           MOVE CUST-ID              TO MH-CUST-ID
           MOVE ACCT-NUMBER          TO MH-ACCT-NUMBER
           MOVE MAIL-ITEM-HEADER TO LTR-LINE
           WRITE LTR-LINE

           MOVE CUST-FIRST-NAME TO WS-NL-FIRST
           MOVE CUST-LAST-NAME  TO WS-NL-LAST
           MOVE WS-NAME-LINE TO LTR-LINE
           WRITE LTR-LINE

           MOVE CUST-ADDR-LINE-1 TO LTR-LINE
           WRITE LTR-LINE
           IF CUST-ADDR-LINE-2 NOT = SPACES
               MOVE CUST-ADDR-LINE-2 TO LTR-LINE
               WRITE LTR-LINE
           END-IF

           MOVE CUST-CITY     TO WS-CL-CITY
           MOVE CUST-STATE    TO WS-CL-STATE
           MOVE CUST-ZIP-CODE TO WS-CL-ZIP
           MOVE WS-CSZ-LINE TO LTR-LINE
           WRITE LTR-LINE

           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE

           MOVE CE-ACCT-NO TO WS-B1-ACCT-NO
           MOVE WS-BODY-LINE-1 TO LTR-LINE
           WRITE LTR-LINE

           MOVE CM-DESCRIPTION  TO WS-B2-DESCRIPTION
           MOVE CE-EXPIRY-DATE  TO WS-B2-EXPIRY
           MOVE WS-BODY-LINE-2 TO LTR-LINE
           WRITE LTR-LINE

           MOVE CE-BONUS-PAID   TO WS-B3-BONUS-PAID
           MOVE WS-BODY-LINE-3 TO LTR-LINE
           WRITE LTR-LINE

           MOVE WS-BODY-LINE-4 TO LTR-LINE
           WRITE LTR-LINE
           MOVE WS-BODY-LINE-5 TO LTR-LINE
           WRITE LTR-LINE

           MOVE WS-TODAY TO CE-NOTICE-DATE
           MOVE 'Y' TO WS-CHANGED-SW
           ADD 1 TO WS-NOTICE-CNT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-EXPIRE-ENROLLMENT THRU 5000-EXIT
      *   The balance at expiry is tonight's, already past the last
      *   bonus night.  A closed account expires at zero.
      *----------------------------------------------------------------*
       5000-EXPIRE-ENROLLMENT.
           MOVE CE-ACCT-NO TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE ZERO TO ACCT-BALANCE
           END-READ
           MOVE ACCT-BALANCE TO CE-EXPIRY-BALANCE
           MOVE 'E'          TO CE-STATUS
           MOVE WS-TODAY     TO CE-STATUS-DATE
           MOVE 'Y' TO WS-CHANGED-SW
           ADD 1 TO WS-EXPIRED-CNT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-MEASURE-RETENTION THRU 6000-EXIT
      *----------------------------------------------------------------*
       6000-MEASURE-RETENTION.
           MOVE CE-ACCT-NO TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE ZERO TO ACCT-BALANCE
           END-READ
           MOVE ACCT-BALANCE TO CE-RETAINED-BALANCE
           MOVE WS-TODAY     TO CE-RETAIN-DATE
           MOVE 'R'          TO CE-STATUS
           MOVE WS-TODAY     TO CE-STATUS-DATE
           MOVE 'Y' TO WS-CHANGED-SW
           ADD 1 TO WS-RETAINED-CNT.
       6000-EXIT.
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
           MOVE 'CAMPNTC' TO RL-PROGRAM
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
