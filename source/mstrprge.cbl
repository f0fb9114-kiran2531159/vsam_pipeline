      *================================================================*
      * MSTRPRGE - CLOSED ACCOUNT AND CUSTOMER ARCHIVAL PURGE
      *
      * The masters have only ever grown: every account closed since
      * conversion and every customer who walked away still sits on
      * the live KSDSs, is read by every nightly scan and inflates
      * every alternate index.  Run at month end, this job moves the
      * long-closed ones off the live masters onto archive KSDSs
      * kept in the masters' own layouts, under the same
      * WS-RETENTION-YEARS rule TXNPURGE applies to transactions -
      * by the time an account qualifies its transactions have
      * already aged into TXNARCH.
      *
      * Three passes, each against a master opened I-O so the
      * alternate-index upgrade sets stay current with every
      * delete:
      *   ACCOUNTS  - status 'C', zero balance, last activity (the
      *               close date ACCTMAINT stamps) before the
      *               cutoff.  Every OWNXREF row under the account
      *               moves to OWNARCH first, then the account moves
      *               to ACCTARCH.
      *   CARDS     - any card whose funding account is now on
      *               ACCTARCH rather than the master moves to
      *               CARDARCH (CARDMSTR has no account index, so
      *               this is its own sequential pass).
      *   CUSTOMERS - status 'C' (closed, including CUSTMRG's
      *               merged victims), opened before the cutoff, no
      *               account left under ACCT-CUST-ID and no active
      *               OWNXREF row.  The customer's removed ('X')
      *               OWNXREF rows move with it.
      * A record is deleted from its master only after its archive
      * copy is written (or rewritten, so a rerun after a failure
      * part way through a pass is harmless); a failed archive
      * write leaves the record live and ends RC 8.  CUST360 and
      * TXNRSRCH read the archives when research asks for a
      * customer or account no longer on the masters.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRPRGE.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL CLOSED ACCOUNT AND CUSTOMER
      *                    ARCHIVAL PURGE.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               ALTERNATE RECORD KEY IS ACCT-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT OWNER-XREF ASSIGN TO OWNXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-KEY
               ALTERNATE RECORD KEY IS AO-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-XREF-STATUS.

           SELECT CARD-MASTER ASSIGN TO CARDMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-NUMBER
               FILE STATUS IS WS-CARD-STATUS.

           SELECT CUSTOMER-ARCHIVE ASSIGN TO CUSTARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-CUST-ID
               FILE STATUS IS WS-CUST-ARCH-STATUS.

           SELECT ACCOUNT-ARCHIVE ASSIGN TO ACCTARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-ACCT-NUMBER
               ALTERNATE RECORD KEY IS ARCH-ACCT-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCT-ARCH-STATUS.

           SELECT OWNER-ARCHIVE ASSIGN TO OWNARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-AO-KEY
               ALTERNATE RECORD KEY IS ARCH-AO-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-XREF-ARCH-STATUS.

           SELECT CARD-ARCHIVE ASSIGN TO CARDARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-CARD-NUMBER
               FILE STATUS IS WS-CARD-ARCH-STATUS.

           SELECT PURGE-REPORT ASSIGN TO MSTPGRPT
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

       FD  ACCOUNT-MASTER.
           COPY "account.cpy".

       FD  OWNER-XREF.
           COPY "acctownr.cpy".

       FD  CARD-MASTER.
           COPY "cardmstr.cpy".

      *----------------------------------------------------------------*
      * THE ARCHIVES HOLD EACH RECORD IN ITS MASTER'S OWN LAYOUT,
      * DECODED THROUGH THE MASTERS' COPYBOOKS - A RESTORE IS A
      * STRAIGHT COPY BACK.
      *----------------------------------------------------------------*
       FD  CUSTOMER-ARCHIVE.
           COPY "customer.cpy"
               REPLACING ==CUSTOMER-RECORD== BY
                         ==ARCHIVE-CUSTOMER-RECORD==
                         LEADING ==CUST-== BY ==ARCH-CUST-==.

       FD  ACCOUNT-ARCHIVE.
           COPY "account.cpy"
               REPLACING ==ACCOUNT-RECORD== BY
                         ==ARCHIVE-ACCOUNT-RECORD==
                         LEADING ==ACCT-== BY ==ARCH-ACCT-==.

       FD  OWNER-ARCHIVE.
           COPY "acctownr.cpy"
               REPLACING ==ACCOUNT-OWNER-RECORD== BY
                         ==ARCHIVE-OWNER-RECORD==
                         LEADING ==AO-== BY ==ARCH-AO-==.

       FD  CARD-ARCHIVE.
           COPY "cardmstr.cpy"
               REPLACING ==CARD-RECORD== BY
                         ==ARCHIVE-CARD-RECORD==
                         LEADING ==CARD-== BY ==ARCH-CARD-==.

       FD  PURGE-REPORT
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
       01  WS-ACCT-STATUS                 PIC X(02).
       01  WS-XREF-STATUS                 PIC X(02).
       01  WS-CARD-STATUS                 PIC X(02).
       01  WS-CUST-ARCH-STATUS            PIC X(02).
       01  WS-ACCT-ARCH-STATUS            PIC X(02).
       01  WS-XREF-ARCH-STATUS            PIC X(02).
       01  WS-CARD-ARCH-STATUS            PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).

       01  WS-ACCT-EOF-SW                 PIC X(01)   VALUE 'N'.
           88  WS-ACCT-EOF                  VALUE 'Y'.
       01  WS-CARD-EOF-SW                 PIC X(01)   VALUE 'N'.
           88  WS-CARD-EOF                  VALUE 'Y'.
       01  WS-CUST-EOF-SW                 PIC X(01)   VALUE 'N'.
           88  WS-CUST-EOF                  VALUE 'Y'.
       01  WS-XREF-EOF-SW                 PIC X(01)   VALUE 'N'.
           88  WS-XREF-EOF                  VALUE 'Y'.
       01  WS-ABORT-SW                    PIC X(01)   VALUE 'N'.
           88  WS-ABORT                     VALUE 'Y'.
       01  WS-WRITE-FAIL-SW               PIC X(01)   VALUE 'N'.
           88  WS-WRITE-FAIL                VALUE 'Y'.
       01  WS-KEEP-SW                     PIC X(01)   VALUE 'N'.
           88  WS-KEEP                      VALUE 'Y'.

       01  WS-RETENTION-YEARS             PIC 9(02)   VALUE 07.
       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-TODAY-R REDEFINES WS-TODAY.
           05  WS-TODAY-YYYY                PIC 9(04).
           05  WS-TODAY-MMDD                PIC 9(04).
       01  WS-CUTOFF-DATE                  PIC 9(08)   VALUE ZERO.
       01  WS-CUTOFF-DATE-R REDEFINES WS-CUTOFF-DATE.
           05  WS-CUTOFF-YYYY               PIC 9(04).
           05  WS-CUTOFF-MMDD               PIC 9(04).

       01  WS-OWNER-ROW-CNT               PIC 9(05)   VALUE ZERO.
       01  WS-ACTIVE-ROW-CNT              PIC 9(05)   VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-ACCT-READ-CNT           PIC 9(09)   VALUE ZERO.
           05  WS-ACCT-ARCH-CNT           PIC 9(09)   VALUE ZERO.
           05  WS-XREF-ARCH-CNT           PIC 9(09)   VALUE ZERO.
           05  WS-CARD-READ-CNT           PIC 9(09)   VALUE ZERO.
           05  WS-CARD-ARCH-CNT           PIC 9(09)   VALUE ZERO.
           05  WS-CUST-READ-CNT           PIC 9(09)   VALUE ZERO.
           05  WS-CUST-ARCH-CNT           PIC 9(09)   VALUE ZERO.
           05  WS-CUST-KEPT-CNT           PIC 9(09)   VALUE ZERO.
           05  WS-FAIL-CNT                PIC 9(09)   VALUE ZERO.

       01  WS-HEADER-LINE.
           05  FILLER PIC X(40)
               VALUE 'MSTRPRGE - CLOSED MASTER ARCHIVAL PURGE'.
           05  FILLER PIC X(10) VALUE '  RUN DT '.
           05  WS-HL-TODAY                 PIC 9(08).
           05  FILLER PIC X(20) VALUE '  CLOSED BEFORE '.
           05  WS-HL-CUTOFF                PIC 9(08).

       01  WS-ACCT-LINE.
           05  FILLER PIC X(20) VALUE 'ACCOUNT ARCHIVED  - '.
           05  WS-AL-ACCT-NO               PIC 9(12).
           05  FILLER PIC X(07) VALUE '  CUST '.
           05  WS-AL-CUST-ID               PIC 9(10).
           05  FILLER PIC X(07) VALUE '  TYPE '.
           05  WS-AL-TYPE                  PIC X(03).
           05  FILLER PIC X(10) VALUE '  CLOSED '.
           05  WS-AL-CLOSED                PIC 9(08).
           05  FILLER PIC X(14) VALUE '  OWNER ROWS '.
           05  WS-AL-ROWS                  PIC ZZZZ9.

       01  WS-CARD-LINE.
           05  FILLER PIC X(20) VALUE 'CARD ARCHIVED     - '.
           05  WS-DL-CARD-NO               PIC 9(16).
           05  FILLER PIC X(07) VALUE '  ACCT '.
           05  WS-DL-ACCT-NO               PIC 9(12).
           05  FILLER PIC X(09) VALUE '  STATUS '.
           05  WS-DL-STATUS                PIC X(01).
           05  FILLER PIC X(09) VALUE '  EXPIRY '.
           05  WS-DL-EXPIRY                PIC 9(08).

       01  WS-CUST-LINE.
           05  FILLER PIC X(20) VALUE 'CUSTOMER ARCHIVED - '.
           05  WS-CL-CUST-ID               PIC 9(10).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-CL-LAST                  PIC X(30).
           05  FILLER PIC X(08) VALUE '  OPENED'.
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-CL-OPENED                PIC 9(08).
           05  FILLER PIC X(14) VALUE '  OWNER ROWS '.
           05  WS-CL-ROWS                  PIC ZZZZ9.

       01  WS-FAIL-LINE.
           05  FILLER PIC X(20) VALUE '** ARCHIVE FAILED - '.
           05  WS-FL-FILE                  PIC X(08).
           05  FILLER PIC X(06) VALUE ' KEY '.
           05  WS-FL-KEY                   PIC X(22).
           05  FILLER PIC X(08) VALUE ' STATUS '.
           05  WS-FL-STATUS                PIC X(02).
           05  FILLER PIC X(24)
               VALUE ' - RECORD LEFT ON MASTER'.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(30).
           05  WS-TL-COUNT                 PIC Z(08)9.

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
               PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
                   UNTIL WS-ACCT-EOF
               PERFORM 4000-PROCESS-CARD THRU 4000-EXIT
                   UNTIL WS-CARD-EOF
               PERFORM 5000-PROCESS-CUSTOMER THRU 5000-EXIT
                   UNTIL WS-CUST-EOF
               PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
           END-IF
           PERFORM 3000-TERMINATE
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-ACCT-ARCH-CNT TO WS-RL-COUNT
           ADD WS-CUST-ARCH-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE THRU 1000-EXIT
      *   Nothing may be deleted from a master unless every archive
      *   it could move to is open - any open failure aborts the
      *   run before a single record is touched.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O CUSTOMER-MASTER
           OPEN I-O ACCOUNT-MASTER
           OPEN I-O OWNER-XREF
           OPEN I-O CARD-MASTER
           OPEN I-O CUSTOMER-ARCHIVE
           OPEN I-O ACCOUNT-ARCHIVE
           OPEN I-O OWNER-ARCHIVE
           OPEN I-O CARD-ARCHIVE
           IF WS-CUST-STATUS NOT = '00'
           OR WS-ACCT-STATUS NOT = '00'
           OR WS-XREF-STATUS NOT = '00'
           OR WS-CARD-STATUS NOT = '00'
           OR WS-CUST-ARCH-STATUS NOT = '00'
           OR WS-ACCT-ARCH-STATUS NOT = '00'
           OR WS-XREF-ARCH-STATUS NOT = '00'
           OR WS-CARD-ARCH-STATUS NOT = '00'
               DISPLAY 'MSTRPRGE ERROR - OPEN FAILED, STATUS CUST='
                   WS-CUST-STATUS ' ACCT=' WS-ACCT-STATUS
                   ' XREF=' WS-XREF-STATUS ' CARD=' WS-CARD-STATUS
               DISPLAY 'MSTRPRGE          ARCHIVES CUST='
                   WS-CUST-ARCH-STATUS ' ACCT=' WS-ACCT-ARCH-STATUS
                   ' XREF=' WS-XREF-ARCH-STATUS
                   ' CARD=' WS-CARD-ARCH-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT PURGE-REPORT

           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           COMPUTE WS-CUTOFF-YYYY = WS-TODAY-YYYY - WS-RETENTION-YEARS
           MOVE WS-TODAY-MMDD TO WS-CUTOFF-MMDD

           MOVE WS-TODAY       TO WS-HL-TODAY
           MOVE WS-CUTOFF-DATE TO WS-HL-CUTOFF
           MOVE WS-HEADER-LINE TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 2900-READ-ACCOUNT
           PERFORM 4900-READ-CARD
           PERFORM 5900-READ-CUSTOMER.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESS-ACCOUNT THRU 2000-EXIT
      *   ACCTMAINT's close zeroes the balance and stamps the close
      *   date into ACCT-LAST-ACTIVITY-DATE, so that date is the
      *   retention clock.  A closed account somehow still carrying
      *   a balance stays put for operations to resolve.
      *----------------------------------------------------------------*
       2000-PROCESS-ACCOUNT.
           ADD 1 TO WS-ACCT-READ-CNT

           IF ACCT-STATUS = 'C'
           AND ACCT-BALANCE = ZERO
           AND ACCT-LAST-ACTIVITY-DATE IS NUMERIC
           AND ACCT-LAST-ACTIVITY-DATE < WS-CUTOFF-DATE
               PERFORM 2100-ARCHIVE-ACCOUNT THRU 2100-EXIT
           END-IF

           PERFORM 2900-READ-ACCOUNT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-ARCHIVE-ACCOUNT THRU 2100-EXIT
      *   Owner rows first, so a failure part way leaves the account
      *   live with whatever rows remain - a rerun finishes the job.
      *----------------------------------------------------------------*
       2100-ARCHIVE-ACCOUNT.
           MOVE 'N' TO WS-WRITE-FAIL-SW
           MOVE ZERO TO WS-OWNER-ROW-CNT
           MOVE 'N' TO WS-XREF-EOF-SW
           MOVE ACCT-NUMBER TO AO-ACCT-NO
           MOVE ZERO        TO AO-CUST-ID
           START OWNER-XREF KEY IS NOT LESS THAN AO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-XREF-EOF-SW
           END-START

           PERFORM 2200-ARCHIVE-ACCT-OWNER THRU 2200-EXIT
               UNTIL WS-XREF-EOF
           IF WS-WRITE-FAIL
               GO TO 2100-EXIT
           END-IF

           MOVE ACCOUNT-RECORD TO ARCHIVE-ACCOUNT-RECORD
           WRITE ARCHIVE-ACCOUNT-RECORD
               INVALID KEY
                   REWRITE ARCHIVE-ACCOUNT-RECORD
                       INVALID KEY
                           MOVE 'Y' TO WS-WRITE-FAIL-SW
                   END-REWRITE
           END-WRITE
           IF WS-WRITE-FAIL
               MOVE 'ACCTARCH'          TO WS-FL-FILE
               MOVE ACCT-NUMBER         TO WS-FL-KEY
               MOVE WS-ACCT-ARCH-STATUS TO WS-FL-STATUS
               PERFORM 8000-WRITE-FAIL-LINE THRU 8000-EXIT
               GO TO 2100-EXIT
           END-IF

           DELETE ACCOUNT-MASTER RECORD
               INVALID KEY
                   DISPLAY 'MSTRPRGE - COULD NOT DELETE ACCOUNT '
                       ACCT-NUMBER ' STATUS ' WS-ACCT-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO 2100-EXIT
           END-DELETE

           ADD 1 TO WS-ACCT-ARCH-CNT
           MOVE ACCT-NUMBER             TO WS-AL-ACCT-NO
           MOVE ACCT-CUST-ID            TO WS-AL-CUST-ID
           MOVE ACCT-TYPE               TO WS-AL-TYPE
           MOVE ACCT-LAST-ACTIVITY-DATE TO WS-AL-CLOSED
           MOVE WS-OWNER-ROW-CNT        TO WS-AL-ROWS
           MOVE WS-ACCT-LINE TO RPT-LINE
           WRITE RPT-LINE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-ARCHIVE-ACCT-OWNER THRU 2200-EXIT
      *   Every row under the account moves, active or removed -
      *   the account they point at is leaving the master.
      *----------------------------------------------------------------*
       2200-ARCHIVE-ACCT-OWNER.
           READ OWNER-XREF NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-XREF-EOF-SW
           END-READ
           IF WS-XREF-EOF
               GO TO 2200-EXIT
           END-IF
           IF AO-ACCT-NO NOT = ACCT-NUMBER
               MOVE 'Y' TO WS-XREF-EOF-SW
               GO TO 2200-EXIT
           END-IF

           PERFORM 2300-MOVE-OWNER-ROW THRU 2300-EXIT
           IF WS-WRITE-FAIL
               MOVE 'Y' TO WS-XREF-EOF-SW
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-MOVE-OWNER-ROW THRU 2300-EXIT
      *   Shared by the account and customer passes - the OWNXREF
      *   record in the buffer goes to OWNARCH and off the live
      *   file.
      *----------------------------------------------------------------*
       2300-MOVE-OWNER-ROW.
           MOVE ACCOUNT-OWNER-RECORD TO ARCHIVE-OWNER-RECORD
           WRITE ARCHIVE-OWNER-RECORD
               INVALID KEY
                   REWRITE ARCHIVE-OWNER-RECORD
                       INVALID KEY
                           MOVE 'Y' TO WS-WRITE-FAIL-SW
                   END-REWRITE
           END-WRITE
           IF WS-WRITE-FAIL
               MOVE 'OWNARCH'           TO WS-FL-FILE
               MOVE AO-KEY              TO WS-FL-KEY
               MOVE WS-XREF-ARCH-STATUS TO WS-FL-STATUS
               PERFORM 8000-WRITE-FAIL-LINE THRU 8000-EXIT
               GO TO 2300-EXIT
           END-IF

           DELETE OWNER-XREF RECORD
               INVALID KEY
                   DISPLAY 'MSTRPRGE - COULD NOT DELETE OWNXREF '
                       AO-KEY ' STATUS ' WS-XREF-STATUS
                   MOVE 'Y' TO WS-WRITE-FAIL-SW
                   MOVE 8 TO RETURN-CODE
                   GO TO 2300-EXIT
           END-DELETE

           ADD 1 TO WS-OWNER-ROW-CNT
           ADD 1 TO WS-XREF-ARCH-CNT.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2900-READ-ACCOUNT
      *----------------------------------------------------------------*
       2900-READ-ACCOUNT.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ACCT-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           IF NOT WS-ABORT
               CLOSE CUSTOMER-MASTER
               CLOSE ACCOUNT-MASTER
               CLOSE OWNER-XREF
               CLOSE CARD-MASTER
               CLOSE CUSTOMER-ARCHIVE
               CLOSE ACCOUNT-ARCHIVE
               CLOSE OWNER-ARCHIVE
               CLOSE CARD-ARCHIVE
               CLOSE PURGE-REPORT
           END-IF
           DISPLAY 'MSTRPRGE ACCOUNTS READ      = ' WS-ACCT-READ-CNT
           DISPLAY 'MSTRPRGE ACCOUNTS ARCHIVED  = ' WS-ACCT-ARCH-CNT
           DISPLAY 'MSTRPRGE OWNER ROWS ARCHIVED= ' WS-XREF-ARCH-CNT
           DISPLAY 'MSTRPRGE CARDS ARCHIVED     = ' WS-CARD-ARCH-CNT
           DISPLAY 'MSTRPRGE CUSTOMERS READ     = ' WS-CUST-READ-CNT
           DISPLAY 'MSTRPRGE CUSTOMERS ARCHIVED = ' WS-CUST-ARCH-CNT
           DISPLAY 'MSTRPRGE ARCHIVE FAILURES   = ' WS-FAIL-CNT.

      *----------------------------------------------------------------*
      * 4000-PROCESS-CARD THRU 4000-EXIT
      *   A card follows its account: still on the master, the card
      *   stays; moved to ACCTARCH (this run or an earlier one), the
      *   card moves to CARDARCH.  A card on neither file is left
      *   alone - that is CARDMNT's problem, not retention's.
      *----------------------------------------------------------------*
       4000-PROCESS-CARD.
           ADD 1 TO WS-CARD-READ-CNT
           PERFORM 4100-ARCHIVE-CARD THRU 4100-EXIT
           PERFORM 4900-READ-CARD.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-ARCHIVE-CARD THRU 4100-EXIT
      *----------------------------------------------------------------*
       4100-ARCHIVE-CARD.
           MOVE CARD-ACCT-NO TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               KEY IS ACCT-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO 4100-EXIT
           END-READ

           MOVE CARD-ACCT-NO TO ARCH-ACCT-NUMBER
           READ ACCOUNT-ARCHIVE
               KEY IS ARCH-ACCT-NUMBER
               INVALID KEY
                   GO TO 4100-EXIT
           END-READ

           MOVE 'N' TO WS-WRITE-FAIL-SW
           MOVE CARD-RECORD TO ARCHIVE-CARD-RECORD
           WRITE ARCHIVE-CARD-RECORD
               INVALID KEY
                   REWRITE ARCHIVE-CARD-RECORD
                       INVALID KEY
                           MOVE 'Y' TO WS-WRITE-FAIL-SW
                   END-REWRITE
           END-WRITE
           IF WS-WRITE-FAIL
               MOVE 'CARDARCH'          TO WS-FL-FILE
               MOVE CARD-NUMBER         TO WS-FL-KEY
               MOVE WS-CARD-ARCH-STATUS TO WS-FL-STATUS
               PERFORM 8000-WRITE-FAIL-LINE THRU 8000-EXIT
               GO TO 4100-EXIT
           END-IF

           DELETE CARD-MASTER RECORD
               INVALID KEY
                   DISPLAY 'MSTRPRGE - COULD NOT DELETE CARD '
                       CARD-NUMBER ' STATUS ' WS-CARD-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO 4100-EXIT
           END-DELETE

           ADD 1 TO WS-CARD-ARCH-CNT
           MOVE CARD-NUMBER      TO WS-DL-CARD-NO
           MOVE CARD-ACCT-NO     TO WS-DL-ACCT-NO
           MOVE CARD-STATUS      TO WS-DL-STATUS
           MOVE CARD-EXPIRY-DATE TO WS-DL-EXPIRY
           MOVE WS-CARD-LINE TO RPT-LINE
           WRITE RPT-LINE.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4900-READ-CARD
      *----------------------------------------------------------------*
       4900-READ-CARD.
           READ CARD-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CARD-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 5000-PROCESS-CUSTOMER THRU 5000-EXIT
      *   The customer record carries no close date, so the open
      *   date stands in for the retention clock - a closed
      *   customer qualifies only once every account has left the
      *   master (which itself takes the full retention period
      *   after the last close).  Closed customers held back by a
      *   live account or an active joint-owner row are counted.
      *----------------------------------------------------------------*
       5000-PROCESS-CUSTOMER.
           ADD 1 TO WS-CUST-READ-CNT

           IF CUST-STATUS = 'C'
           AND CUST-OPEN-DATE IS NUMERIC
           AND CUST-OPEN-DATE < WS-CUTOFF-DATE
               PERFORM 5050-CHECK-CUSTOMER THRU 5050-EXIT
           END-IF

           PERFORM 5900-READ-CUSTOMER.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5050-CHECK-CUSTOMER THRU 5050-EXIT
      *----------------------------------------------------------------*
       5050-CHECK-CUSTOMER.
           MOVE 'N' TO WS-KEEP-SW
           MOVE CUST-ID TO ACCT-CUST-ID
           START ACCOUNT-MASTER KEY IS = ACCT-CUST-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-KEEP-SW
           END-START

           IF NOT WS-KEEP
               MOVE ZERO TO WS-ACTIVE-ROW-CNT
               PERFORM 5100-START-CUST-XREF THRU 5100-EXIT
               PERFORM 5200-CHECK-CUST-XREF THRU 5200-EXIT
                   UNTIL WS-XREF-EOF
               IF WS-ACTIVE-ROW-CNT > ZERO
                   MOVE 'Y' TO WS-KEEP-SW
               END-IF
           END-IF

           IF WS-KEEP
               ADD 1 TO WS-CUST-KEPT-CNT
               GO TO 5050-EXIT
           END-IF

           PERFORM 5300-ARCHIVE-CUSTOMER THRU 5300-EXIT.
       5050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-START-CUST-XREF THRU 5100-EXIT
      *----------------------------------------------------------------*
       5100-START-CUST-XREF.
           MOVE 'N' TO WS-XREF-EOF-SW
           MOVE CUST-ID TO AO-CUST-ID
           START OWNER-XREF KEY IS NOT LESS THAN AO-CUST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-XREF-EOF-SW
           END-START.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5200-CHECK-CUST-XREF THRU 5200-EXIT
      *   First browse only counts - no row moves until the whole
      *   customer is known to qualify.
      *----------------------------------------------------------------*
       5200-CHECK-CUST-XREF.
           READ OWNER-XREF NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-XREF-EOF-SW
           END-READ
           IF WS-XREF-EOF
               GO TO 5200-EXIT
           END-IF
           IF AO-CUST-ID NOT = CUST-ID
               MOVE 'Y' TO WS-XREF-EOF-SW
               GO TO 5200-EXIT
           END-IF
           IF AO-STATUS = 'A'
               ADD 1 TO WS-ACTIVE-ROW-CNT
               MOVE 'Y' TO WS-XREF-EOF-SW
           END-IF.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5300-ARCHIVE-CUSTOMER THRU 5300-EXIT
      *----------------------------------------------------------------*
       5300-ARCHIVE-CUSTOMER.
           MOVE 'N' TO WS-WRITE-FAIL-SW
           MOVE ZERO TO WS-OWNER-ROW-CNT
           PERFORM 5100-START-CUST-XREF THRU 5100-EXIT
           PERFORM 5400-ARCHIVE-CUST-OWNER THRU 5400-EXIT
               UNTIL WS-XREF-EOF
           IF WS-WRITE-FAIL
               GO TO 5300-EXIT
           END-IF

           MOVE CUSTOMER-RECORD TO ARCHIVE-CUSTOMER-RECORD
           WRITE ARCHIVE-CUSTOMER-RECORD
               INVALID KEY
                   REWRITE ARCHIVE-CUSTOMER-RECORD
                       INVALID KEY
                           MOVE 'Y' TO WS-WRITE-FAIL-SW
                   END-REWRITE
           END-WRITE
           IF WS-WRITE-FAIL
               MOVE 'CUSTARCH'          TO WS-FL-FILE
               MOVE CUST-ID             TO WS-FL-KEY
               MOVE WS-CUST-ARCH-STATUS TO WS-FL-STATUS
               PERFORM 8000-WRITE-FAIL-LINE THRU 8000-EXIT
               GO TO 5300-EXIT
           END-IF

           DELETE CUSTOMER-MASTER RECORD
               INVALID KEY
                   DISPLAY 'MSTRPRGE - COULD NOT DELETE CUSTOMER '
                       CUST-ID ' STATUS ' WS-CUST-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO 5300-EXIT
           END-DELETE

           ADD 1 TO WS-CUST-ARCH-CNT
           MOVE CUST-ID          TO WS-CL-CUST-ID
           MOVE CUST-LAST-NAME   TO WS-CL-LAST
           MOVE CUST-OPEN-DATE   TO WS-CL-OPENED
           MOVE WS-OWNER-ROW-CNT TO WS-CL-ROWS
           MOVE WS-CUST-LINE TO RPT-LINE
           WRITE RPT-LINE.
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5400-ARCHIVE-CUST-OWNER THRU 5400-EXIT
      *   Only removed rows can remain under a qualifying customer.
      *----------------------------------------------------------------*
       5400-ARCHIVE-CUST-OWNER.
           READ OWNER-XREF NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-XREF-EOF-SW
           END-READ
           IF WS-XREF-EOF
               GO TO 5400-EXIT
           END-IF
           IF AO-CUST-ID NOT = CUST-ID
               MOVE 'Y' TO WS-XREF-EOF-SW
               GO TO 5400-EXIT
           END-IF

           PERFORM 2300-MOVE-OWNER-ROW THRU 2300-EXIT
           IF WS-WRITE-FAIL
               MOVE 'Y' TO WS-XREF-EOF-SW
           END-IF.
       5400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5900-READ-CUSTOMER
      *----------------------------------------------------------------*
       5900-READ-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CUST-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 7000-PRINT-TOTALS THRU 7000-EXIT
      *----------------------------------------------------------------*
       7000-PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ACCOUNTS READ' TO WS-TL-LABEL
           MOVE WS-ACCT-READ-CNT TO WS-TL-COUNT
           PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
           MOVE 'ACCOUNTS ARCHIVED' TO WS-TL-LABEL
           MOVE WS-ACCT-ARCH-CNT TO WS-TL-COUNT
           PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
           MOVE 'OWNER ROWS ARCHIVED' TO WS-TL-LABEL
           MOVE WS-XREF-ARCH-CNT TO WS-TL-COUNT
           PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
           MOVE 'CARDS READ' TO WS-TL-LABEL
           MOVE WS-CARD-READ-CNT TO WS-TL-COUNT
           PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
           MOVE 'CARDS ARCHIVED' TO WS-TL-LABEL
           MOVE WS-CARD-ARCH-CNT TO WS-TL-COUNT
           PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
           MOVE 'CUSTOMERS READ' TO WS-TL-LABEL
           MOVE WS-CUST-READ-CNT TO WS-TL-COUNT
           PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
           MOVE 'CUSTOMERS ARCHIVED' TO WS-TL-LABEL
           MOVE WS-CUST-ARCH-CNT TO WS-TL-COUNT
           PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
           MOVE 'CLOSED CUSTOMERS STILL LINKED' TO WS-TL-LABEL
           MOVE WS-CUST-KEPT-CNT TO WS-TL-COUNT
           PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
           MOVE 'ARCHIVE FAILURES' TO WS-TL-LABEL
           MOVE WS-FAIL-CNT TO WS-TL-COUNT
           PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7100-WRITE-TOTAL THRU 7100-EXIT
      *----------------------------------------------------------------*
       7100-WRITE-TOTAL.
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-WRITE-FAIL-LINE THRU 8000-EXIT
      *----------------------------------------------------------------*
       8000-WRITE-FAIL-LINE.
           ADD 1 TO WS-FAIL-CNT
           MOVE WS-FAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           DISPLAY 'MSTRPRGE - ' WS-FL-FILE ' WRITE FAILED, KEY '
               WS-FL-KEY ' STATUS ' WS-FL-STATUS
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
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
           MOVE 'MSTRPRGE' TO RL-PROGRAM
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
