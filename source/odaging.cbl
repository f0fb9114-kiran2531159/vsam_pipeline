      * escalation threshold goes on the collections work-queue file
      * with the owning customer's name and contact details off
      * CUSTOMER-MASTER.  Runs right after BALSNAP so tonight's
      * snapshot anchors the series.  A customer under an open
      * bankruptcy case (BKRCASE) is in the automatic stay - the
      * account still ages and reports, but never queues.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODAGING.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2025-01-13  DS   ORIGINAL OVERDRAWN AGING JOB.
      *   2026-10-15  DS   OPEN BANKRUPTCY CASE KEEPS THE ACCOUNT OFF
      *                    THE COLLECTIONS QUEUE.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT BANKRUPTCY-CASE-FILE ASSIGN TO BKRCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-CUST-ID
               FILE STATUS IS WS-BKR-STATUS.

           SELECT COLLECTION-QUEUE ASSIGN TO COLLQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLL-STATUS.
       FD  CUSTOMER-MASTER.
           COPY "customer.cpy".

       FD  BANKRUPTCY-CASE-FILE.
           COPY "bkrcase.cpy".

       FD  COLLECTION-QUEUE
           RECORD CONTAINS 160 CHARACTERS.
       01  COLLECTION-QUEUE-RECORD.
           88  WS-HIST-OK                  VALUE '00'.
       01  WS-CUST-STATUS                 PIC X(02).
           88  WS-CUST-OK                  VALUE '00'.
       01  WS-BKR-STATUS                  PIC X(02).
       01  WS-COLL-STATUS                 PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).

           88  WS-WALK-DONE                 VALUE 'Y'.
       01  WS-ABORT-SW                    PIC X(01)   VALUE 'N'.
           88  WS-ABORT                     VALUE 'Y'.
       01  WS-BKR-STAY-SW                 PIC X(01)   VALUE 'N'.
           88  WS-BKR-STAY                  VALUE 'Y'.

      *----------------------------------------------------------------*
      * AGING PARAMETERS - THE BUCKETS FOLLOW SETLLAG'S SHORT /
           05  WS-SHORT-CNT               PIC 9(07)   VALUE ZERO.
           05  WS-MEDIUM-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-ESCALATED-CNT           PIC 9(07)   VALUE ZERO.
           05  WS-STAYED-CNT              PIC 9(07)   VALUE ZERO.

       01  WS-DETAIL-LINE.
           05  FILLER PIC X(12) VALUE 'OVERDRAWN - '.

           OPEN INPUT BALANCE-HISTORY-IN
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT BANKRUPTCY-CASE-FILE
           OPEN OUTPUT COLLECTION-QUEUE
           OPEN OUTPUT AGING-REPORT
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
               CLOSE ACCOUNT-MASTER
               CLOSE BALANCE-HISTORY-IN
               CLOSE CUSTOMER-MASTER
               CLOSE BANKRUPTCY-CASE-FILE
               CLOSE COLLECTION-QUEUE
               CLOSE AGING-REPORT
           END-IF
           DISPLAY 'ODAGING ACCOUNTS READ   = ' WS-ACCT-CNT
           DISPLAY 'ODAGING OVERDRAWN       = ' WS-OVERDRAWN-CNT
           DISPLAY 'ODAGING ESCALATED       = ' WS-ESCALATED-CNT
           DISPLAY 'ODAGING BANKRUPTCY STAY = ' WS-STAYED-CNT.

      *----------------------------------------------------------------*
      * 4000-AGE-ONE-ACCOUNT THRU 4000-EXIT
                   MOVE '3-6 DAYS' TO WS-DL-BUCKET
               WHEN OTHER
                   ADD 1 TO WS-ESCALATED-CNT
                   PERFORM 5500-CHECK-BANKRUPTCY THRU 5500-EXIT
                   IF WS-BKR-STAY
                       ADD 1 TO WS-STAYED-CNT
                       MOVE '7+ DAYS - STAYED' TO WS-DL-BUCKET
                   ELSE
                       MOVE '7+ DAYS - QUEUE' TO WS-DL-BUCKET
                       PERFORM 6000-WRITE-COLLECTION THRU 6000-EXIT
                   END-IF
           END-EVALUATE

           MOVE WS-DETAIL-LINE TO RPT-LINE
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5500-CHECK-BANKRUPTCY THRU 5500-EXIT
      *   An open case on BKRCASE means the automatic stay - no
      *   collection activity of any kind while it runs.  A
      *   discharged or dismissed case no longer stays anything.
      *----------------------------------------------------------------*
       5500-CHECK-BANKRUPTCY.
           MOVE 'N' TO WS-BKR-STAY-SW
           MOVE ACCT-CUST-ID TO BK-CUST-ID
           READ BANKRUPTCY-CASE-FILE
               INVALID KEY
                   GO TO 5500-EXIT
           END-READ
           IF BK-STATUS = 'O'
               MOVE 'Y' TO WS-BKR-STAY-SW
           END-IF.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-WRITE-COLLECTION THRU 6000-EXIT
      *----------------------------------------------------------------*
