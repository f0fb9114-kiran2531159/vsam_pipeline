      *================================================================*
      * RTNMAIL - RETURNED MAIL INTAKE
      *
      * Runs early in the nightly cycle, ahead of CUSTMAINT and of
      * every statement and notice program.  Two feeds describe
      * mail that cannot be delivered:
      *
      *   - RMSCAN, the mailroom's scan of each piece the post office
      *     sends back - the customer and item off the piece's mail
      *     item header line (mailhdr.cpy), the USPS return
      *     endorsement, and the ZIP code the piece was addressed to;
      *   - COARSLT, the USPS change-of-address results for the
      *     customer file - a customer who has filed a move, with the
      *     forwarding address where the post office has one.
      *
      * Either one marks the customer's address undeliverable
      * (CUST-ADDR-STATUS 'U') - while it is set, STMTGEN and the
      * notice and letter programs print nothing for the customer -
      * and keeps the episode's history on BADADDR (first and latest
      * return, count, the returned-from address, any forwarding
      * address) for the branch follow-up and for ESCHEAT's lost-
      * owner test.  A COA forwarding address is never applied to
      * the master: it waits on BADADDR and the report for the
      * customer to confirm through CUSTMAINT, whose address change
      * clears the flag.
      *
      * A return addressed to a ZIP the customer no longer has (or
      * a COA move to the address already on file) is mail from
      * before an address change - it is logged but does not flag.
      * A piece the addressee refused proves the address good and
      * is logged the same way.  Every accepted return drops a
      * contact event on the shared CONTACT file (the CNTMAINT
      * discipline) so CUST360 shows it with the rest of the
      * customer's history, and every customer rewrite is journaled
      * to MNTJRNL.  Records that cannot be matched to a customer go
      * to RTNREJ with a reason.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTNMAIL.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL RETURNED MAIL INTAKE.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-SCANS ASSIGN TO RMSCAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT COA-RESULTS ASSIGN TO COARSLT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT BAD-ADDRESS-FILE ASSIGN TO BADADDR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-CUST-ID
               FILE STATUS IS WS-BADA-STATUS.

           SELECT CONTACT-FILE ASSIGN TO CONTACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-KEY
               FILE STATUS IS WS-CONT-STATUS.

           SELECT RETURN-REJECT ASSIGN TO RTNREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT RETURN-REPORT ASSIGN TO RTNRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT MAINT-JOURNAL ASSIGN TO MNTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT RUN-LOG ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT PROC-DATE-CTL ASSIGN TO PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * MAILROOM RETURNED-MAIL SCAN - ONE PER RETURNED PIECE.  THE
      * CUSTOMER, ACCOUNT, PROGRAM AND NOTICE CODE ARE READ OFF THE
      * PIECE'S MAIL ITEM HEADER LINE.
      *----------------------------------------------------------------*
       FD  RETURN-SCANS
           RECORD CONTAINS 80 CHARACTERS.
       01  RETURN-SCAN-RECORD.
           05  RS-SCAN-DATE               PIC 9(08).
           05  RS-CUST-ID                 PIC 9(10).
           05  RS-ACCT-NUMBER             PIC 9(12).
           05  RS-SOURCE                  PIC X(08).
           05  RS-NOTICE-CODE             PIC X(04).
           05  RS-RETURN-REASON           PIC X(02).
               88  RS-VALID-REASON         VALUE 'AN' 'NS' 'VC'
                                                 'UF' 'FE' 'IA'
                                                 'RF' 'OT'.
               88  RS-REFUSED              VALUE 'RF'.
           05  RS-ADDR-ZIP                PIC 9(05).
           05  RS-OPERATOR                PIC X(08).
           05  FILLER                     PIC X(23).

      *----------------------------------------------------------------*
      * USPS CHANGE-OF-ADDRESS RESULT - ONE PER MATCHED CUSTOMER.
      * CR-ACTION-CODE: 'A' MOVED, FORWARDING ADDRESS SUPPLIED
      *                 'M' MOVED, LEFT NO ADDRESS
      *                 'B' PO BOX CLOSED, NO ORDER ON FILE
      *                 'F' MOVED OUT OF THE COUNTRY
      *----------------------------------------------------------------*
       FD  COA-RESULTS
           RECORD CONTAINS 100 CHARACTERS.
       01  COA-RESULT-RECORD.
           05  CR-CUST-ID                 PIC 9(10).
           05  CR-MATCH-DATE              PIC 9(08).
           05  CR-ACTION-CODE             PIC X(01).
               88  CR-VALID-ACTION         VALUE 'A' 'M' 'B' 'F'.
               88  CR-NEW-ADDRESS          VALUE 'A'.
           05  CR-MOVE-TYPE               PIC X(01).
           05  CR-MOVE-EFF-DATE           PIC 9(06).
           05  CR-OLD-ZIP                 PIC 9(05).
           05  CR-NEW-ADDR-LINE-1         PIC X(35).
           05  CR-NEW-CITY                PIC X(25).
           05  CR-NEW-STATE               PIC X(02).
           05  CR-NEW-ZIP                 PIC 9(05).
           05  FILLER                     PIC X(02).

       FD  CUSTOMER-MASTER.
           COPY "customer.cpy".

       FD  BAD-ADDRESS-FILE.
           COPY "badaddr.cpy".

       FD  CONTACT-FILE.
           COPY "contact.cpy".

       FD  RETURN-REJECT
           RECORD CONTAINS 151 CHARACTERS.
       01  RETURN-REJECT-RECORD.
           05  RJ-FEED                    PIC X(01).
           05  RJ-CUST-ID                 PIC X(10).
           05  RJ-REASON                  PIC X(40).
           05  RJ-IMAGE                   PIC X(100).

       FD  RETURN-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       FD  MAINT-JOURNAL.
           COPY "mntjrnl.cpy".

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

       01  WS-SCAN-STATUS                 PIC X(02).
       01  WS-COA-STATUS                  PIC X(02).
       01  WS-CUST-STATUS                 PIC X(02).
       01  WS-BADA-STATUS                 PIC X(02).
       01  WS-CONT-STATUS                 PIC X(02).
       01  WS-REJ-STATUS                  PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).
       01  WS-JRNL-STATUS                 PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-ABORT-SW                PIC X(01)   VALUE 'N'.
               88  WS-ABORT                VALUE 'Y'.
           05  WS-VALID-SW                PIC X(01)   VALUE 'Y'.
               88  WS-RECORD-VALID         VALUE 'Y'.
           05  WS-FLAG-SW                 PIC X(01)   VALUE 'N'.
               88  WS-FLAG-ADDRESS         VALUE 'Y'.
           05  WS-NEW-EPISODE-SW          PIC X(01)   VALUE 'N'.
               88  WS-NEW-EPISODE          VALUE 'Y'.
           05  WS-BA-FOUND-SW             PIC X(01)   VALUE 'N'.
               88  WS-BA-FOUND             VALUE 'Y'.
           05  WS-CE-WRITTEN-SW           PIC X(01)   VALUE 'N'.
               88  WS-CE-WRITTEN           VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-CE-RETRY-CNT                PIC 9(02)   VALUE ZERO.
       01  WS-REJECT-REASON               PIC X(40).
       01  WS-JR-BEFORE                   PIC X(512).

      *----------------------------------------------------------------*
      * THE RETURN IN HAND, WHICHEVER FEED IT CAME FROM.
      *----------------------------------------------------------------*
       01  WS-RETURN.
           05  WS-RT-FEED                 PIC X(01).
               88  WS-RT-SCAN              VALUE 'M'.
               88  WS-RT-COA               VALUE 'U'.
           05  WS-RT-CUST-ID              PIC 9(10).
           05  WS-RT-DATE                 PIC 9(08).
           05  WS-RT-REASON               PIC X(02).
           05  WS-RT-ZIP                  PIC 9(05).
           05  WS-RT-OPERATOR             PIC X(08).
           05  WS-RT-OUTCOME              PIC X(26).

       01  WS-CE-NOTE.
           05  WS-CN-LEAD                 PIC X(14).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WS-CN-REASON               PIC X(02).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WS-CN-ITEM                 PIC X(13).
           05  FILLER                     PIC X(03)   VALUE ' - '.
           05  WS-CN-OUTCOME              PIC X(26).
       01  WS-CN-SCAN-ITEM.
           05  WS-CI-SOURCE               PIC X(08).
           05  FILLER                     PIC X(01)   VALUE '/'.
           05  WS-CI-NOTICE-CODE          PIC X(04).
       01  WS-CN-COA-ITEM.
           05  FILLER                     PIC X(08)   VALUE 'NEW ZIP '.
           05  WS-CI-NEW-ZIP              PIC 9(05).

       01  WS-COUNTERS.
           05  WS-SCAN-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-COA-CNT                 PIC 9(07)   VALUE ZERO.
           05  WS-FLAGGED-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-REFLAG-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-STALE-CNT               PIC 9(07)   VALUE ZERO.
           05  WS-REFUSED-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-CONTACT-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-REJECT-CNT              PIC 9(07)   VALUE ZERO.

      *----------------------------------------------------------------*
      * REPORT LINES
      *----------------------------------------------------------------*
       01  WS-RPT-HEADING-1.
           05  FILLER PIC X(41) VALUE
               'RTNMAIL - RETURNED MAIL INTAKE'.
           05  FILLER PIC X(15) VALUE 'BUSINESS DATE '.
           05  WS-RH-DATE                 PIC 9(08).

       01  WS-RPT-HEADING-2.
           05  FILLER PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER PIC X(05) VALUE 'FEED'.
           05  FILLER PIC X(05) VALUE 'RSN'.
           05  FILLER PIC X(10) VALUE 'RETURNED'.
           05  FILLER PIC X(28) VALUE 'OUTCOME'.
           05  FILLER PIC X(40) VALUE
               'FORWARDING ADDRESS (CONFIRM BEFORE USE)'.

       01  WS-RPT-DETAIL.
           05  WS-RD-CUST-ID              PIC 9(10).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  WS-RD-FEED                 PIC X(04).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WS-RD-REASON               PIC X(02).
           05  FILLER                     PIC X(03)   VALUE SPACES.
           05  WS-RD-DATE                 PIC 9(08).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  WS-RD-OUTCOME              PIC X(26).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  WS-RD-COA-LINE-1           PIC X(35).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WS-RD-COA-CITY             PIC X(25).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WS-RD-COA-STATE            PIC X(02).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  WS-RD-COA-ZIP              PIC X(05).

       01  WS-RPT-TOTAL-LINE.
           05  WS-RT-LABEL                PIC X(40).
           05  WS-RT-COUNT                PIC Z,ZZZ,ZZ9.

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
               PERFORM 2000-PROCESS-SCANS THRU 2000-EXIT
               PERFORM 2500-PROCESS-COA THRU 2500-EXIT
               PERFORM 8000-TERMINATE
           END-IF
           MOVE 'E' TO WS-RL-PHASE
           COMPUTE WS-RL-COUNT = WS-SCAN-CNT + WS-COA-CNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE THRU 1000-EXIT
      *   The customer master and the return history must both be
      *   there - a flag without its history would leave ESCHEAT no
      *   date to work from.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT

           OPEN I-O CUSTOMER-MASTER
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'RTNMAIL ERROR - CANNOT OPEN CUSTOMER-MASTER, '
                   'STATUS = ' WS-CUST-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF
           OPEN I-O BAD-ADDRESS-FILE
           IF WS-BADA-STATUS NOT = '00'
               DISPLAY 'RTNMAIL ERROR - CANNOT OPEN BAD-ADDRESS-FILE, '
                   'STATUS = ' WS-BADA-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF

           OPEN I-O    CONTACT-FILE
           OPEN OUTPUT RETURN-REJECT
           OPEN OUTPUT RETURN-REPORT
           OPEN EXTEND MAINT-JOURNAL

           MOVE WS-TODAY TO WS-RH-DATE
           MOVE WS-RPT-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESS-SCANS THRU 2000-EXIT
      *   No scan file tonight simply means nothing came back.
      *----------------------------------------------------------------*
       2000-PROCESS-SCANS.
           OPEN INPUT RETURN-SCANS
           IF WS-SCAN-STATUS NOT = '00'
               DISPLAY 'RTNMAIL - NO RETURNED MAIL SCANS, STATUS '
                   WS-SCAN-STATUS
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM 2050-READ-SCAN THRU 2050-EXIT
               UNTIL WS-EOF
           CLOSE RETURN-SCANS.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2050-READ-SCAN THRU 2050-EXIT
      *----------------------------------------------------------------*
       2050-READ-SCAN.
           READ RETURN-SCANS
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 2050-EXIT
           END-READ
           ADD 1 TO WS-SCAN-CNT
           MOVE 'Y' TO WS-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON

           IF RS-CUST-ID NOT NUMERIC OR RS-CUST-ID = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'CUSTOMER ID NOT READ FROM THE PIECE'
                   TO WS-REJECT-REASON
           END-IF
           IF WS-RECORD-VALID AND NOT RS-VALID-REASON
               MOVE 'N' TO WS-VALID-SW
               MOVE 'INVALID USPS RETURN REASON' TO WS-REJECT-REASON
           END-IF
           IF NOT WS-RECORD-VALID
               MOVE 'M'                TO RJ-FEED
               MOVE RS-CUST-ID         TO RJ-CUST-ID
               MOVE SPACES             TO RJ-IMAGE
               MOVE RETURN-SCAN-RECORD TO RJ-IMAGE
               PERFORM 8100-WRITE-REJECT THRU 8100-EXIT
               GO TO 2050-EXIT
           END-IF

           MOVE 'M'              TO WS-RT-FEED
           MOVE RS-CUST-ID       TO WS-RT-CUST-ID
           MOVE RS-SCAN-DATE     TO WS-RT-DATE
           MOVE RS-RETURN-REASON TO WS-RT-REASON
           MOVE RS-OPERATOR      TO WS-RT-OPERATOR
           IF RS-ADDR-ZIP NUMERIC
               MOVE RS-ADDR-ZIP  TO WS-RT-ZIP
           ELSE
               MOVE ZERO         TO WS-RT-ZIP
           END-IF
           MOVE RS-SOURCE        TO WS-CI-SOURCE
           MOVE RS-NOTICE-CODE   TO WS-CI-NOTICE-CODE
           MOVE WS-CN-SCAN-ITEM  TO WS-CN-ITEM
           MOVE 'RETURNED MAIL' TO WS-CN-LEAD

           PERFORM 3000-APPLY-RETURN THRU 3000-EXIT
           IF NOT WS-RECORD-VALID
               MOVE 'M'                TO RJ-FEED
               MOVE RS-CUST-ID         TO RJ-CUST-ID
               MOVE SPACES             TO RJ-IMAGE
               MOVE RETURN-SCAN-RECORD TO RJ-IMAGE
               PERFORM 8100-WRITE-REJECT THRU 8100-EXIT
           END-IF.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-PROCESS-COA THRU 2500-EXIT
      *   The COA results only arrive after each USPS pass over the
      *   customer file - most nights there is none.
      *----------------------------------------------------------------*
       2500-PROCESS-COA.
           OPEN INPUT COA-RESULTS
           IF WS-COA-STATUS NOT = '00'
               DISPLAY 'RTNMAIL - NO USPS COA RESULTS, STATUS '
                   WS-COA-STATUS
               GO TO 2500-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM 2550-READ-COA THRU 2550-EXIT
               UNTIL WS-EOF
           CLOSE COA-RESULTS.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2550-READ-COA THRU 2550-EXIT
      *----------------------------------------------------------------*
       2550-READ-COA.
           READ COA-RESULTS
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 2550-EXIT
           END-READ
           ADD 1 TO WS-COA-CNT
           MOVE 'Y' TO WS-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON

           IF CR-CUST-ID NOT NUMERIC OR CR-CUST-ID = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'COA RESULT CARRIES NO CUSTOMER ID'
                   TO WS-REJECT-REASON
           END-IF
           IF WS-RECORD-VALID AND NOT CR-VALID-ACTION
               MOVE 'N' TO WS-VALID-SW
               MOVE 'INVALID COA ACTION CODE' TO WS-REJECT-REASON
           END-IF
           IF WS-RECORD-VALID AND CR-NEW-ADDRESS
               AND (CR-NEW-ADDR-LINE-1 = SPACES
                    OR CR-NEW-ZIP NOT NUMERIC)
               MOVE 'N' TO WS-VALID-SW
               MOVE 'COA FORWARDING ADDRESS INCOMPLETE'
                   TO WS-REJECT-REASON
           END-IF
           IF NOT WS-RECORD-VALID
               MOVE 'U'               TO RJ-FEED
               MOVE CR-CUST-ID        TO RJ-CUST-ID
               MOVE COA-RESULT-RECORD TO RJ-IMAGE
               PERFORM 8100-WRITE-REJECT THRU 8100-EXIT
               GO TO 2550-EXIT
           END-IF

           MOVE 'U'              TO WS-RT-FEED
           MOVE CR-CUST-ID       TO WS-RT-CUST-ID
           MOVE CR-MATCH-DATE    TO WS-RT-DATE
           MOVE SPACES           TO WS-RT-REASON
           MOVE CR-ACTION-CODE   TO WS-RT-REASON(1:1)
           MOVE SPACES           TO WS-RT-OPERATOR
           IF CR-OLD-ZIP NUMERIC
               MOVE CR-OLD-ZIP   TO WS-RT-ZIP
           ELSE
               MOVE ZERO         TO WS-RT-ZIP
           END-IF
           IF CR-NEW-ADDRESS
               MOVE CR-NEW-ZIP      TO WS-CI-NEW-ZIP
               MOVE WS-CN-COA-ITEM  TO WS-CN-ITEM
           ELSE
               MOVE SPACES          TO WS-CN-ITEM
           END-IF
           MOVE 'USPS COA MATCH' TO WS-CN-LEAD

           PERFORM 3000-APPLY-RETURN THRU 3000-EXIT
           IF NOT WS-RECORD-VALID
               MOVE 'U'               TO RJ-FEED
               MOVE CR-CUST-ID        TO RJ-CUST-ID
               MOVE COA-RESULT-RECORD TO RJ-IMAGE
               PERFORM 8100-WRITE-REJECT THRU 8100-EXIT
           END-IF.
       2550-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-APPLY-RETURN THRU 3000-EXIT
      *   Decides whether the return condemns the address now on
      *   file, flags it if so, and logs the contact either way.
      *----------------------------------------------------------------*
       3000-APPLY-RETURN.
           IF WS-RT-DATE NOT NUMERIC OR WS-RT-DATE = ZERO
               MOVE WS-TODAY TO WS-RT-DATE
           END-IF

           MOVE WS-RT-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'CUSTOMER NOT ON CUSTOMER MASTER'
                       TO WS-REJECT-REASON
                   GO TO 3000-EXIT
           END-READ

           MOVE 'Y' TO WS-FLAG-SW
           EVALUATE TRUE
               WHEN WS-RT-SCAN AND RS-REFUSED
                   MOVE 'N' TO WS-FLAG-SW
                   MOVE 'REFUSED - ADDRESS KEPT' TO WS-RT-OUTCOME
                   ADD 1 TO WS-REFUSED-CNT
               WHEN WS-RT-ZIP NOT = ZERO
                   AND WS-RT-ZIP NOT = CUST-ZIP-CODE
                   MOVE 'N' TO WS-FLAG-SW
                   MOVE 'NOT FLAGGED - ADDR CHANGED' TO WS-RT-OUTCOME
                   ADD 1 TO WS-STALE-CNT
               WHEN WS-RT-COA AND CR-NEW-ADDRESS
                   AND CR-NEW-ADDR-LINE-1 = CUST-ADDR-LINE-1
                   AND CR-NEW-ZIP = CUST-ZIP-CODE
                   MOVE 'N' TO WS-FLAG-SW
                   MOVE 'NOT FLAGGED - ADDR CHANGED' TO WS-RT-OUTCOME
                   ADD 1 TO WS-STALE-CNT
               WHEN CUST-ADDR-UNDELIVERABLE
                   MOVE 'ALREADY FLAGGED BAD' TO WS-RT-OUTCOME
                   ADD 1 TO WS-REFLAG-CNT
               WHEN OTHER
                   MOVE 'ADDRESS FLAGGED BAD' TO WS-RT-OUTCOME
                   ADD 1 TO WS-FLAGGED-CNT
           END-EVALUATE

           IF WS-FLAG-ADDRESS
               PERFORM 3100-FLAG-CUSTOMER THRU 3100-EXIT
               PERFORM 3200-UPDATE-HISTORY THRU 3200-EXIT
           END-IF
           PERFORM 3500-DROP-CONTACT-EVENT THRU 3500-EXIT
           PERFORM 4000-WRITE-DETAIL THRU 4000-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-FLAG-CUSTOMER THRU 3100-EXIT
      *   An address already flagged is left alone - this return
      *   only adds to the episode's history.
      *----------------------------------------------------------------*
       3100-FLAG-CUSTOMER.
           MOVE 'N' TO WS-NEW-EPISODE-SW
           IF CUST-ADDR-UNDELIVERABLE
               GO TO 3100-EXIT
           END-IF

           MOVE 'Y' TO WS-NEW-EPISODE-SW
           MOVE CUSTOMER-RECORD TO WS-JR-BEFORE
           MOVE 'U' TO CUST-ADDR-STATUS
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY 'RTNMAIL - CUSTOMER REWRITE FAILED '
                       CUST-ID
                   GO TO 3100-EXIT
           END-REWRITE
           PERFORM 7500-WRITE-JOURNAL THRU 7500-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-UPDATE-HISTORY THRU 3200-EXIT
      *   A newly flagged address starts its episode over - the
      *   first-return date is today's return, whatever an earlier
      *   episode (since cleared by an address change) left on the
      *   record.
      *----------------------------------------------------------------*
       3200-UPDATE-HISTORY.
           MOVE 'Y' TO WS-BA-FOUND-SW
           MOVE WS-RT-CUST-ID TO BA-CUST-ID
           READ BAD-ADDRESS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-BA-FOUND-SW
                   MOVE SPACES        TO BAD-ADDRESS-RECORD
                   MOVE WS-RT-CUST-ID TO BA-CUST-ID
                   MOVE 'Y' TO WS-NEW-EPISODE-SW
           END-READ
           IF WS-NEW-EPISODE
               MOVE WS-RT-DATE TO BA-FIRST-RETURN-DATE
               MOVE ZERO       TO BA-LAST-RETURN-DATE
               MOVE ZERO       TO BA-RETURN-CNT
               MOVE SPACES     TO BA-COA-ADDR
               MOVE ZERO       TO BA-COA-ZIP-CODE
           END-IF

           ADD 1 TO BA-RETURN-CNT
           IF WS-RT-DATE > BA-LAST-RETURN-DATE
               MOVE WS-RT-DATE TO BA-LAST-RETURN-DATE
           END-IF
           MOVE WS-RT-FEED       TO BA-LAST-SOURCE
           MOVE WS-RT-REASON     TO BA-LAST-REASON
           MOVE CUST-ADDR-LINE-1 TO BA-RET-ADDR-LINE-1
           MOVE CUST-ZIP-CODE    TO BA-RET-ZIP-CODE
           IF WS-RT-COA AND CR-NEW-ADDRESS
               MOVE CR-NEW-ADDR-LINE-1 TO BA-COA-ADDR-LINE-1
               MOVE CR-NEW-CITY        TO BA-COA-CITY
               MOVE CR-NEW-STATE       TO BA-COA-STATE
               MOVE CR-NEW-ZIP         TO BA-COA-ZIP-CODE
           END-IF

           IF WS-BA-FOUND
               REWRITE BAD-ADDRESS-RECORD
                   INVALID KEY
                       DISPLAY 'RTNMAIL - BADADDR REWRITE FAILED '
                           BA-CUST-ID
               END-REWRITE
           ELSE
               WRITE BAD-ADDRESS-RECORD
                   INVALID KEY
                       DISPLAY 'RTNMAIL - BADADDR WRITE FAILED '
                           BA-CUST-ID
               END-WRITE
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3500-DROP-CONTACT-EVENT THRU 3500-EXIT
      *   Marks the customer's contact history with the return - a
      *   same-second key collision steps the sequence and retries,
      *   the CNTMAINT discipline.
      *----------------------------------------------------------------*
       3500-DROP-CONTACT-EVENT.
           MOVE WS-RT-REASON  TO WS-CN-REASON
           MOVE WS-RT-OUTCOME TO WS-CN-OUTCOME

           MOVE WS-RT-CUST-ID  TO CE-CUST-ID
           MOVE WS-TODAY       TO CE-DATE
           ACCEPT CE-TIME FROM TIME
           MOVE ZERO           TO CE-SEQ
           IF WS-RT-SCAN
               MOVE 'RTML'     TO CE-REASON-CODE
           ELSE
               MOVE 'NCOA'     TO CE-REASON-CODE
           END-IF
           MOVE WS-RT-OPERATOR TO CE-OPERATOR
           MOVE 'RTNMAIL'      TO CE-SOURCE
           MOVE WS-CE-NOTE     TO CE-NOTE

           MOVE 'N' TO WS-CE-WRITTEN-SW
           MOVE ZERO TO WS-CE-RETRY-CNT
           PERFORM 3600-WRITE-EVENT-RETRY THRU 3600-EXIT
               UNTIL WS-CE-WRITTEN OR WS-CE-RETRY-CNT > 99
           IF WS-CE-WRITTEN
               ADD 1 TO WS-CONTACT-CNT
           END-IF.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3600-WRITE-EVENT-RETRY THRU 3600-EXIT
      *----------------------------------------------------------------*
       3600-WRITE-EVENT-RETRY.
           WRITE CONTACT-EVENT-RECORD
               INVALID KEY
                   ADD 1 TO WS-CE-RETRY-CNT
                   ADD 1 TO CE-SEQ
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CE-WRITTEN-SW
           END-WRITE.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-WRITE-DETAIL THRU 4000-EXIT
      *   A COA forwarding address prints for the branch to confirm
      *   with the customer.
      *----------------------------------------------------------------*
       4000-WRITE-DETAIL.
           MOVE WS-RT-CUST-ID TO WS-RD-CUST-ID
           IF WS-RT-SCAN
               MOVE 'SCAN' TO WS-RD-FEED
           ELSE
               MOVE 'COA'  TO WS-RD-FEED
           END-IF
           MOVE WS-RT-REASON  TO WS-RD-REASON
           MOVE WS-RT-DATE    TO WS-RD-DATE
           MOVE WS-RT-OUTCOME TO WS-RD-OUTCOME
           MOVE SPACES TO WS-RD-COA-LINE-1
           MOVE SPACES TO WS-RD-COA-CITY
           MOVE SPACES TO WS-RD-COA-STATE
           MOVE SPACES TO WS-RD-COA-ZIP
           IF WS-RT-COA AND CR-NEW-ADDRESS
               MOVE CR-NEW-ADDR-LINE-1 TO WS-RD-COA-LINE-1
               MOVE CR-NEW-CITY        TO WS-RD-COA-CITY
               MOVE CR-NEW-STATE       TO WS-RD-COA-STATE
               MOVE CR-NEW-ZIP         TO WS-RD-COA-ZIP
           END-IF
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7500-WRITE-JOURNAL THRU 7500-EXIT
      *   Before/after images of the customer rewrite, the feed
      *   JRNLRPLY rolls a restored master forward from.
      *----------------------------------------------------------------*
       7500-WRITE-JOURNAL.
           MOVE 'CUSTMAST' TO JR-FILE-NAME
           MOVE SPACES     TO JR-RECORD-KEY
           MOVE CUST-ID    TO JR-RECORD-KEY(1:10)
           MOVE 'C'        TO JR-ACTION
           MOVE WS-TODAY   TO JR-DATE
           ACCEPT JR-TIME FROM TIME
           MOVE 'RTNMAIL'  TO JR-PROGRAM
           MOVE SPACES          TO JR-BEFORE-IMAGE
           MOVE WS-JR-BEFORE    TO JR-BEFORE-IMAGE
           MOVE SPACES          TO JR-AFTER-IMAGE
           MOVE CUSTOMER-RECORD TO JR-AFTER-IMAGE
           WRITE MAINT-JOURNAL-RECORD.
       7500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-TERMINATE
      *----------------------------------------------------------------*
       8000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'RETURNED MAIL SCANS READ' TO WS-RT-LABEL
           MOVE WS-SCAN-CNT                TO WS-RT-COUNT
           PERFORM 8200-TOTAL-LINE THRU 8200-EXIT
           MOVE 'USPS COA RESULTS READ' TO WS-RT-LABEL
           MOVE WS-COA-CNT              TO WS-RT-COUNT
           PERFORM 8200-TOTAL-LINE THRU 8200-EXIT
           MOVE 'ADDRESSES NEWLY FLAGGED UNDELIVERABLE' TO WS-RT-LABEL
           MOVE WS-FLAGGED-CNT                          TO WS-RT-COUNT
           PERFORM 8200-TOTAL-LINE THRU 8200-EXIT
           MOVE 'RETURNS AGAINST ALREADY-FLAGGED ADDRESS' TO WS-RT-LABEL
           MOVE WS-REFLAG-CNT                            TO WS-RT-COUNT
           PERFORM 8200-TOTAL-LINE THRU 8200-EXIT
           MOVE 'RETURNS FROM A SUPERSEDED ADDRESS' TO WS-RT-LABEL
           MOVE WS-STALE-CNT                        TO WS-RT-COUNT
           PERFORM 8200-TOTAL-LINE THRU 8200-EXIT
           MOVE 'REFUSED BY ADDRESSEE' TO WS-RT-LABEL
           MOVE WS-REFUSED-CNT         TO WS-RT-COUNT
           PERFORM 8200-TOTAL-LINE THRU 8200-EXIT
           MOVE 'REJECTED TO RTNREJ' TO WS-RT-LABEL
           MOVE WS-REJECT-CNT        TO WS-RT-COUNT
           PERFORM 8200-TOTAL-LINE THRU 8200-EXIT

           CLOSE CUSTOMER-MASTER
           CLOSE BAD-ADDRESS-FILE
           CLOSE CONTACT-FILE
           CLOSE RETURN-REJECT
           CLOSE RETURN-REPORT
           CLOSE MAINT-JOURNAL
           DISPLAY 'RTNMAIL SCANS READ      = ' WS-SCAN-CNT
           DISPLAY 'RTNMAIL COA READ        = ' WS-COA-CNT
           DISPLAY 'RTNMAIL NEWLY FLAGGED   = ' WS-FLAGGED-CNT
           DISPLAY 'RTNMAIL ALREADY FLAGGED = ' WS-REFLAG-CNT
           DISPLAY 'RTNMAIL SUPERSEDED ADDR = ' WS-STALE-CNT
           DISPLAY 'RTNMAIL REFUSED         = ' WS-REFUSED-CNT
           DISPLAY 'RTNMAIL CONTACT EVENTS  = ' WS-CONTACT-CNT
           DISPLAY 'RTNMAIL REJECTED        = ' WS-REJECT-CNT.

      *----------------------------------------------------------------*
      * 8100-WRITE-REJECT THRU 8100-EXIT
      *   Caller sets the feed, customer and image.
      *----------------------------------------------------------------*
       8100-WRITE-REJECT.
           MOVE WS-REJECT-REASON TO RJ-REASON
           WRITE RETURN-REJECT-RECORD
           ADD 1 TO WS-REJECT-CNT.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8200-TOTAL-LINE THRU 8200-EXIT
      *----------------------------------------------------------------*
       8200-TOTAL-LINE.
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.
       8200-EXIT.
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
           MOVE 'RTNMAIL' TO RL-PROGRAM
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
