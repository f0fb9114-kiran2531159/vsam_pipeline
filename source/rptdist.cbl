      *================================================================*
      * RPTDIST - ARCHIVED REPORT BURSTING AND DISTRIBUTION
      *
      * Runs after the night's reports are filed in the RPTARCH
      * report archive.  The DISTTBL distribution table says which
      * archived reports go to which branch, region or department,
      * and where on a report line the burst key sits - an account
      * number (routed by its ACCT-BRANCH-CODE on ACCTMAST) or a
      * branch ID.  For each recipient in turn, every report routed
      * to them is read back from the archive for tonight's business
      * date and either copied whole or cut down to the lines for
      * the recipient's branches:
      *
      *   - heading lines ahead of the first detail line go into
      *     every packet;
      *   - a detail line goes to the packets for its branch;
      *   - lines after the first detail line that carry no key
      *     (bank totals) go only to whole-report recipients, as do
      *     detail lines whose account is no longer on ACCTMAST.
      *
      * A confidential report is never sent to a branch or region
      * recipient, whatever the table says - it is logged as
      * withheld.  Everything a recipient receives is written as
      * one bundle on RPTBNDL (banner, report sections, trailer,
      * every line tagged with the recipient ID for the print and
      * mail split), and every report considered for every
      * recipient is logged to DISTLOG with the run date - the
      * "who received what" audit answer.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDIST.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL REPORT BURSTING AND DISTRIBUTION.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-TABLE ASSIGN TO DISTTBL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.

           SELECT REPORT-ARCHIVE ASSIGN TO RPTARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-KEY
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT BRANCH-MASTER ASSIGN TO BRANMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRANCH-ID
               FILE STATUS IS WS-BRAN-STATUS.

           SELECT REPORT-BUNDLE ASSIGN TO RPTBNDL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BNDL-STATUS.

           SELECT DIST-LOG ASSIGN TO DISTLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLOG-STATUS.

           SELECT RUN-LOG ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT PROC-DATE-CTL ASSIGN TO PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIST-TABLE.
           COPY "rptdist.cpy".

       FD  REPORT-ARCHIVE.
           COPY "rptarch.cpy".

       FD  ACCOUNT-MASTER.
           COPY "account.cpy".

       FD  BRANCH-MASTER.
           COPY "branch.cpy".

       FD  REPORT-BUNDLE
           RECORD CONTAINS 148 CHARACTERS.
       01  BUNDLE-RECORD.
           05  RB-RECIP-ID                PIC X(08).
           05  RB-REPORT-ID               PIC X(08).
           05  RB-LINE                    PIC X(132).

       FD  DIST-LOG.
           COPY "distlog.cpy".

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

       01  WS-DIST-STATUS                 PIC X(02).
       01  WS-ARCH-STATUS                 PIC X(02).
       01  WS-ACCT-STATUS                 PIC X(02).
       01  WS-BRAN-STATUS                 PIC X(02).
       01  WS-BNDL-STATUS                 PIC X(02).
       01  WS-DLOG-STATUS                 PIC X(02).

       01  WS-SWITCHES.
           05  WS-DIST-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-DIST-EOF             VALUE 'Y'.
           05  WS-ARCH-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-ARCH-EOF             VALUE 'Y'.
           05  WS-ABORT-SW                PIC X(01)   VALUE 'N'.
               88  WS-ABORT                VALUE 'Y'.
           05  WS-FOUND-SW                PIC X(01)   VALUE 'N'.
               88  WS-FOUND                VALUE 'Y'.
           05  WS-BUNDLE-OPEN-SW          PIC X(01)   VALUE 'N'.
               88  WS-BUNDLE-OPEN          VALUE 'Y'.
           05  WS-PK-WHOLE-SW             PIC X(01)   VALUE 'N'.
               88  WS-PK-WHOLE             VALUE 'Y'.
           05  WS-PK-DETAIL-SW            PIC X(01)   VALUE 'N'.
               88  WS-PK-PAST-HEADINGS     VALUE 'Y'.
           05  WS-LINE-KEYED-SW           PIC X(01)   VALUE 'N'.
               88  WS-LINE-KEYED           VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-LOG-DATE                    PIC 9(08)   VALUE ZERO.
       01  WS-LOG-TIME                    PIC 9(08)   VALUE ZERO.

      *----------------------------------------------------------------*
      * THE DISTRIBUTION TABLE, LOADED WHOLE AT INITIALIZATION.
      * RECIPIENTS ARE KEPT IN THE ORDER THEY FIRST APPEAR ON THE
      * TABLE, WHICH IS THE ORDER THEIR BUNDLES ARE WRITTEN.
      *----------------------------------------------------------------*
       01  WS-RP-MAX                      PIC 9(04)   VALUE 50.
       01  WS-RC-MAX                      PIC 9(04)   VALUE 300.
       01  WS-RT-MAX                      PIC 9(04)   VALUE 2000.
       01  WS-PK-MAX                      PIC 9(04)   VALUE 100.

       01  WS-RP-CNT                      PIC 9(04)   VALUE ZERO.
       01  WS-RP-IDX                      PIC 9(04)   VALUE ZERO.
       01  WS-REPORT-TABLE.
           05  WS-RP-ENTRY OCCURS 50 TIMES.
               10  WS-RP-ID               PIC X(08).
               10  WS-RP-KEY-TYPE         PIC X(01).
               10  WS-RP-KEY-COL          PIC 9(03).
               10  WS-RP-KEY-LEN          PIC 9(02).
               10  WS-RP-CONFIDENTIAL     PIC X(01).
               10  WS-RP-DESC             PIC X(30).

       01  WS-RC-CNT                      PIC 9(04)   VALUE ZERO.
       01  WS-RC-IDX                      PIC 9(04)   VALUE ZERO.
       01  WS-RECIP-TABLE.
           05  WS-RC-ENTRY OCCURS 300 TIMES.
               10  WS-RC-ID               PIC X(08).
               10  WS-RC-TYPE             PIC X(01).
               10  WS-RC-NAME             PIC X(30).

       01  WS-RT-CNT                      PIC 9(04)   VALUE ZERO.
       01  WS-RT-IDX                      PIC 9(04)   VALUE ZERO.
       01  WS-ROUTE-TABLE.
           05  WS-RT-ENTRY OCCURS 2000 TIMES.
               10  WS-RT-RECIP            PIC 9(04).
               10  WS-RT-REPORT-ID        PIC X(08).
               10  WS-RT-BRANCH-ID        PIC X(05).

      *----------------------------------------------------------------*
      * THE PACKET BEING BUILT - ONE RECIPIENT, ONE REPORT.
      *----------------------------------------------------------------*
       01  WS-PK-CNT                      PIC 9(04)   VALUE ZERO.
       01  WS-PK-IDX                      PIC 9(04)   VALUE ZERO.
       01  WS-PK-BRANCH-TABLE.
           05  WS-PK-BRANCH OCCURS 100 TIMES PIC X(05).
       01  WS-PK-LINE-CNT                 PIC 9(07)   VALUE ZERO.
       01  WS-BN-REPORT-CNT               PIC 9(04)   VALUE ZERO.

       01  WS-KEY-TEXT                    PIC X(12)   VALUE SPACES.
       01  WS-KEY-ACCT                    PIC 9(12)   VALUE ZERO.
       01  WS-LINE-BRANCH                 PIC X(05)   VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-TABLE-CNT               PIC 9(07)   VALUE ZERO.
           05  WS-TABLE-ERR-CNT           PIC 9(07)   VALUE ZERO.
           05  WS-BUNDLE-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-SENT-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-WITHHELD-CNT            PIC 9(07)   VALUE ZERO.
           05  WS-NOT-ARCH-CNT            PIC 9(07)   VALUE ZERO.
           05  WS-NOT-SPLIT-CNT           PIC 9(07)   VALUE ZERO.
           05  WS-LINE-OUT-CNT            PIC 9(09)   VALUE ZERO.
           05  WS-UNROUTED-CNT            PIC 9(09)   VALUE ZERO.

       01  WS-BANNER-LINE.
           05  FILLER PIC X(19) VALUE 'RPTDIST BUNDLE FOR '.
           05  WS-BAN-RECIP-ID            PIC X(08).
           05  FILLER PIC X(01) VALUE SPACES.
           05  WS-BAN-RECIP-NAME          PIC X(30).
           05  FILLER PIC X(07) VALUE '  TYPE '.
           05  WS-BAN-RECIP-TYPE          PIC X(01).
           05  FILLER PIC X(12) VALUE '  RUN DATE  '.
           05  WS-BAN-RUN-DATE            PIC 9(08).

       01  WS-SECTION-LINE.
           05  FILLER PIC X(11) VALUE '*** REPORT '.
           05  WS-SEC-REPORT-ID           PIC X(08).
           05  FILLER PIC X(01) VALUE SPACES.
           05  WS-SEC-DESC                PIC X(30).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-SEC-SCOPE               PIC X(30).

       01  WS-PACKET-SCOPE.
           05  FILLER PIC X(16) VALUE 'BRANCH PACKET - '.
           05  WS-PS-BRANCH-CNT           PIC ZZ9.
           05  FILLER PIC X(09) VALUE ' BRANCHES'.

       01  WS-EMPTY-LINE.
           05  FILLER PIC X(40) VALUE
               '*** NO ENTRIES FOR YOUR BRANCHES TONIGHT'.

       01  WS-TRAILER-LINE.
           05  FILLER PIC X(14) VALUE 'END OF BUNDLE '.
           05  WS-TRL-RECIP-ID            PIC X(08).
           05  FILLER PIC X(11) VALUE '  REPORTS  '.
           05  WS-TRL-REPORT-CNT          PIC ZZZ9.

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
               PERFORM 3000-PROCESS-RECIPIENT THRU 3000-EXIT
                   VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-CNT
               PERFORM 8000-TERMINATE
           END-IF
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-LINE-OUT-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE THRU 1000-EXIT
      *   No distribution table means nothing can be routed - the
      *   step fails rather than quietly sending nothing.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOG-TIME FROM TIME

           OPEN INPUT DIST-TABLE
           IF WS-DIST-STATUS NOT = '00'
               DISPLAY 'RPTDIST ERROR - DISTRIBUTION TABLE NOT '
                   'AVAILABLE, STATUS ' WS-DIST-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-TABLE-ENTRY THRU 1100-EXIT
               UNTIL WS-DIST-EOF
           CLOSE DIST-TABLE

           OPEN INPUT REPORT-ARCHIVE
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT BRANCH-MASTER
           OPEN OUTPUT REPORT-BUNDLE
           OPEN EXTEND DIST-LOG
           IF WS-DLOG-STATUS NOT = '00'
               OPEN OUTPUT DIST-LOG
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-LOAD-TABLE-ENTRY THRU 1100-EXIT
      *   A malformed entry is displayed and skipped; a table
      *   overflow ends the step RC=8 with the entries that fit.
      *----------------------------------------------------------------*
       1100-LOAD-TABLE-ENTRY.
           READ DIST-TABLE
               AT END
                   MOVE 'Y' TO WS-DIST-EOF-SW
                   GO TO 1100-EXIT
           END-READ
           ADD 1 TO WS-TABLE-CNT

           EVALUATE TRUE
               WHEN DX-REPORT-DEF
                   PERFORM 1200-LOAD-REPORT-DEF THRU 1200-EXIT
               WHEN DX-DIST-ENTRY
                   PERFORM 1300-LOAD-DIST-ENTRY THRU 1300-EXIT
               WHEN OTHER
                   PERFORM 1900-TABLE-ERROR THRU 1900-EXIT
           END-EVALUATE.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1200-LOAD-REPORT-DEF THRU 1200-EXIT
      *----------------------------------------------------------------*
       1200-LOAD-REPORT-DEF.
           IF DX-REPORT-ID = SPACES
               OR (DX-KEY-TYPE NOT = 'A' AND DX-KEY-TYPE NOT = 'B'
                   AND DX-KEY-TYPE NOT = 'N')
               PERFORM 1900-TABLE-ERROR THRU 1900-EXIT
               GO TO 1200-EXIT
           END-IF
           IF DX-KEY-TYPE NOT = 'N'
               IF DX-KEY-COL NOT NUMERIC OR DX-KEY-LEN NOT NUMERIC
                   PERFORM 1900-TABLE-ERROR THRU 1900-EXIT
                   GO TO 1200-EXIT
               END-IF
               IF DX-KEY-COL < 1 OR DX-KEY-LEN < 1 OR DX-KEY-LEN > 12
                   OR DX-KEY-COL + DX-KEY-LEN > 133
                   PERFORM 1900-TABLE-ERROR THRU 1900-EXIT
                   GO TO 1200-EXIT
               END-IF
               IF DX-KEY-TYPE = 'B' AND DX-KEY-LEN NOT = 5
                   PERFORM 1900-TABLE-ERROR THRU 1900-EXIT
                   GO TO 1200-EXIT
               END-IF
           END-IF
           IF WS-RP-CNT NOT < WS-RP-MAX
               DISPLAY 'RPTDIST TABLE FULL - REPORT ' DX-REPORT-ID
                   ' NOT LOADED'
               MOVE 8 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF

           ADD 1 TO WS-RP-CNT
           MOVE DX-REPORT-ID     TO WS-RP-ID(WS-RP-CNT)
           MOVE DX-KEY-TYPE      TO WS-RP-KEY-TYPE(WS-RP-CNT)
           MOVE ZERO             TO WS-RP-KEY-COL(WS-RP-CNT)
           MOVE ZERO             TO WS-RP-KEY-LEN(WS-RP-CNT)
           IF DX-KEY-TYPE NOT = 'N'
               MOVE DX-KEY-COL   TO WS-RP-KEY-COL(WS-RP-CNT)
               MOVE DX-KEY-LEN   TO WS-RP-KEY-LEN(WS-RP-CNT)
           END-IF
           MOVE DX-CONFIDENTIAL  TO WS-RP-CONFIDENTIAL(WS-RP-CNT)
           MOVE DX-REPORT-DESC   TO WS-RP-DESC(WS-RP-CNT).
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1300-LOAD-DIST-ENTRY THRU 1300-EXIT
      *   Finds the recipient (adding them on first sight) and adds
      *   the routing entry under them.
      *----------------------------------------------------------------*
       1300-LOAD-DIST-ENTRY.
           IF DX-REPORT-ID = SPACES OR DX-RECIP-ID = SPACES
               OR (DX-RECIP-TYPE NOT = 'B' AND DX-RECIP-TYPE NOT = 'R'
                   AND DX-RECIP-TYPE NOT = 'D')
               PERFORM 1900-TABLE-ERROR THRU 1900-EXIT
               GO TO 1300-EXIT
           END-IF

           MOVE 'N' TO WS-FOUND-SW
           PERFORM 1310-FIND-RECIPIENT THRU 1310-EXIT
               VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RC-CNT OR WS-FOUND
           IF WS-FOUND
               SUBTRACT 1 FROM WS-RC-IDX
           ELSE
               IF WS-RC-CNT NOT < WS-RC-MAX
                   DISPLAY 'RPTDIST TABLE FULL - RECIPIENT '
                       DX-RECIP-ID ' NOT LOADED'
                   MOVE 8 TO RETURN-CODE
                   GO TO 1300-EXIT
               END-IF
               ADD 1 TO WS-RC-CNT
               MOVE WS-RC-CNT     TO WS-RC-IDX
               MOVE DX-RECIP-ID   TO WS-RC-ID(WS-RC-IDX)
               MOVE DX-RECIP-TYPE TO WS-RC-TYPE(WS-RC-IDX)
               MOVE DX-RECIP-NAME TO WS-RC-NAME(WS-RC-IDX)
           END-IF

           IF WS-RT-CNT NOT < WS-RT-MAX
               DISPLAY 'RPTDIST TABLE FULL - ENTRY ' DX-RECIP-ID
                   ' ' DX-REPORT-ID ' NOT LOADED'
               MOVE 8 TO RETURN-CODE
               GO TO 1300-EXIT
           END-IF
           ADD 1 TO WS-RT-CNT
           MOVE WS-RC-IDX    TO WS-RT-RECIP(WS-RT-CNT)
           MOVE DX-REPORT-ID TO WS-RT-REPORT-ID(WS-RT-CNT)
           MOVE DX-BRANCH-ID TO WS-RT-BRANCH-ID(WS-RT-CNT).
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1310-FIND-RECIPIENT THRU 1310-EXIT
      *----------------------------------------------------------------*
       1310-FIND-RECIPIENT.
           IF WS-RC-ID(WS-RC-IDX) = DX-RECIP-ID
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1900-TABLE-ERROR THRU 1900-EXIT
      *----------------------------------------------------------------*
       1900-TABLE-ERROR.
           ADD 1 TO WS-TABLE-ERR-CNT
           DISPLAY 'RPTDIST TABLE ENTRY REJECTED - '
               DIST-TABLE-RECORD.
       1900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-PROCESS-RECIPIENT THRU 3000-EXIT
      *   Works every report on the table for one recipient.  The
      *   bundle banner is written with the first report actually
      *   sent, so a recipient with everything withheld or missing
      *   gets log entries but no empty bundle.
      *----------------------------------------------------------------*
       3000-PROCESS-RECIPIENT.
           MOVE 'N' TO WS-BUNDLE-OPEN-SW
           MOVE ZERO TO WS-BN-REPORT-CNT
           PERFORM 3100-DISTRIBUTE-REPORT THRU 3100-EXIT
               VARYING WS-RP-IDX FROM 1 BY 1
               UNTIL WS-RP-IDX > WS-RP-CNT

           IF WS-BUNDLE-OPEN
               MOVE WS-RC-ID(WS-RC-IDX) TO WS-TRL-RECIP-ID
               MOVE WS-BN-REPORT-CNT    TO WS-TRL-REPORT-CNT
               MOVE SPACES              TO RB-REPORT-ID
               MOVE WS-TRAILER-LINE     TO RB-LINE
               WRITE BUNDLE-RECORD
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-DISTRIBUTE-REPORT THRU 3100-EXIT
      *   Gathers the recipient's entries for one report - either
      *   the whole report or a list of branches - then withholds,
      *   skips or builds the packet, and logs the outcome.
      *----------------------------------------------------------------*
       3100-DISTRIBUTE-REPORT.
           MOVE 'N' TO WS-PK-WHOLE-SW
           MOVE ZERO TO WS-PK-CNT
           PERFORM 3200-COLLECT-ENTRY THRU 3200-EXIT
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-CNT
           IF WS-PK-CNT = ZERO AND NOT WS-PK-WHOLE
               GO TO 3100-EXIT
           END-IF

           MOVE ZERO TO WS-PK-LINE-CNT
           IF WS-RP-CONFIDENTIAL(WS-RP-IDX) = 'Y'
               AND WS-RC-TYPE(WS-RC-IDX) NOT = 'D'
               ADD 1 TO WS-WITHHELD-CNT
               MOVE 'W' TO DG-STATUS
               PERFORM 3900-WRITE-DIST-LOG THRU 3900-EXIT
               GO TO 3100-EXIT
           END-IF
           IF NOT WS-PK-WHOLE AND WS-RP-KEY-TYPE(WS-RP-IDX) = 'N'
               ADD 1 TO WS-NOT-SPLIT-CNT
               MOVE 'X' TO DG-STATUS
               PERFORM 3900-WRITE-DIST-LOG THRU 3900-EXIT
               GO TO 3100-EXIT
           END-IF

           MOVE 'N' TO WS-ARCH-EOF-SW
           MOVE WS-RP-ID(WS-RP-IDX) TO RA-REPORT-ID
           MOVE WS-TODAY            TO RA-RUN-DATE
           MOVE ZERO                TO RA-LINE-NO
           START REPORT-ARCHIVE KEY IS NOT LESS THAN RA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ARCH-EOF-SW
           END-START
           IF NOT WS-ARCH-EOF
               PERFORM 3300-READ-ARCHIVE THRU 3300-EXIT
           END-IF
           IF WS-ARCH-EOF
               ADD 1 TO WS-NOT-ARCH-CNT
               MOVE 'N' TO DG-STATUS
               PERFORM 3900-WRITE-DIST-LOG THRU 3900-EXIT
               GO TO 3100-EXIT
           END-IF

           PERFORM 3500-START-SECTION THRU 3500-EXIT
           MOVE 'N' TO WS-PK-DETAIL-SW
           PERFORM 3400-ROUTE-LINE THRU 3400-EXIT
               UNTIL WS-ARCH-EOF

           ADD 1 TO WS-SENT-CNT
           MOVE 'S' TO DG-STATUS
           IF NOT WS-PK-WHOLE AND WS-PK-LINE-CNT = ZERO
               MOVE WS-EMPTY-LINE TO RB-LINE
               WRITE BUNDLE-RECORD
               MOVE 'E' TO DG-STATUS
           END-IF
           PERFORM 3900-WRITE-DIST-LOG THRU 3900-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-COLLECT-ENTRY THRU 3200-EXIT
      *----------------------------------------------------------------*
       3200-COLLECT-ENTRY.
           IF WS-RT-RECIP(WS-RT-IDX) NOT = WS-RC-IDX
               OR WS-RT-REPORT-ID(WS-RT-IDX) NOT = WS-RP-ID(WS-RP-IDX)
               GO TO 3200-EXIT
           END-IF
           IF WS-RT-BRANCH-ID(WS-RT-IDX) = SPACES
               MOVE 'Y' TO WS-PK-WHOLE-SW
               GO TO 3200-EXIT
           END-IF
           IF WS-PK-CNT NOT < WS-PK-MAX
               DISPLAY 'RPTDIST PACKET FULL - ' WS-RC-ID(WS-RC-IDX)
                   ' ' WS-RP-ID(WS-RP-IDX) ' BRANCH '
                   WS-RT-BRANCH-ID(WS-RT-IDX) ' NOT INCLUDED'
               MOVE 8 TO RETURN-CODE
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO WS-PK-CNT
           MOVE WS-RT-BRANCH-ID(WS-RT-IDX) TO WS-PK-BRANCH(WS-PK-CNT).
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3300-READ-ARCHIVE THRU 3300-EXIT
      *   Ends the browse at the first line keyed to a different
      *   report or run date.
      *----------------------------------------------------------------*
       3300-READ-ARCHIVE.
           READ REPORT-ARCHIVE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ARCH-EOF-SW
                   GO TO 3300-EXIT
           END-READ
           IF RA-REPORT-ID NOT = WS-RP-ID(WS-RP-IDX)
               OR RA-RUN-DATE NOT = WS-TODAY
               MOVE 'Y' TO WS-ARCH-EOF-SW
           END-IF.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3400-ROUTE-LINE THRU 3400-EXIT
      *   Decides whether one archived line belongs in the packet.
      *----------------------------------------------------------------*
       3400-ROUTE-LINE.
           IF WS-PK-WHOLE
               PERFORM 3600-WRITE-PACKET-LINE THRU 3600-EXIT
               GO TO 3400-NEXT
           END-IF

           PERFORM 3410-FIND-LINE-BRANCH THRU 3410-EXIT
           IF NOT WS-LINE-KEYED
               IF NOT WS-PK-PAST-HEADINGS
                   MOVE RA-LINE TO RB-LINE
                   WRITE BUNDLE-RECORD
                   ADD 1 TO WS-LINE-OUT-CNT
               END-IF
               GO TO 3400-NEXT
           END-IF

           MOVE 'Y' TO WS-PK-DETAIL-SW
           IF WS-LINE-BRANCH = SPACES
               ADD 1 TO WS-UNROUTED-CNT
               GO TO 3400-NEXT
           END-IF
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 3420-MATCH-BRANCH THRU 3420-EXIT
               VARYING WS-PK-IDX FROM 1 BY 1
               UNTIL WS-PK-IDX > WS-PK-CNT OR WS-FOUND
           IF WS-FOUND
               PERFORM 3600-WRITE-PACKET-LINE THRU 3600-EXIT
           END-IF.
       3400-NEXT.
           PERFORM 3300-READ-ARCHIVE THRU 3300-EXIT.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3410-FIND-LINE-BRANCH THRU 3410-EXIT
      *   A line is a detail line when its key position holds an
      *   account number (all digits) or a branch ID on BRANMAST.
      *   WS-LINE-BRANCH is left blank for an account no longer on
      *   ACCTMAST.
      *----------------------------------------------------------------*
       3410-FIND-LINE-BRANCH.
           MOVE 'N' TO WS-LINE-KEYED-SW
           MOVE SPACES TO WS-LINE-BRANCH
           MOVE SPACES TO WS-KEY-TEXT
           MOVE RA-LINE(WS-RP-KEY-COL(WS-RP-IDX):
                        WS-RP-KEY-LEN(WS-RP-IDX))
               TO WS-KEY-TEXT

           IF WS-RP-KEY-TYPE(WS-RP-IDX) = 'A'
               IF WS-KEY-TEXT(1:WS-RP-KEY-LEN(WS-RP-IDX)) NOT NUMERIC
                   GO TO 3410-EXIT
               END-IF
               MOVE 'Y' TO WS-LINE-KEYED-SW
               MOVE WS-KEY-TEXT(1:WS-RP-KEY-LEN(WS-RP-IDX))
                   TO WS-KEY-ACCT
               MOVE WS-KEY-ACCT TO ACCT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCT-BRANCH-CODE TO WS-LINE-BRANCH
               END-READ
               GO TO 3410-EXIT
           END-IF

           IF WS-KEY-TEXT(1:5) = SPACES
               GO TO 3410-EXIT
           END-IF
           MOVE WS-KEY-TEXT(1:5) TO BRANCH-ID
           READ BRANCH-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LINE-KEYED-SW
                   MOVE BRANCH-ID TO WS-LINE-BRANCH
           END-READ.
       3410-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3420-MATCH-BRANCH THRU 3420-EXIT
      *----------------------------------------------------------------*
       3420-MATCH-BRANCH.
           IF WS-PK-BRANCH(WS-PK-IDX) = WS-LINE-BRANCH
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       3420-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3500-START-SECTION THRU 3500-EXIT
      *   Opens the recipient's bundle with its banner on the first
      *   report sent, then heads the report's section.
      *----------------------------------------------------------------*
       3500-START-SECTION.
           MOVE WS-RC-ID(WS-RC-IDX) TO RB-RECIP-ID
           IF NOT WS-BUNDLE-OPEN
               MOVE 'Y' TO WS-BUNDLE-OPEN-SW
               ADD 1 TO WS-BUNDLE-CNT
               MOVE WS-RC-ID(WS-RC-IDX)   TO WS-BAN-RECIP-ID
               MOVE WS-RC-NAME(WS-RC-IDX) TO WS-BAN-RECIP-NAME
               MOVE WS-RC-TYPE(WS-RC-IDX) TO WS-BAN-RECIP-TYPE
               MOVE WS-TODAY              TO WS-BAN-RUN-DATE
               MOVE SPACES                TO RB-REPORT-ID
               MOVE WS-BANNER-LINE        TO RB-LINE
               WRITE BUNDLE-RECORD
           END-IF

           ADD 1 TO WS-BN-REPORT-CNT
           MOVE WS-RP-ID(WS-RP-IDX)   TO RB-REPORT-ID
           MOVE WS-RP-ID(WS-RP-IDX)   TO WS-SEC-REPORT-ID
           MOVE WS-RP-DESC(WS-RP-IDX) TO WS-SEC-DESC
           IF WS-PK-WHOLE
               MOVE 'WHOLE REPORT' TO WS-SEC-SCOPE
           ELSE
               MOVE WS-PK-CNT TO WS-PS-BRANCH-CNT
               MOVE WS-PACKET-SCOPE TO WS-SEC-SCOPE
           END-IF
           MOVE WS-SECTION-LINE TO RB-LINE
           WRITE BUNDLE-RECORD.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3600-WRITE-PACKET-LINE THRU 3600-EXIT
      *----------------------------------------------------------------*
       3600-WRITE-PACKET-LINE.
           MOVE RA-LINE TO RB-LINE
           WRITE BUNDLE-RECORD
           ADD 1 TO WS-PK-LINE-CNT
           ADD 1 TO WS-LINE-OUT-CNT.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3900-WRITE-DIST-LOG THRU 3900-EXIT
      *   DG-STATUS is set by the caller.
      *----------------------------------------------------------------*
       3900-WRITE-DIST-LOG.
           MOVE WS-TODAY              TO DG-RUN-DATE
           MOVE WS-RC-ID(WS-RC-IDX)   TO DG-RECIP-ID
           MOVE WS-RC-TYPE(WS-RC-IDX) TO DG-RECIP-TYPE
           MOVE WS-RP-ID(WS-RP-IDX)   TO DG-REPORT-ID
           IF WS-PK-WHOLE
               MOVE 'W' TO DG-SCOPE
           ELSE
               MOVE 'P' TO DG-SCOPE
           END-IF
           MOVE WS-PK-CNT             TO DG-BRANCH-CNT
           MOVE WS-PK-LINE-CNT        TO DG-LINE-CNT
           MOVE WS-LOG-DATE           TO DG-LOG-DATE
           MOVE WS-LOG-TIME           TO DG-LOG-TIME
           WRITE DIST-LOG-RECORD.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-TERMINATE
      *----------------------------------------------------------------*
       8000-TERMINATE.
           CLOSE REPORT-ARCHIVE
           CLOSE ACCOUNT-MASTER
           CLOSE BRANCH-MASTER
           CLOSE REPORT-BUNDLE
           CLOSE DIST-LOG
           DISPLAY 'RPTDIST RUN DATE          = ' WS-TODAY
           DISPLAY 'RPTDIST TABLE ENTRIES     = ' WS-TABLE-CNT
           DISPLAY 'RPTDIST TABLE REJECTED    = ' WS-TABLE-ERR-CNT
           DISPLAY 'RPTDIST RECIPIENTS        = ' WS-RC-CNT
           DISPLAY 'RPTDIST BUNDLES WRITTEN   = ' WS-BUNDLE-CNT
           DISPLAY 'RPTDIST REPORTS SENT      = ' WS-SENT-CNT
           DISPLAY 'RPTDIST WITHHELD (CONF)   = ' WS-WITHHELD-CNT
           DISPLAY 'RPTDIST NOT ARCHIVED      = ' WS-NOT-ARCH-CNT
           DISPLAY 'RPTDIST NOT SPLITTABLE    = ' WS-NOT-SPLIT-CNT
           DISPLAY 'RPTDIST LINES WRITTEN     = ' WS-LINE-OUT-CNT
           DISPLAY 'RPTDIST UNROUTED LINES    = ' WS-UNROUTED-CNT
           IF WS-TABLE-ERR-CNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

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
           MOVE 'RPTDIST' TO RL-PROGRAM
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
