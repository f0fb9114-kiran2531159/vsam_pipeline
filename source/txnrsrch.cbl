      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2024-12-23  DS   ORIGINAL RESEARCH UTILITY.
      *   2026-10-15  DS   A REQUEST NAMING AN ACCOUNT NOW PRINTS THE
      *                    ACCOUNT'S OWNER AND STATUS OFF THE ACCOUNT
      *                    MASTER, OR OFF ACCTARCH WHEN MSTRPRGE HAS
      *                    ARCHIVED IT, AHEAD OF THE HITS.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               RECORD KEY IS TXN-ID
               FILE STATUS IS WS-TXN-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT ACCOUNT-ARCHIVE ASSIGN TO ACCTARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARCH-ACCT-NUMBER
               FILE STATUS IS WS-ACCT-ARCH-STATUS.

           SELECT RESEARCH-EXTRACT ASSIGN TO RSRCHOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTR-STATUS.
       FD  TRANSACTION-MASTER.
           COPY "transaction.cpy".

       FD  ACCOUNT-MASTER.
           COPY "account.cpy".

      *----------------------------------------------------------------*
      * MSTRPRGE's account archive, in account.cpy's own layout.
      *----------------------------------------------------------------*
       FD  ACCOUNT-ARCHIVE.
           COPY "account.cpy"
               REPLACING ==ACCOUNT-RECORD== BY
                         ==ARCHIVE-ACCOUNT-RECORD==
                         LEADING ==ACCT-== BY ==ARCH-ACCT-==.

      *----------------------------------------------------------------*
      * RESEARCH-EXTRACT mirrors transaction.cpy the same way.
      *----------------------------------------------------------------*
       01  WS-ARCH-STATUS                 PIC X(02).
       01  WS-TXN-STATUS                  PIC X(02).
       01  WS-EXTR-STATUS                 PIC X(02).
       01  WS-ACCT-STATUS                 PIC X(02).
       01  WS-ACCT-ARCH-STATUS            PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).

       01  WS-REQ-EOF-SW                  PIC X(01)   VALUE 'N'.
           88  WS-TXN-EOF                    VALUE 'Y'.
       01  WS-MATCH-SW                    PIC X(01)   VALUE 'N'.
           88  WS-MATCH                      VALUE 'Y'.
       01  WS-ACCT-OPEN-SW                PIC X(01)   VALUE 'N'.
           88  WS-ACCT-OPEN                  VALUE 'Y'.
       01  WS-ACCT-ARCH-OPEN-SW           PIC X(01)   VALUE 'N'.
           88  WS-ACCT-ARCH-OPEN             VALUE 'Y'.
       01  WS-ACCT-FOUND-SW               PIC X(01)   VALUE 'N'.
           88  WS-ACCT-FOUND                 VALUE 'Y'.

      *----------------------------------------------------------------*
      * THE CANDIDATE UNDER TEST, IN TRANSACTION.CPY SHAPE - FILLED
           05  FILLER PIC X(06) VALUE ' MER '.
           05  WS-RL-MERCHANT              PIC X(30).

       01  WS-ACCOUNT-LINE.
           05  FILLER PIC X(10) VALUE '  ACCOUNT '.
           05  WS-AC-ACCT-NO               PIC 9(12).
           05  FILLER PIC X(07) VALUE ' OWNER '.
           05  WS-AC-CUST-ID               PIC 9(10).
           05  FILLER PIC X(06) VALUE ' TYPE '.
           05  WS-AC-TYPE                  PIC X(03).
           05  FILLER PIC X(08) VALUE ' STATUS '.
           05  WS-AC-STATUS                PIC X(01).
           05  FILLER PIC X(10) VALUE ' LAST ACT '.
           05  WS-AC-LAST-ACT              PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-AC-SOURCE                PIC X(24).

       01  WS-DETAIL-LINE.
           05  WS-DL-SOURCE                PIC X(04).
           05  FILLER PIC X(01) VALUE SPACES.
           OPEN INPUT  RESEARCH-REQUEST
           OPEN OUTPUT RESEARCH-EXTRACT
           OPEN OUTPUT RESEARCH-REPORT
           OPEN INPUT  ACCOUNT-MASTER
           IF WS-ACCT-STATUS = '00'
               MOVE 'Y' TO WS-ACCT-OPEN-SW
           END-IF
           OPEN INPUT  ACCOUNT-ARCHIVE
           IF WS-ACCT-ARCH-STATUS = '00'
               MOVE 'Y' TO WS-ACCT-ARCH-OPEN-SW
           END-IF
           PERFORM 2100-READ-REQUEST.

      *----------------------------------------------------------------*
           MOVE WS-REQUEST-LINE TO RPT-LINE
           WRITE RPT-LINE

           IF RR-ACCT-NO NOT = ZERO
               PERFORM 2200-SHOW-ACCOUNT THRU 2200-EXIT
           END-IF

           PERFORM 4000-SEARCH-ARCHIVE THRU 4000-EXIT
           PERFORM 5000-SEARCH-LIVE THRU 5000-EXIT

                   MOVE 'Y' TO WS-REQ-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 2200-SHOW-ACCOUNT THRU 2200-EXIT
      *   Who the requested account belongs to - off the live
      *   master, or off ACCTARCH once MSTRPRGE has moved a
      *   long-closed account there.  Either file missing from the
      *   run is simply not consulted.
      *----------------------------------------------------------------*
       2200-SHOW-ACCOUNT.
           MOVE 'N'    TO WS-ACCT-FOUND-SW
           MOVE RR-ACCT-NO TO WS-AC-ACCT-NO
           MOVE ZERO   TO WS-AC-CUST-ID
           MOVE SPACES TO WS-AC-TYPE
           MOVE SPACES TO WS-AC-STATUS
           MOVE ZERO   TO WS-AC-LAST-ACT
           MOVE 'NOT ON MASTER OR ARCHIVE' TO WS-AC-SOURCE

           IF WS-ACCT-OPEN
               MOVE RR-ACCT-NO TO ACCT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ACCT-FOUND-SW
                       MOVE ACCT-CUST-ID  TO WS-AC-CUST-ID
                       MOVE ACCT-TYPE     TO WS-AC-TYPE
                       MOVE ACCT-STATUS   TO WS-AC-STATUS
                       MOVE ACCT-LAST-ACTIVITY-DATE
                                          TO WS-AC-LAST-ACT
                       MOVE 'LIVE ACCOUNT MASTER' TO WS-AC-SOURCE
               END-READ
           END-IF

           IF WS-ACCT-ARCH-OPEN
           AND NOT WS-ACCT-FOUND
               MOVE RR-ACCT-NO TO ARCH-ACCT-NUMBER
               READ ACCOUNT-ARCHIVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ARCH-ACCT-CUST-ID  TO WS-AC-CUST-ID
                       MOVE ARCH-ACCT-TYPE     TO WS-AC-TYPE
                       MOVE ARCH-ACCT-STATUS   TO WS-AC-STATUS
                       MOVE ARCH-ACCT-LAST-ACTIVITY-DATE
                                               TO WS-AC-LAST-ACT
                       MOVE 'ARCHIVED (ACCTARCH)' TO WS-AC-SOURCE
               END-READ
           END-IF

           MOVE WS-ACCOUNT-LINE TO RPT-LINE
           WRITE RPT-LINE.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
           CLOSE RESEARCH-REQUEST
           CLOSE RESEARCH-EXTRACT
           CLOSE RESEARCH-REPORT
           IF WS-ACCT-OPEN
               CLOSE ACCOUNT-MASTER
           END-IF
           IF WS-ACCT-ARCH-OPEN
               CLOSE ACCOUNT-ARCHIVE
           END-IF
           DISPLAY 'TXNRSRCH REQUESTS READ = ' WS-REQ-CNT
           DISPLAY 'TXNRSRCH TOTAL HITS    = ' WS-HIT-CNT.

