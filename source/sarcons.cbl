      *================================================================*
      * SARCONS - SAR CANDIDATE CONSOLIDATION AND E-FILE EXTRACT
      *
      * Nightly, after FRAUDDSP, CTRSCAN and MULESCAN.  Four
      * detection streams each park suspicious items in their own
      * file - FRAUDDSP confirms fraud on FRDCASE, CTRSCAN appends
      * structuring hits to CTRHITS, MULESCAN appends rapid-movement
      * hits to MULEHITS, and the watch-list screens queue exact
      * matches on WLSUSP - and compliance was re-keying them all
      * into SAR filings by hand.  This job folds the four into the
      * single SARCAND candidate file:
      *
      * Gather - a confirmed ('F') fraud case, a structuring ('S')
      * currency hit, a money mule hit, or an exact ('E') watch-list
      * match not yet on SARCAND is added with today as its
      * detection date and the regulatory 30-day filing deadline
      * computed against the HOLCAL business calendar (a deadline
      * landing on a weekend or holiday pulls back to the preceding
      * business day).
      * Keying by source item means reruns and re-detections update
      * in place instead of duplicating.
      *
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2025-10-20  DS   ORIGINAL CONSOLIDATION AND E-FILE JOB.
      *   2026-10-15  DS   GATHER MULESCAN MONEY MULE HITS AS SOURCE
      *                    TYPE 'M'.
      *   2026-10-15  DS   AN EXACT WATCH LIST HIT WLSCAN QUEUED
      *                    AGAINST A LEGAL ENTITY THROUGH ONE OF ITS
      *                    BENEFICIAL OWNERS FILES ON THE ENTITY
      *                    (NAME AND EIN OFF THE CUSTOMER MASTER).
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIT-STATUS.

           SELECT MULE-HITS ASSIGN TO MULEHITS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MULE-STATUS.

           SELECT WL-SUSPENSE ASSIGN TO WLSUSP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           RECORD CONTAINS 71 CHARACTERS.
           COPY "ctrhit.cpy".

       FD  MULE-HITS
           RECORD CONTAINS 92 CHARACTERS.
           COPY "mulehit.cpy".

       FD  WL-SUSPENSE.
           COPY "wlsusp.cpy".

       01  WS-CASE-STATUS                 PIC X(02).
       01  WS-HIT-STATUS                  PIC X(02).
       01  WS-SUSP-STATUS                 PIC X(02).
       01  WS-MULE-STATUS                 PIC X(02).
       01  WS-CAND-STATUS                 PIC X(02).
           88  WS-CAND-OK                  VALUE '00'.
       01  WS-CUST-STATUS                 PIC X(02).
               88  WS-HIT-EOF               VALUE 'Y'.
           05  WS-SUSP-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-SUSP-EOF              VALUE 'Y'.
           05  WS-MULE-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-MULE-EOF              VALUE 'Y'.
           05  WS-CAND-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-CAND-EOF              VALUE 'Y'.
           05  WS-HOL-EOF-SW              PIC X(01)   VALUE 'N'.
           05  WS-CR-CUST-ID              PIC 9(10).
           05  WS-CR-HIT-DATE             PIC 9(08).

       01  WS-MULE-REF.
           05  WS-MR-CUST-ID              PIC 9(10).
           05  WS-MR-HIT-DATE             PIC 9(08).

       01  WS-WL-REF.
           05  WS-WR-CUST-ID              PIC 9(10).
           05  WS-WR-ENTRY-ID             PIC 9(08).
           05  WS-CASE-CNT                PIC 9(09)   VALUE ZERO.
           05  WS-HIT-CNT                 PIC 9(09)   VALUE ZERO.
           05  WS-SUSP-CNT                PIC 9(09)   VALUE ZERO.
           05  WS-MULE-CNT                PIC 9(09)   VALUE ZERO.
           05  WS-ADDED-CNT               PIC 9(07)   VALUE ZERO.
           05  WS-EXTRACT-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-OVERDUE-CNT             PIC 9(07)   VALUE ZERO.
           PERFORM 2000-GATHER-FRAUD-CASES THRU 2000-EXIT
           PERFORM 3000-GATHER-CTR-HITS THRU 3000-EXIT
           PERFORM 4000-GATHER-WL-MATCHES THRU 4000-EXIT
           PERFORM 4500-GATHER-MULE-HITS THRU 4500-EXIT
           PERFORM 5000-EXTRACT-AND-REPORT THRU 5000-EXIT

           PERFORM 6000-TERMINATE THRU 6000-EXIT
      *----------------------------------------------------------------*
      * 4100-GATHER-ONE-MATCH THRU 4100-EXIT
      *   Only exact normalized-name matches file - near matches
      *   stay on the analyst queue until worked.  A hit queued
      *   through a beneficial owner files on the linked entity;
      *   the owner's own hit is the record with no entity.
      *----------------------------------------------------------------*
       4100-GATHER-ONE-MATCH.
           READ WL-SUSPENSE
           END-IF

           MOVE 'W' TO WS-NC-SOURCE-TYPE
           IF WQ-ENTITY-CUST-ID NUMERIC
               AND WQ-ENTITY-CUST-ID NOT = ZERO
               MOVE WQ-ENTITY-CUST-ID TO WS-WR-CUST-ID
               MOVE WQ-ENTITY-CUST-ID TO WS-NC-CUST-ID
               MOVE SPACES TO WS-NC-NAME
           ELSE
               MOVE WQ-CUST-ID TO WS-WR-CUST-ID
               MOVE WQ-CUST-ID TO WS-NC-CUST-ID
               MOVE WQ-CUST-NAME TO WS-NC-NAME
           END-IF
           MOVE WQ-WL-ENTRY-ID TO WS-WR-ENTRY-ID
           MOVE WS-WL-REF TO WS-NC-SOURCE-REF
           MOVE ZERO TO WS-NC-AMOUNT
           MOVE WQ-QUEUE-DATE TO WS-NC-ACTIVITY-DATE
           PERFORM 7000-ADD-CANDIDATE THRU 7000-EXIT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4500-GATHER-MULE-HITS THRU 4500-EXIT
      *----------------------------------------------------------------*
       4500-GATHER-MULE-HITS.
           OPEN INPUT MULE-HITS
           IF WS-MULE-STATUS NOT = '00'
               GO TO 4500-EXIT
           END-IF
           PERFORM 4600-GATHER-ONE-MULE THRU 4600-EXIT
               UNTIL WS-MULE-EOF
           CLOSE MULE-HITS.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4600-GATHER-ONE-MULE THRU 4600-EXIT
      *   MULESCAN already holds a customer back for its re-hit
      *   interval, so every hit on the file files - the amount is
      *   the inflow that moved rapidly, the activity date the
      *   first inflow of the pattern.
      *----------------------------------------------------------------*
       4600-GATHER-ONE-MULE.
           READ MULE-HITS
               AT END
                   MOVE 'Y' TO WS-MULE-EOF-SW
           END-READ
           IF WS-MULE-EOF
               GO TO 4600-EXIT
           END-IF
           ADD 1 TO WS-MULE-CNT

           MOVE 'M' TO WS-NC-SOURCE-TYPE
           MOVE MH-CUST-ID TO WS-MR-CUST-ID
           MOVE MH-HIT-DATE TO WS-MR-HIT-DATE
           MOVE WS-MULE-REF TO WS-NC-SOURCE-REF
           MOVE MH-CUST-ID TO WS-NC-CUST-ID
           MOVE SPACES TO WS-NC-NAME
           MOVE MH-RAPID-OUT TO WS-NC-AMOUNT
           MOVE MH-FIRST-DATE TO WS-NC-ACTIVITY-DATE
           PERFORM 7000-ADD-CANDIDATE THRU 7000-EXIT.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-EXTRACT-AND-REPORT THRU 5000-EXIT
      *   One pass over the consolidated file: every candidate
           DISPLAY 'SARCONS FRAUD CASES READ  = ' WS-CASE-CNT
           DISPLAY 'SARCONS CTR HITS READ     = ' WS-HIT-CNT
           DISPLAY 'SARCONS WL MATCHES READ   = ' WS-SUSP-CNT
           DISPLAY 'SARCONS MULE HITS READ    = ' WS-MULE-CNT
           DISPLAY 'SARCONS CANDIDATES ADDED  = ' WS-ADDED-CNT
           DISPLAY 'SARCONS EXTRACTED         = ' WS-EXTRACT-CNT
           DISPLAY 'SARCONS OVERDUE           = ' WS-OVERDUE-CNT.
                       MOVE CUST-FIRST-NAME TO WS-NW-FIRST
                       MOVE CUST-LAST-NAME  TO WS-NW-LAST
                       MOVE WS-NAME-WORK TO SC-CUST-NAME
                       IF CUST-LEGAL-ENTITY
                           MOVE CUST-LEGAL-NAME TO SC-CUST-NAME
                       END-IF
                   END-IF
           END-READ
           MOVE WS-NC-AMOUNT TO SC-AMOUNT
