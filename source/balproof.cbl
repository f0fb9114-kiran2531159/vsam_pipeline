      * since) is counted but not proved.  Runs in NIGHTLY right
      * after BALSNAP; tonight's snapshot is excluded by starting
      * the walk at yesterday.
      *
      * Every 'EC' operator correction in the proof window is also
      * followed back to the transaction it names: the original must
      * still be on file, posted, on the same account, and exactly
      * the opposite amount.  A correction that does not mirror its
      * original is reported as a link exception - the balance can
      * still prove while the wrong transaction was backed out.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALPROOF.
      *                    OF CYCLE) INSTEAD OF THE SYSTEM CLOCK, SO
      *                    A CYCLE SLIPPING PAST MIDNIGHT OR A
      *                    MORNING RERUN KEEPS THE RIGHT DATE.
      *   2026-10-15  DS   'EC' OPERATOR CORRECTIONS ARE PROVED
      *                    AGAINST THE ORIGINAL THEY NAME - SAME
      *                    ACCOUNT, POSTED, EXACT OPPOSITE AMOUNT -
      *                    AND A BROKEN LINK IS REPORTED AND ENDS
      *                    THE JOB RETURN-CODE 4 LIKE A DRIFT.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           05  WS-IN-BALANCE-CNT          PIC 9(09)   VALUE ZERO.
           05  WS-OUT-BALANCE-CNT          PIC 9(07)  VALUE ZERO.
           05  WS-NO-SNAPSHOT-CNT          PIC 9(07)  VALUE ZERO.
           05  WS-CORR-PROVED-CNT          PIC 9(07)  VALUE ZERO.
           05  WS-CORR-BROKEN-CNT          PIC 9(07)  VALUE ZERO.

      *----------------------------------------------------------------*
      * 'EC' CORRECTIONS SEEN IN THE ACCOUNT'S PROOF WINDOW - HELD
      * UNTIL THE ALTERNATE-INDEX BROWSE ENDS, THEN EACH ORIGINAL IS
      * READ BY ITS PRIMARY KEY.  MORE THAN 50 IN ONE WINDOW IS
      * COUNTED AS BROKEN SO IT STILL GETS LOOKED AT.
      *----------------------------------------------------------------*
       01  WS-CORR-CNT                    PIC 9(02)   VALUE ZERO.
       01  WS-CORR-TABLE.
           05  WS-CT-ENTRY OCCURS 50 TIMES INDEXED BY WS-CT-IDX.
               10  WS-CT-TXN-ID             PIC 9(15).
               10  WS-CT-ORIG-TXN-ID        PIC 9(15).
               10  WS-CT-AMOUNT             PIC S9(09)V99.
       01  WS-CORR-LINK-SW                PIC X(01)   VALUE 'Y'.
           88  WS-CORR-LINK-OK              VALUE 'Y'.

       01  WS-CORR-LINE.
           05  FILLER PIC X(16) VALUE 'CORRECTION LINK '.
           05  WS-CL-ACCT-NO               PIC Z(11)9.
           05  FILLER PIC X(06) VALUE '  EC  '.
           05  WS-CL-TXN-ID                PIC 9(15).
           05  FILLER PIC X(07) VALUE '  ORIG '.
           05  WS-CL-ORIG-TXN-ID           PIC 9(15).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-CL-REASON                PIC X(40).

       01  WS-NET-POSTINGS                PIC S9(11)V99 VALUE ZERO.
       01  WS-EXPECTED-BALANCE            PIC S9(11)V99 VALUE ZERO.
           END-IF

           IF WS-OUT-BALANCE-CNT > ZERO
               OR WS-CORR-BROKEN-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'BALPROOF OUT OF BALANCE   = '
               WS-OUT-BALANCE-CNT
           DISPLAY 'BALPROOF NO PRIOR SNAP    = '
               WS-NO-SNAPSHOT-CNT
           DISPLAY 'BALPROOF CORRECTIONS OK   = '
               WS-CORR-PROVED-CNT
           DISPLAY 'BALPROOF CORRECTION LINKS BROKEN = '
               WS-CORR-BROKEN-CNT.

      *----------------------------------------------------------------*
      * 4200-FIND-PRIOR-SNAPSHOT THRU 4200-EXIT
      *   dated after the snapshot must equal today's ACCT-BALANCE.
      *----------------------------------------------------------------*
       4000-PROVE-BALANCE.
           MOVE ZERO TO WS-CORR-CNT
           PERFORM 4100-SUM-NET-POSTINGS THRU 4100-EXIT
           PERFORM 4300-PROVE-ONE-CORRECTION THRU 4300-EXIT
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CORR-CNT

           COMPUTE WS-EXPECTED-BALANCE =
               BH-ENDING-BALANCE + WS-NET-POSTINGS
                       IF TXN-STATUS = 'P'
                           AND TXN-POST-DATE > WS-PRIOR-SNAP-DATE
                           ADD TXN-AMOUNT TO WS-NET-POSTINGS
                           IF TXN-TYPE = 'EC'
                               PERFORM 4150-HOLD-CORRECTION
                                   THRU 4150-EXIT
                           END-IF
                       END-IF
                   END-IF
               END-IF
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4150-HOLD-CORRECTION THRU 4150-EXIT
      *----------------------------------------------------------------*
       4150-HOLD-CORRECTION.
           IF WS-CORR-CNT >= 50
               ADD 1 TO WS-CORR-BROKEN-CNT
               GO TO 4150-EXIT
           END-IF
           ADD 1 TO WS-CORR-CNT
           SET WS-CT-IDX TO WS-CORR-CNT
           MOVE TXN-ID             TO WS-CT-TXN-ID(WS-CT-IDX)
           MOVE TXN-EC-ORIG-TXN-ID TO WS-CT-ORIG-TXN-ID(WS-CT-IDX)
           MOVE TXN-AMOUNT         TO WS-CT-AMOUNT(WS-CT-IDX).
       4150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4300-PROVE-ONE-CORRECTION THRU 4300-EXIT
      *   Reads the original the correction names by its primary key
      *   and checks it is the transaction the correction mirrors.
      *----------------------------------------------------------------*
       4300-PROVE-ONE-CORRECTION.
           MOVE 'Y' TO WS-CORR-LINK-SW
           MOVE WS-CT-ORIG-TXN-ID(WS-CT-IDX) TO TXN-ID
           READ TRANSACTION-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-CORR-LINK-SW
                   MOVE 'ORIGINAL NOT ON TRANSACTION FILE' TO
                       WS-CL-REASON
           END-READ
           IF WS-CORR-LINK-OK AND TXN-STATUS NOT = 'P'
               MOVE 'N' TO WS-CORR-LINK-SW
               MOVE 'ORIGINAL IS NOT POSTED' TO WS-CL-REASON
           END-IF
           IF WS-CORR-LINK-OK AND TXN-ACCT-NO NOT = ACCT-NUMBER
               MOVE 'N' TO WS-CORR-LINK-SW
               MOVE 'ORIGINAL IS ON ANOTHER ACCOUNT' TO WS-CL-REASON
           END-IF
           IF WS-CORR-LINK-OK
               AND TXN-AMOUNT NOT = ZERO - WS-CT-AMOUNT(WS-CT-IDX)
               MOVE 'N' TO WS-CORR-LINK-SW
               MOVE 'AMOUNT IS NOT THE OPPOSITE OF ORIGINAL' TO
                   WS-CL-REASON
           END-IF

           IF WS-CORR-LINK-OK
               ADD 1 TO WS-CORR-PROVED-CNT
           ELSE
               ADD 1 TO WS-CORR-BROKEN-CNT
               MOVE ACCT-NUMBER                  TO WS-CL-ACCT-NO
               MOVE WS-CT-TXN-ID(WS-CT-IDX)      TO WS-CL-TXN-ID
               MOVE WS-CT-ORIG-TXN-ID(WS-CT-IDX) TO WS-CL-ORIG-TXN-ID
               MOVE WS-CORR-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
      *   Converts WS-CONV-DATE (YYYYMMDD) to an absolute Julian day
