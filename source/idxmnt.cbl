      *================================================================*
      * IDXMNT - PUBLISHED INDEX RATE MAINTENANCE
      *
      * Applies add / change / delete maintenance transactions
      * against the INDEX-RATE-RECORD VSAM KSDS (keyed on index code
      * plus effective date), the same maintenance shape RATEMNT
      * uses for RATETBL.  Rejected transactions are written to
      * IDXREJ with a reason instead of being applied.  Each newly
      * published index value is an 'A' add under its effective
      * date - the earlier values stay on file, so LOANARM always
      * prices a loan off the value in effect on its repricing
      * date.  A 'C' corrects a value keyed in wrong; it does not
      * reprice any loan already repriced off it.
      *
      * IX-ACTION values:
      *   'A' = add a published index value
      *   'C' = correct a value's rate or name
      *   'D' = delete a value
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDXMNT.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL ADD/CHANGE/DELETE MAINTENANCE.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEX-RATE-FILE ASSIGN TO IDXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IX-KEY
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT INDEX-TRANS ASSIGN TO IDXTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT INDEX-REJECT ASSIGN TO IDXREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INDEX-RATE-FILE.
           COPY "idxrate.cpy".

       FD  INDEX-TRANS
           RECORD CONTAINS 40 CHARACTERS.
       01  INDEX-TRAN-RECORD.
           05  IX-ACTION                  PIC X(01).
           05  IX-TRAN-INDEX-CODE         PIC X(04).
           05  IX-TRAN-EFF-DATE           PIC 9(08).
           05  IX-TRAN-RATE               PIC 9(03)V9(04).
           05  IX-TRAN-NAME               PIC X(20).

       FD  INDEX-REJECT
           RECORD CONTAINS 160 CHARACTERS.
       01  INDEX-REJECT-RECORD.
           05  IJ-INDEX-CODE              PIC X(04).
           05  IJ-EFF-DATE                PIC 9(08).
           05  IJ-ACTION                  PIC X(01).
           05  IJ-REASON                  PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-INDEX-STATUS                PIC X(02).
           88  WS-INDEX-OK                 VALUE '00'.
       01  WS-TRAN-STATUS                 PIC X(02).
       01  WS-REJ-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-VALID-SW                PIC X(01)   VALUE 'Y'.
               88  WS-RECORD-VALID         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-ADD-CNT                 PIC 9(07)   VALUE ZERO.
           05  WS-CHANGE-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-DELETE-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-REJECT-CNT              PIC 9(07)   VALUE ZERO.

       01  WS-REJECT-REASON               PIC X(40).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 3000-TERMINATE
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O   INDEX-RATE-FILE
           OPEN INPUT INDEX-TRANS
           OPEN OUTPUT INDEX-REJECT
           PERFORM 2100-READ-TRANS.

      *----------------------------------------------------------------*
      * 2000-PROCESS-TRANS THRU 2000-EXIT
      *----------------------------------------------------------------*
       2000-PROCESS-TRANS.
           ADD 1 TO WS-READ-CNT
           MOVE 'Y' TO WS-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON

           EVALUATE IX-ACTION
               WHEN 'A'
                   PERFORM 4000-VALIDATE-GROUPS THRU 4000-EXIT
                   IF WS-RECORD-VALID
                       PERFORM 5000-ADD-VALUE THRU 5000-EXIT
                   END-IF
               WHEN 'C'
                   PERFORM 4000-VALIDATE-GROUPS THRU 4000-EXIT
                   IF WS-RECORD-VALID
                       PERFORM 6000-CHANGE-VALUE THRU 6000-EXIT
                   END-IF
               WHEN 'D'
                   PERFORM 7000-DELETE-VALUE THRU 7000-EXIT
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
           READ INDEX-TRANS
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           CLOSE INDEX-RATE-FILE
           CLOSE INDEX-TRANS
           CLOSE INDEX-REJECT
           DISPLAY 'IDXMNT READ       = ' WS-READ-CNT
           DISPLAY 'IDXMNT ADDED      = ' WS-ADD-CNT
           DISPLAY 'IDXMNT CHANGED    = ' WS-CHANGE-CNT
           DISPLAY 'IDXMNT DELETED    = ' WS-DELETE-CNT
           DISPLAY 'IDXMNT REJECTED   = ' WS-REJECT-CNT.

      *----------------------------------------------------------------*
      * 4000-VALIDATE-GROUPS THRU 4000-EXIT
      *----------------------------------------------------------------*
       4000-VALIDATE-GROUPS.
           IF IX-TRAN-INDEX-CODE = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE 'INDEX CODE MUST BE SUPPLIED' TO
                   WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF

           IF IX-TRAN-EFF-DATE NOT NUMERIC
               OR IX-TRAN-EFF-DATE = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'EFFECTIVE DATE MUST BE NUMERIC' TO
                   WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF

           IF IX-TRAN-RATE NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               MOVE 'RATE MUST BE NUMERIC' TO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-ADD-VALUE THRU 5000-EXIT
      *----------------------------------------------------------------*
       5000-ADD-VALUE.
           MOVE IX-TRAN-INDEX-CODE     TO IX-INDEX-CODE
           MOVE IX-TRAN-EFF-DATE       TO IX-EFFECTIVE-DATE
           MOVE IX-TRAN-RATE           TO IX-INDEX-RATE
           MOVE IX-TRAN-NAME           TO IX-INDEX-NAME
           WRITE INDEX-RATE-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'INDEX VALUE ALREADY ON FILE' TO
                       WS-REJECT-REASON
           END-WRITE

           IF WS-RECORD-VALID
               ADD 1 TO WS-ADD-CNT
           END-IF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-CHANGE-VALUE THRU 6000-EXIT
      *   A blank name on the correction leaves the name on file.
      *----------------------------------------------------------------*
       6000-CHANGE-VALUE.
           MOVE IX-TRAN-INDEX-CODE TO IX-INDEX-CODE
           MOVE IX-TRAN-EFF-DATE   TO IX-EFFECTIVE-DATE
           READ INDEX-RATE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'INDEX VALUE NOT ON FILE' TO WS-REJECT-REASON
           END-READ

           IF WS-RECORD-VALID
               MOVE IX-TRAN-RATE TO IX-INDEX-RATE
               IF IX-TRAN-NAME NOT = SPACES
                   MOVE IX-TRAN-NAME TO IX-INDEX-NAME
               END-IF

               REWRITE INDEX-RATE-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
               END-REWRITE

               IF WS-RECORD-VALID
                   ADD 1 TO WS-CHANGE-CNT
               END-IF
           END-IF.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-DELETE-VALUE THRU 7000-EXIT
      *----------------------------------------------------------------*
       7000-DELETE-VALUE.
           MOVE IX-TRAN-INDEX-CODE TO IX-INDEX-CODE
           MOVE IX-TRAN-EFF-DATE   TO IX-EFFECTIVE-DATE
           READ INDEX-RATE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'INDEX VALUE NOT ON FILE' TO WS-REJECT-REASON
           END-READ

           IF WS-RECORD-VALID
               DELETE INDEX-RATE-FILE RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'DELETE FAILED' TO WS-REJECT-REASON
               END-DELETE

               IF WS-RECORD-VALID
                   ADD 1 TO WS-DELETE-CNT
               END-IF
           END-IF.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-WRITE-REJECT THRU 8000-EXIT
      *----------------------------------------------------------------*
       8000-WRITE-REJECT.
           MOVE IX-TRAN-INDEX-CODE TO IJ-INDEX-CODE
           MOVE IX-TRAN-EFF-DATE   TO IJ-EFF-DATE
           MOVE IX-ACTION          TO IJ-ACTION
           MOVE WS-REJECT-REASON   TO IJ-REASON
           WRITE INDEX-REJECT-RECORD
           ADD 1 TO WS-REJECT-CNT.
       8000-EXIT.
           EXIT.
