      * customer statement: name/address, an account summary line
      * per account, and transaction detail with a running total,
      * to STMTOUT.
      *
      * After every customer statemented, the CUST-ID is checkpointed
      * to STMTCKPT with the run counts, the lines written so far to
      * each output stream and the message hit totals.  A run that
      * abends partway through a cycle restarts just past that
      * customer: the print and e-statement streams are trimmed back
      * to the checkpointed line counts (dropping any partial
      * statement) and extended from there, and the message report
      * comes out as an uninterrupted run would have written it.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMTGEN.
      *                    FLOW INTO THE ARCHIVE WITH THE REST OF
      *                    THE STATEMENT, AND THE PER-CYCLE MSGRPT
      *                    COUNTS CUSTOMERS PER MESSAGE.
      *   2026-10-15  DS   AN 'EC' OPERATOR CORRECTION PRINTS A
      *                    SECOND LINE NAMING THE TRANSACTION IT
      *                    REVERSES AND THE REASON, SO THE CUSTOMER
      *                    SEES WHICH ITEM WAS BACKED OUT.
      *   2026-10-15  DS   EACH PAPER STATEMENT NOW OPENS WITH THE
      *                    MAIL ITEM HEADER LINE (MAILHDR) SO THE
      *                    MAILASM STEP CAN MAIL IT IN ONE ENVELOPE
      *                    WITH THE CUSTOMER'S OTHER NOTICES.  STMTOUT
      *                    IS NOW A DATASET MAILASM READS INSTEAD OF
      *                    A DIRECT PRINT CLASS.
      *   2026-10-15  DS   A PAPER STATEMENT FOR A CUSTOMER WHOSE
      *                    ADDRESS RTNMAIL HAS FLAGGED UNDELIVERABLE
      *                    IS ARCHIVED BUT NOT PRINTED.  ELECTRONIC
      *                    STATEMENTS ARE UNAFFECTED.
      *   2026-10-15  DS   CUST-ID CHECKPOINT/RESTART (STMTCKPT) - A
      *                    FAILED RUN RESUMES JUST PAST THE LAST
      *                    CUSTOMER STATEMENTED INSTEAD OF RERUNNING
      *                    THE WHOLE CYCLE.  STMTOUT AND ESTMOUT ARE
      *                    TRIMMED TO THE CHECKPOINTED LINE COUNTS
      *                    THROUGH THE STMTWRK WORK FILE AND EXTENDED,
      *                    AND THE MESSAGE HIT TOTALS CARRY ACROSS.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRPT-STATUS.

           SELECT STMT-CHECKPOINT-CTL ASSIGN TO STMTCKPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT STMT-RESTART-WORK ASSIGN TO STMTWRK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT RUN-LOG ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           RECORD CONTAINS 132 CHARACTERS.
       01  MSG-RPT-LINE                   PIC X(132).

       FD  STMT-CHECKPOINT-CTL
           RECORD CONTAINS 730 CHARACTERS.
       01  STMT-CHECKPOINT-RECORD.
           05  CKPT-CYCLE-DATE            PIC 9(08).
           05  CKPT-LAST-CUST-ID          PIC 9(10).
           05  CKPT-CUST-CNT              PIC 9(07).
           05  CKPT-PRINTED-CNT           PIC 9(07).
           05  CKPT-ESTM-CNT              PIC 9(07).
           05  CKPT-SUPPRESSED-CNT        PIC 9(07).
           05  CKPT-ACCT-CNT              PIC 9(07).
           05  CKPT-TXN-CNT               PIC 9(07).
           05  CKPT-PRINT-LINES           PIC 9(09).
           05  CKPT-ESTM-LINES            PIC 9(09).
           05  CKPT-MSG-CNT               PIC 9(02).
           05  CKPT-MSG-ENTRY OCCURS 50 TIMES.
               10  CKPT-MSG-ID            PIC X(06).
               10  CKPT-MSG-CUST-CNT      PIC 9(07).

       FD  STMT-RESTART-WORK
           RECORD CONTAINS 132 CHARACTERS.
       01  STMT-WORK-LINE                 PIC X(132).

       FD  RUN-LOG.
           COPY "runlog.cpy".

       01  WS-ELECTRONIC-SW               PIC X(01)   VALUE 'N'.
           88  WS-ELECTRONIC                 VALUE 'Y'.
       01  WS-ESTM-CNT                    PIC 9(07)   VALUE ZERO.
      *    A PAPER STATEMENT FOR AN ADDRESS RTNMAIL HAS FLAGGED
      *    UNDELIVERABLE IS ARCHIVED BUT NOT PRINTED.
       01  WS-SUPPRESS-SW                 PIC X(01)   VALUE 'N'.
           88  WS-SUPPRESS-PRINT             VALUE 'Y'.
       01  WS-SUPPRESSED-CNT              PIC 9(07)   VALUE ZERO.

       01  WS-EMAIL-HEADER-LINE.
           05  FILLER PIC X(09) VALUE 'ESTMT TO '.
           05  FILLER PIC X(07) VALUE ' CUST '.
           05  WS-EH-CUST-ID              PIC 9(10).

      *----------------------------------------------------------------*
      * EACH PAPER STATEMENT OPENS WITH THE MAIL ITEM HEADER SO
      * MAILASM CAN FOLD IT INTO THE CUSTOMER'S MAIL PIECE.  THE
      * HEADER IS NOT ARCHIVED - STMTRPRT REPRINTS THE STATEMENT,
      * NOT THE ENVELOPE.
      *----------------------------------------------------------------*
           COPY "mailhdr.cpy".

      *----------------------------------------------------------------*
      * STATEMENT MESSAGE CONTROL - THE MESSAGES EFFECTIVE FOR THE
      * CYCLE DATE LOAD HERE; EACH CUSTOMER'S ACCOUNTS MARK THE
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-MR-TEXT                 PIC X(60).

      *----------------------------------------------------------------*
      * CHECKPOINT/RESTART - STMTCKPT HOLDS THE LAST CUSTOMER FULLY
      * STATEMENTED, THE RUN COUNTS, THE LINES WRITTEN TO EACH OUTPUT
      * STREAM AND THE MESSAGE HIT TOTALS AS OF THAT CUSTOMER.  A
      * CHECKPOINT FOR ANOTHER CYCLE DATE IS STALE AND IGNORED; A
      * CLEAN END OF JOB ZEROES IT.
      *----------------------------------------------------------------*
       01  WS-CKPT-STATUS                 PIC X(02).
       01  WS-WORK-STATUS                 PIC X(02).
       01  WS-RESTART-CUST-ID             PIC 9(10)   VALUE ZERO.
       01  WS-PRINT-LINE-CNT              PIC 9(09)   VALUE ZERO.
       01  WS-ESTM-LINE-CNT               PIC 9(09)   VALUE ZERO.
       01  WS-COPY-CNT                    PIC 9(09)   VALUE ZERO.
       01  WS-COPY-LIMIT                  PIC 9(09)   VALUE ZERO.
       01  WS-COPY-EOF-SW                 PIC X(01)   VALUE 'N'.
           88  WS-COPY-EOF                   VALUE 'Y'.
       01  WS-CK-SUB                      PIC 9(02)   VALUE ZERO.
       01  WS-SHORT-DD                    PIC X(08)   VALUE SPACES.

       01  WS-CUST-EOF-SW                 PIC X(01)   VALUE 'N'.
           88  WS-CUST-EOF                 VALUE 'Y'.
       01  WS-ACCT-EOF-SW                 PIC X(01)   VALUE 'N'.
           05  FILLER PIC X(07) VALUE ' TOTAL '.
           05  WS-TL-TOTAL      PIC -(09)9.99.

       01  WS-TXN-CORR-LINE.
           05  FILLER PIC X(15) VALUE '      REVERSES '.
           05  FILLER PIC X(02) VALUE 'TX'.
           05  WS-TCL-ORIG-ID   PIC 9(15).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-TCL-REASON    PIC X(17).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT OWNER-XREF
           OPEN INPUT TRANSACTION-MASTER
           OPEN I-O   STATEMENT-ARCHIVE
           OPEN OUTPUT MESSAGE-REPORT
           PERFORM 1100-LOAD-CYCLE-DATE THRU 1100-EXIT
           PERFORM 1200-LOAD-MESSAGES THRU 1200-EXIT
           PERFORM 1300-LOAD-CHECKPOINT THRU 1300-EXIT

      *    ON RESTART THE OUTPUT STREAMS ARE TRIMMED AND KEPT, AND
      *    THE CUSTOMER MASTER IS STARTED JUST PAST THE CHECKPOINT.
           IF WS-RESTART-CUST-ID > ZERO
               PERFORM 1400-TRIM-OUTPUT THRU 1400-EXIT
               MOVE WS-RESTART-CUST-ID TO CUST-ID
               START CUSTOMER-MASTER KEY IS GREATER THAN CUST-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-CUST-EOF-SW
               END-START
           ELSE
               OPEN OUTPUT STATEMENT-OUTPUT
               OPEN OUTPUT ESTATEMENT-OUTPUT
           END-IF
           IF NOT WS-CUST-EOF
               PERFORM 2100-READ-CUSTOMER
           END-IF.

      *----------------------------------------------------------------*
      * 1200-LOAD-MESSAGES THRU 1200-EXIT
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1300-LOAD-CHECKPOINT THRU 1300-EXIT
      *   A checkpoint left by a failed run of this same cycle date
      *   restores the counts and message hit totals as they stood
      *   after its last customer; a missing, zeroed or other-cycle
      *   checkpoint means a fresh run.
      *----------------------------------------------------------------*
       1300-LOAD-CHECKPOINT.
           MOVE ZERO TO WS-RESTART-CUST-ID
           OPEN INPUT STMT-CHECKPOINT-CTL
           IF WS-CKPT-STATUS NOT = '00'
               GO TO 1300-EXIT
           END-IF
           READ STMT-CHECKPOINT-CTL
               AT END
                   CLOSE STMT-CHECKPOINT-CTL
                   GO TO 1300-EXIT
           END-READ
           CLOSE STMT-CHECKPOINT-CTL

           IF CKPT-CYCLE-DATE NOT = WS-CYCLE-DATE
               OR CKPT-LAST-CUST-ID = ZERO
               GO TO 1300-EXIT
           END-IF

           MOVE CKPT-LAST-CUST-ID   TO WS-RESTART-CUST-ID
           MOVE CKPT-CUST-CNT       TO WS-CUST-CNT
           MOVE CKPT-PRINTED-CNT    TO WS-PRINTED-CNT
           MOVE CKPT-ESTM-CNT       TO WS-ESTM-CNT
           MOVE CKPT-SUPPRESSED-CNT TO WS-SUPPRESSED-CNT
           MOVE CKPT-ACCT-CNT       TO WS-ACCT-CNT
           MOVE CKPT-TXN-CNT        TO WS-TXN-CNT
           MOVE CKPT-PRINT-LINES    TO WS-PRINT-LINE-CNT
           MOVE CKPT-ESTM-LINES     TO WS-ESTM-LINE-CNT
           PERFORM 1310-RESTORE-MESSAGE-COUNT THRU 1310-EXIT
               VARYING WS-CK-SUB FROM 1 BY 1
               UNTIL WS-CK-SUB > CKPT-MSG-CNT
           DISPLAY 'STMTGEN RESTARTING AFTER CUST-ID '
               WS-RESTART-CUST-ID.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1310-RESTORE-MESSAGE-COUNT THRU 1310-EXIT
      *   The checkpointed total goes back on the loaded message with
      *   the same MSG-ID.
      *----------------------------------------------------------------*
       1310-RESTORE-MESSAGE-COUNT.
           PERFORM 1320-MATCH-MESSAGE THRU 1320-EXIT
               VARYING WS-MG-IDX FROM 1 BY 1
               UNTIL WS-MG-IDX > WS-MSG-CNT.
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1320-MATCH-MESSAGE THRU 1320-EXIT
      *----------------------------------------------------------------*
       1320-MATCH-MESSAGE.
           IF WS-MG-MSG-ID(WS-MG-IDX) = CKPT-MSG-ID(WS-CK-SUB)
               MOVE CKPT-MSG-CUST-CNT(WS-CK-SUB)
                   TO WS-MG-CUST-CNT(WS-MG-IDX)
           END-IF.
       1320-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1400-TRIM-OUTPUT THRU 1400-EXIT
      *   Each output stream keeps exactly the lines written through
      *   the checkpointed customer.  Anything past that belongs to
      *   the customer in progress when the run failed, who is
      *   statemented again from the top - so it is dropped here.
      *   Each stream is copied to STMTWRK up to its checkpointed
      *   line count and back, and left open for this run to extend.
      *----------------------------------------------------------------*
       1400-TRIM-OUTPUT.
           OPEN INPUT  STATEMENT-OUTPUT
           OPEN OUTPUT STMT-RESTART-WORK
           MOVE WS-PRINT-LINE-CNT TO WS-COPY-LIMIT
           MOVE ZERO TO WS-COPY-CNT
           MOVE 'N' TO WS-COPY-EOF-SW
           PERFORM 1410-PRINT-TO-WORK THRU 1410-EXIT
               UNTIL WS-COPY-EOF OR WS-COPY-CNT >= WS-COPY-LIMIT
           IF WS-COPY-CNT < WS-COPY-LIMIT
               MOVE 'STMTOUT' TO WS-SHORT-DD
               PERFORM 1450-REPORT-SHORT-STREAM THRU 1450-EXIT
           END-IF
           MOVE WS-COPY-CNT TO WS-PRINT-LINE-CNT
           CLOSE STATEMENT-OUTPUT
           CLOSE STMT-RESTART-WORK

           OPEN INPUT  STMT-RESTART-WORK
           OPEN OUTPUT STATEMENT-OUTPUT
           MOVE 'N' TO WS-COPY-EOF-SW
           PERFORM 1420-WORK-TO-PRINT THRU 1420-EXIT
               UNTIL WS-COPY-EOF
           CLOSE STMT-RESTART-WORK

           OPEN INPUT  ESTATEMENT-OUTPUT
           OPEN OUTPUT STMT-RESTART-WORK
           MOVE WS-ESTM-LINE-CNT TO WS-COPY-LIMIT
           MOVE ZERO TO WS-COPY-CNT
           MOVE 'N' TO WS-COPY-EOF-SW
           PERFORM 1430-ESTM-TO-WORK THRU 1430-EXIT
               UNTIL WS-COPY-EOF OR WS-COPY-CNT >= WS-COPY-LIMIT
           IF WS-COPY-CNT < WS-COPY-LIMIT
               MOVE 'ESTMOUT' TO WS-SHORT-DD
               PERFORM 1450-REPORT-SHORT-STREAM THRU 1450-EXIT
           END-IF
           MOVE WS-COPY-CNT TO WS-ESTM-LINE-CNT
           CLOSE ESTATEMENT-OUTPUT
           CLOSE STMT-RESTART-WORK

           OPEN INPUT  STMT-RESTART-WORK
           OPEN OUTPUT ESTATEMENT-OUTPUT
           MOVE 'N' TO WS-COPY-EOF-SW
           PERFORM 1440-WORK-TO-ESTM THRU 1440-EXIT
               UNTIL WS-COPY-EOF
           CLOSE STMT-RESTART-WORK

           DISPLAY 'STMTGEN RESTART KEPT PRINT LINES = '
               WS-PRINT-LINE-CNT
           DISPLAY 'STMTGEN RESTART KEPT ESTMT LINES = '
               WS-ESTM-LINE-CNT.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1410-PRINT-TO-WORK THRU 1410-EXIT
      *----------------------------------------------------------------*
       1410-PRINT-TO-WORK.
           READ STATEMENT-OUTPUT
               AT END
                   MOVE 'Y' TO WS-COPY-EOF-SW
           END-READ
           IF WS-STMT-STATUS NOT = '00'
               MOVE 'Y' TO WS-COPY-EOF-SW
               GO TO 1410-EXIT
           END-IF
           MOVE STMT-LINE TO STMT-WORK-LINE
           WRITE STMT-WORK-LINE
           ADD 1 TO WS-COPY-CNT.
       1410-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1420-WORK-TO-PRINT THRU 1420-EXIT
      *----------------------------------------------------------------*
       1420-WORK-TO-PRINT.
           READ STMT-RESTART-WORK
               AT END
                   MOVE 'Y' TO WS-COPY-EOF-SW
           END-READ
           IF WS-WORK-STATUS NOT = '00'
               MOVE 'Y' TO WS-COPY-EOF-SW
               GO TO 1420-EXIT
           END-IF
           MOVE STMT-WORK-LINE TO STMT-LINE
           WRITE STMT-LINE.
       1420-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1430-ESTM-TO-WORK THRU 1430-EXIT
      *----------------------------------------------------------------*
       1430-ESTM-TO-WORK.
           READ ESTATEMENT-OUTPUT
               AT END
                   MOVE 'Y' TO WS-COPY-EOF-SW
           END-READ
           IF WS-ESTM-STATUS NOT = '00'
               MOVE 'Y' TO WS-COPY-EOF-SW
               GO TO 1430-EXIT
           END-IF
           MOVE ESTM-LINE TO STMT-WORK-LINE
           WRITE STMT-WORK-LINE
           ADD 1 TO WS-COPY-CNT.
       1430-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1440-WORK-TO-ESTM THRU 1440-EXIT
      *----------------------------------------------------------------*
       1440-WORK-TO-ESTM.
           READ STMT-RESTART-WORK
               AT END
                   MOVE 'Y' TO WS-COPY-EOF-SW
           END-READ
           IF WS-WORK-STATUS NOT = '00'
               MOVE 'Y' TO WS-COPY-EOF-SW
               GO TO 1440-EXIT
           END-IF
           MOVE STMT-WORK-LINE TO ESTM-LINE
           WRITE ESTM-LINE.
       1440-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1450-REPORT-SHORT-STREAM THRU 1450-EXIT
      *   A stream holding fewer lines than the checkpoint counted
      *   lost statements the prior run believed it had written.
      *   The restart carries on from the checkpoint, but RC 4 holds
      *   the mailing step until operations reconcile the stream.
      *----------------------------------------------------------------*
       1450-REPORT-SHORT-STREAM.
           COMPUTE WS-COPY-LIMIT = WS-COPY-LIMIT - WS-COPY-CNT
           DISPLAY 'STMTGEN RESTART - ' WS-SHORT-DD
               ' SHORT OF CHECKPOINT BY ' WS-COPY-LIMIT ' LINES'
           MOVE 4 TO RETURN-CODE.
       1450-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESS-CUSTOMER THRU 2000-EXIT
      *----------------------------------------------------------------*
           PERFORM 6100-PURGE-ARCHIVED-STMT THRU 6100-EXIT

           MOVE 'N' TO WS-ELECTRONIC-SW
           MOVE 'N' TO WS-SUPPRESS-SW
           IF CUST-DELIV-PREF = 'E' AND CUST-EMAIL NOT = SPACES
               MOVE 'Y' TO WS-ELECTRONIC-SW
               ADD 1 TO WS-ESTM-CNT
               MOVE CUST-ID    TO WS-EH-CUST-ID
               MOVE WS-EMAIL-HEADER-LINE TO ESTM-LINE
               WRITE ESTM-LINE
               ADD 1 TO WS-ESTM-LINE-CNT
           ELSE
               IF CUST-ADDR-UNDELIVERABLE
                   MOVE 'Y' TO WS-SUPPRESS-SW
                   ADD 1 TO WS-SUPPRESSED-CNT
               ELSE
                   MOVE 'STMTGEN'        TO MH-SOURCE
                   MOVE 'STMT'           TO MH-NOTICE-CODE
                   MOVE CUST-ID          TO MH-CUST-ID
                   MOVE ZERO             TO MH-ACCT-NUMBER
                   MOVE MAIL-ITEM-HEADER TO STMT-LINE
                   WRITE STMT-LINE
                   ADD 1 TO WS-PRINT-LINE-CNT
               END-IF
           END-IF

           MOVE WS-HEADING-LINE TO STMT-LINE
           PERFORM 4000-PROCESS-ACCOUNTS THRU 4000-EXIT
           PERFORM 4500-PROCESS-JOINT-ACCOUNTS THRU 4500-EXIT
           PERFORM 7000-PRINT-MESSAGES THRU 7000-EXIT
           PERFORM 8000-WRITE-CHECKPOINT THRU 8000-EXIT

           PERFORM 2100-READ-CUSTOMER.
       2000-EXIT.
           CLOSE STATEMENT-OUTPUT
           CLOSE ESTATEMENT-OUTPUT
           CLOSE STATEMENT-ARCHIVE

      *    A CLEAN END ZEROES THE CHECKPOINT SO THE NEXT RUN IS FRESH.
           OPEN OUTPUT STMT-CHECKPOINT-CTL
           MOVE ZERO TO STMT-CHECKPOINT-RECORD
           WRITE STMT-CHECKPOINT-RECORD
           CLOSE STMT-CHECKPOINT-CTL

           DISPLAY 'STMTGEN CUSTOMERS = ' WS-CUST-CNT
           DISPLAY 'STMTGEN PRINTED   = ' WS-PRINTED-CNT
           DISPLAY 'STMTGEN E-STMTS   = ' WS-ESTM-CNT
           DISPLAY 'STMTGEN SUPPRESSED = ' WS-SUPPRESSED-CNT
           DISPLAY 'STMTGEN ACCOUNTS  = ' WS-ACCT-CNT
           DISPLAY 'STMTGEN TRANS     = ' WS-TXN-CNT.

                           MOVE WS-RUNNING-TOTAL TO WS-TL-TOTAL
                           MOVE WS-TXN-LINE TO STMT-LINE
                           PERFORM 6000-PUT-STMT-LINE THRU 6000-EXIT
                           IF TXN-TYPE = 'EC'
                               MOVE TXN-EC-ORIG-TXN-ID
                                   TO WS-TCL-ORIG-ID
                               MOVE TXN-EC-REASON TO WS-TCL-REASON
                               MOVE WS-TXN-CORR-LINE TO STMT-LINE
                               PERFORM 6000-PUT-STMT-LINE
                                   THRU 6000-EXIT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           IF WS-ELECTRONIC
               MOVE STMT-LINE TO ESTM-LINE
               WRITE ESTM-LINE
               ADD 1 TO WS-ESTM-LINE-CNT
           ELSE
               IF NOT WS-SUPPRESS-PRINT
                   WRITE STMT-LINE
                   ADD 1 TO WS-PRINT-LINE-CNT
               END-IF
           END-IF

           ADD 1 TO WS-ARCH-LINE-NO
       7550-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-WRITE-CHECKPOINT THRU 8000-EXIT
      *   Rewritten after every customer statemented, once the
      *   customer's last line is out - the same per-key granularity
      *   INTACCR checkpoints at.
      *----------------------------------------------------------------*
       8000-WRITE-CHECKPOINT.
           OPEN OUTPUT STMT-CHECKPOINT-CTL
           MOVE SPACES            TO STMT-CHECKPOINT-RECORD
           MOVE WS-CYCLE-DATE     TO CKPT-CYCLE-DATE
           MOVE CUST-ID           TO CKPT-LAST-CUST-ID
           MOVE WS-CUST-CNT       TO CKPT-CUST-CNT
           MOVE WS-PRINTED-CNT    TO CKPT-PRINTED-CNT
           MOVE WS-ESTM-CNT       TO CKPT-ESTM-CNT
           MOVE WS-SUPPRESSED-CNT TO CKPT-SUPPRESSED-CNT
           MOVE WS-ACCT-CNT       TO CKPT-ACCT-CNT
           MOVE WS-TXN-CNT        TO CKPT-TXN-CNT
           MOVE WS-PRINT-LINE-CNT TO CKPT-PRINT-LINES
           MOVE WS-ESTM-LINE-CNT  TO CKPT-ESTM-LINES
           MOVE WS-MSG-CNT        TO CKPT-MSG-CNT
           PERFORM 8010-SAVE-MESSAGE-COUNT THRU 8010-EXIT
               VARYING WS-CK-SUB FROM 1 BY 1
               UNTIL WS-CK-SUB > WS-MSG-CNT
           WRITE STMT-CHECKPOINT-RECORD
           CLOSE STMT-CHECKPOINT-CTL.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8010-SAVE-MESSAGE-COUNT THRU 8010-EXIT
      *----------------------------------------------------------------*
       8010-SAVE-MESSAGE-COUNT.
           SET WS-MG-IDX TO WS-CK-SUB
           MOVE WS-MG-MSG-ID(WS-MG-IDX)   TO CKPT-MSG-ID(WS-CK-SUB)
           MOVE WS-MG-CUST-CNT(WS-MG-IDX)
               TO CKPT-MSG-CUST-CNT(WS-CK-SUB).
       8010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9900-WRITE-RUN-LOG THRU 9900-EXIT
      *   Appends one start ('S') or end ('E') record to the shared
