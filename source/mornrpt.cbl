      * run in the step's own SYSOUT.  A non-zero RETURN-CODE flags
      * FAILED, and a start with no matching end flags NO END - the
      * step died without terminating cleanly.
      *
      * Below the step lines the report carries the night's
      * subledger-to-GL proof as a single PASS / FAIL line, read off
      * SUBLRCON's latest run: RETURN-CODE zero is a pass, anything
      * else (or a run with no end) is a fail, and a night the step
      * never started reports NOT RUN.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MORNRPT.
      *   2025-01-20  DS   RL-PROGRAM WIDENED TO NINE BYTES SO
      *                    CUSTMAINT / ACCTMAINT NO LONGER TRUNCATE
      *                    ON THE LOG AND THE REPORT.
      *   2026-10-15  DS   SUBLEDGER TO GL PROOF PASS/FAIL LINE FROM
      *                    SUBLRCON'S LATEST RUN ON THE LOG.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  WS-PRIOR-RUNS                  PIC 9(05)   VALUE ZERO.
       01  WS-PRIOR-SUM                   PIC 9(12)   VALUE ZERO.

       01  WS-PROOF-PROGRAM               PIC X(09)   VALUE 'SUBLRCON'.
       01  WS-PROOF-LINE.
           05  FILLER PIC X(33) VALUE
               'SUBLEDGER TO GL PROOF ......... '.
           05  WS-PL-RESULT                PIC X(07).
           05  FILLER PIC X(11) VALUE '  RUN DATE '.
           05  WS-PL-DATE                  PIC 9(08).

      *----------------------------------------------------------------*
      * PER-PROGRAM RUN SUMMARY - IN FIRST-SEEN (STEP) ORDER.
      *----------------------------------------------------------------*
           PERFORM 2000-PROCESS-LOG-RECORD THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 5000-WRITE-CYCLE-REPORT THRU 5000-EXIT
           PERFORM 5500-WRITE-PROOF-LINE THRU 5500-EXIT
           PERFORM 3000-TERMINATE
           GOBACK.

           END-IF.
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5500-WRITE-PROOF-LINE THRU 5500-EXIT
      *   The subledger proof's verdict is its latest RETURN-CODE; a
      *   start with no end is a fail, the same as the step line's
      *   NO END flag.
      *----------------------------------------------------------------*
       5500-WRITE-PROOF-LINE.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 5600-SEARCH-PROOF-PROGRAM THRU 5600-EXIT
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PROG-CNT
                  OR WS-FOUND

      *    THE PERFORM VARYING AUGMENT LEAVES THE INDEX ONE PAST THE
      *    MATCHED ENTRY, SO STEP IT BACK BEFORE SUBSCRIPTING.
           MOVE ZERO TO WS-PL-DATE
           IF NOT WS-FOUND
               MOVE 'NOT RUN' TO WS-PL-RESULT
           ELSE
               SET WS-PT-IDX DOWN BY 1
               MOVE WS-PT-START-DATE(WS-PT-IDX) TO WS-PL-DATE
               IF WS-PT-RUN-CNT(WS-PT-IDX) = ZERO
                   OR WS-PT-PENDING-SW(WS-PT-IDX) = 'Y'
                   OR WS-PT-LAST-RC(WS-PT-IDX) NOT = ZERO
                   MOVE 'FAIL' TO WS-PL-RESULT
               ELSE
                   MOVE 'PASS' TO WS-PL-RESULT
               END-IF
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-PROOF-LINE TO RPT-LINE
           WRITE RPT-LINE.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5600-SEARCH-PROOF-PROGRAM THRU 5600-EXIT
      *----------------------------------------------------------------*
       5600-SEARCH-PROOF-PROGRAM.
           IF WS-PT-PROGRAM(WS-PT-IDX) = WS-PROOF-PROGRAM
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       5600-EXIT.
           EXIT.
