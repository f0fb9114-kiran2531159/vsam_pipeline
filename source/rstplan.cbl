      *================================================================*
      * RSTPLAN - NIGHTLY RESTART PLANNER
      *
      * Run by the on-call analyst when a NIGHTLY step fails.  It
      * replays the night from RUNLOG against the STEPDEP step
      * dependency table (every NIGHTLY step in JCL order, with its
      * COND tests, whether it logs, how safe it is to rerun, and
      * what it clears or posts to) and prints the restart plan:
      *
      *   - the night is everything logged since the last CYCGATE
      *     start record - tonight's gate always runs first, and a
      *     RESTART= resubmit appends to the same night without one;
      *   - each start/end record is matched to its step in JCL
      *     order (a program run by more than one step takes the
      *     next unstarted one), and a start with no end is the
      *     abend;
      *   - steps with no log record are resolved the way the
      *     system resolves COND: a test naming a step that did not
      *     execute is ignored, any true test bypasses the step,
      *     and after an abend everything but COND=EVEN is flushed.
      *     The consume-once IEBGENER clears never log, so whether
      *     they ran is worked out the same way;
      *
      * The plan lists the failed step(s), every step bypassed or
      * flushed, each consume-once clear with what to do about its
      * dataset - a clear that ran although its consumer did not run
      * clean emptied an input nobody processed, and that dataset
      * must be restored before the restart - and the restart point
      * itself.  Any step at or past the restart point that already
      * ran and posts (or was checkpointed and has since completed)
      * is warned as a double posting: RESTART= would run it again.
      *
      * Ends RETURN-CODE 0 when no restart is needed, 4 with a clean
      * plan, and 8 when the plan carries a restore or double-post
      * warning the analyst must act on first.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSTPLAN.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL NIGHTLY RESTART PLANNER.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG-IN ASSIGN TO RUNLOGI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLIN-STATUS.

           SELECT STEP-DEP-FILE ASSIGN TO STEPDEP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEP-STATUS.

           SELECT PLAN-REPORT ASSIGN TO RSTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-IN.
           COPY "runlog.cpy".

       FD  STEP-DEP-FILE
           RECORD CONTAINS 216 CHARACTERS.
           COPY "stepdep.cpy".

       FD  PLAN-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RLIN-STATUS                 PIC X(02).
       01  WS-DEP-STATUS                  PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-LOG-EOF-SW              PIC X(01)   VALUE 'N'.
               88  WS-LOG-EOF               VALUE 'Y'.
           05  WS-DEP-EOF-SW              PIC X(01)   VALUE 'N'.
               88  WS-DEP-EOF               VALUE 'Y'.
           05  WS-CYCLE-SEEN-SW           PIC X(01)   VALUE 'N'.
               88  WS-CYCLE-SEEN            VALUE 'Y'.
           05  WS-FOUND-SW                PIC X(01)   VALUE 'N'.
               88  WS-FOUND                 VALUE 'Y'.
           05  WS-BYPASS-SW               PIC X(01)   VALUE 'N'.
               88  WS-BYPASS                VALUE 'Y'.
           05  WS-TEST-TRUE-SW            PIC X(01)   VALUE 'N'.
               88  WS-TEST-TRUE             VALUE 'Y'.
           05  WS-ACTION-SW               PIC X(01)   VALUE 'N'.
               88  WS-ACTION-NEEDED         VALUE 'Y'.

      *----------------------------------------------------------------*
      * RUN-LOG MATCH MODE FOR A START RECORD, TRIED IN THIS ORDER:
      * '1' = an unstarted step past the last step started
      * '2' = a step that failed or is still open (a RESTART= rerun)
      * '3' = any step past the last step started (rerun of a step
      *       that already completed)
      * A record that matches none of these (an MTHEND program on
      * the same log) is counted as unmatched and otherwise ignored.
      *----------------------------------------------------------------*
       01  WS-MATCH-MODE                  PIC X(01)   VALUE SPACE.
       01  WS-LAST-POS                    PIC 9(03)   VALUE ZERO.

       01  WS-CYCLE-DATE                  PIC 9(08)   VALUE ZERO.
       01  WS-ABEND-STEP                  PIC X(08)   VALUE SPACES.
       01  WS-RESTART-STEP                PIC X(08)   VALUE SPACES.
       01  WS-RESTART-POS                 PIC 9(03)   VALUE ZERO.
       01  WS-TEST-RC                     PIC 9(02)   VALUE ZERO.
       01  WS-CONSUMER-STEP               PIC X(08)   VALUE SPACES.

      *----------------------------------------------------------------*
      * STEP TABLE - ONE ENTRY PER STEPDEP RECORD, IN JCL ORDER.
      * WS-ST-STATE:
      *   ' ' = no run log record this night
      *   'R' = started, no end record yet
      *   'E' = ended, RETURN-CODE in WS-ST-RC
      *   'A' = abended - started and never ended
      *   'I' = unlogged step inferred to have run (RC zero)
      *   'B' = bypassed by a COND test on WS-ST-CAUSE
      *   'X' = flushed - the job ended at the abend of WS-ST-CAUSE
      *   'N' = logs, but no record - the job never reached it
      *----------------------------------------------------------------*
       01  WS-STEP-CNT                    PIC 9(03)   VALUE ZERO.
       01  WS-STEP-TABLE.
           05  WS-ST-ENTRY OCCURS 250 TIMES
                   INDEXED BY WS-ST-IDX WS-SX-IDX.
               10  WS-ST-STEP-NAME        PIC X(08).
               10  WS-ST-PROGRAM          PIC X(09).
               10  WS-ST-KIND             PIC X(01).
               10  WS-ST-CLASS            PIC X(01).
               10  WS-ST-OK-RC            PIC 9(02).
               10  WS-ST-EVEN             PIC X(01).
               10  WS-ST-COND-CNT         PIC 9(01).
               10  WS-ST-COND-TABLE.
                   15  WS-ST-COND OCCURS 8 TIMES
                           INDEXED BY WS-CD-IDX.
                       20  WS-ST-COND-CODE PIC 9(02).
                       20  WS-ST-COND-OP   PIC X(02).
                       20  WS-ST-COND-STEP PIC X(08).
               10  WS-ST-DATASET          PIC X(44).
               10  WS-ST-BACKUP-DSN       PIC X(44).
               10  WS-ST-STATE            PIC X(01).
               10  WS-ST-RC               PIC 9(02).
               10  WS-ST-CAUSE            PIC X(08).

       01  WS-COUNTERS.
           05  WS-LOG-CNT                 PIC 9(09)   VALUE ZERO.
           05  WS-UNMATCHED-CNT           PIC 9(05)   VALUE ZERO.
           05  WS-FAILED-CNT              PIC 9(03)   VALUE ZERO.
           05  WS-BYPASSED-CNT            PIC 9(03)   VALUE ZERO.
           05  WS-RESTORE-CNT             PIC 9(03)   VALUE ZERO.
           05  WS-DOUBLE-POST-CNT         PIC 9(03)   VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER PIC X(44) VALUE
               'RSTPLAN - NIGHTLY RESTART PLAN FOR CYCLE OF '.
           05  WS-HD-DATE                 PIC 9(08).

       01  WS-SECTION-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-SL-TITLE                PIC X(60).

       01  WS-STEP-LINE.
           05  FILLER PIC X(03) VALUE SPACES.
           05  WS-PL-STEP                 PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-PL-PROGRAM              PIC X(09).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-PL-TEXT                 PIC X(45).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-PL-REF                  PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-PL-TEXT-2               PIC X(50).

       01  WS-RC-DISPLAY.
           05  FILLER PIC X(03) VALUE 'RC '.
           05  WS-RD-RC                   PIC 9(02).

       01  WS-DSN-LINE.
           05  FILLER PIC X(22) VALUE SPACES.
           05  FILLER PIC X(08) VALUE 'DATASET '.
           05  WS-DL-DSN                  PIC X(44).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DL-TEXT                 PIC X(50).

       01  WS-RESTART-LINE.
           05  FILLER PIC X(03) VALUE SPACES.
           05  FILLER PIC X(19) VALUE 'RESTART NIGHTLY AT '.
           05  WS-RS-STEP                 PIC X(08).
           05  FILLER PIC X(11) VALUE ' - CODE RES'.
           05  FILLER PIC X(05) VALUE 'TART='.
           05  WS-RS-STEP-2               PIC X(08).
           05  FILLER PIC X(17) VALUE ' ON THE JOB CARD.'.

       01  WS-MESSAGE-LINE.
           05  FILLER PIC X(03) VALUE SPACES.
           05  WS-ML-TEXT                 PIC X(120).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           IF WS-STEP-CNT > ZERO AND WS-CYCLE-SEEN
               PERFORM 5000-RESOLVE-CYCLE THRU 5000-EXIT
               PERFORM 6000-WRITE-PLAN THRU 6000-EXIT
           ELSE
               MOVE 'NO STEP DEPENDENCY TABLE OR NO NIGHTLY CYCLE ON'
                   TO WS-ML-TEXT
               MOVE WS-MESSAGE-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'THE RUN LOG - NOTHING TO PLAN.' TO WS-ML-TEXT
               MOVE WS-MESSAGE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF

           PERFORM 3000-TERMINATE THRU 3000-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE THRU 1000-EXIT
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT PLAN-REPORT
           PERFORM 1200-LOAD-STEP-TABLE THRU 1200-EXIT
           IF WS-STEP-CNT > ZERO
               PERFORM 2000-SCAN-RUN-LOG THRU 2000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1200-LOAD-STEP-TABLE THRU 1200-EXIT
      *----------------------------------------------------------------*
       1200-LOAD-STEP-TABLE.
           OPEN INPUT STEP-DEP-FILE
           IF WS-DEP-STATUS NOT = '00'
               DISPLAY 'RSTPLAN - NO STEP DEPENDENCY TABLE'
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-LOAD-ONE-STEP THRU 1210-EXIT
               UNTIL WS-DEP-EOF OR WS-STEP-CNT >= 250
           CLOSE STEP-DEP-FILE.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1210-LOAD-ONE-STEP THRU 1210-EXIT
      *----------------------------------------------------------------*
       1210-LOAD-ONE-STEP.
           READ STEP-DEP-FILE
               AT END
                   MOVE 'Y' TO WS-DEP-EOF-SW
           END-READ
           IF WS-DEP-EOF
               GO TO 1210-EXIT
           END-IF
           IF SD-STEP-NAME = SPACES
               GO TO 1210-EXIT
           END-IF
           ADD 1 TO WS-STEP-CNT
           SET WS-ST-IDX TO WS-STEP-CNT
           MOVE SD-STEP-NAME    TO WS-ST-STEP-NAME(WS-ST-IDX)
           MOVE SD-PROGRAM      TO WS-ST-PROGRAM(WS-ST-IDX)
           MOVE SD-STEP-KIND    TO WS-ST-KIND(WS-ST-IDX)
           MOVE SD-RERUN-CLASS  TO WS-ST-CLASS(WS-ST-IDX)
           MOVE SD-OK-RC        TO WS-ST-OK-RC(WS-ST-IDX)
           MOVE SD-EVEN         TO WS-ST-EVEN(WS-ST-IDX)
           MOVE SD-COND-CNT     TO WS-ST-COND-CNT(WS-ST-IDX)
           MOVE SD-COND-TABLE   TO WS-ST-COND-TABLE(WS-ST-IDX)
           MOVE SD-DATASET      TO WS-ST-DATASET(WS-ST-IDX)
           MOVE SD-BACKUP-DSN   TO WS-ST-BACKUP-DSN(WS-ST-IDX)
           MOVE SPACE           TO WS-ST-STATE(WS-ST-IDX)
           MOVE ZERO            TO WS-ST-RC(WS-ST-IDX)
           MOVE SPACES          TO WS-ST-CAUSE(WS-ST-IDX).
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-SCAN-RUN-LOG THRU 2000-EXIT
      *   One pass in append order.  Each CYCGATE start record opens
      *   a new night and resets the table, so whatever follows the
      *   last one - including any RESTART= resubmits, which do not
      *   rerun the gate - is the night being planned.
      *----------------------------------------------------------------*
       2000-SCAN-RUN-LOG.
           OPEN INPUT RUN-LOG-IN
           IF WS-RLIN-STATUS NOT = '00'
               DISPLAY 'RSTPLAN - NO RUN LOG'
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-SCAN-ONE-RECORD THRU 2100-EXIT
               UNTIL WS-LOG-EOF
           CLOSE RUN-LOG-IN.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-SCAN-ONE-RECORD THRU 2100-EXIT
      *----------------------------------------------------------------*
       2100-SCAN-ONE-RECORD.
           READ RUN-LOG-IN
               AT END
                   MOVE 'Y' TO WS-LOG-EOF-SW
           END-READ
           IF WS-LOG-EOF
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-LOG-CNT

           IF RL-PROGRAM = 'CYCGATE' AND RL-PHASE = 'S'
               MOVE 'Y' TO WS-CYCLE-SEEN-SW
               MOVE RL-DATE TO WS-CYCLE-DATE
               MOVE ZERO TO WS-LAST-POS
               MOVE ZERO TO WS-UNMATCHED-CNT
               PERFORM 2200-RESET-ONE-STATE THRU 2200-EXIT
                   VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STEP-CNT
           END-IF
           IF NOT WS-CYCLE-SEEN
               GO TO 2100-EXIT
           END-IF

           EVALUATE RL-PHASE
               WHEN 'S'
                   PERFORM 2300-MAP-START THRU 2300-EXIT
               WHEN 'E'
                   PERFORM 2400-MAP-END THRU 2400-EXIT
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-RESET-ONE-STATE THRU 2200-EXIT
      *----------------------------------------------------------------*
       2200-RESET-ONE-STATE.
           MOVE SPACE  TO WS-ST-STATE(WS-ST-IDX)
           MOVE ZERO   TO WS-ST-RC(WS-ST-IDX)
           MOVE SPACES TO WS-ST-CAUSE(WS-ST-IDX).
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-MAP-START THRU 2300-EXIT
      *   Matches a start record to its step, trying each match mode
      *   in turn (see WS-MATCH-MODE).  The steps run in JCL order,
      *   so a program run by several steps (INTACCR's legs,
      *   RPTLOAD, BALSNAP) takes the next one down from the last
      *   step started.
      *----------------------------------------------------------------*
       2300-MAP-START.
           MOVE 'N' TO WS-FOUND-SW
           MOVE '1' TO WS-MATCH-MODE
           PERFORM 2310-MATCH-START THRU 2310-EXIT
               VARYING WS-SX-IDX FROM 1 BY 1
               UNTIL WS-SX-IDX > WS-STEP-CNT OR WS-FOUND
           IF NOT WS-FOUND
               MOVE '2' TO WS-MATCH-MODE
               PERFORM 2310-MATCH-START THRU 2310-EXIT
                   VARYING WS-SX-IDX FROM 1 BY 1
                   UNTIL WS-SX-IDX > WS-STEP-CNT OR WS-FOUND
           END-IF
           IF NOT WS-FOUND
               MOVE '3' TO WS-MATCH-MODE
               PERFORM 2310-MATCH-START THRU 2310-EXIT
                   VARYING WS-SX-IDX FROM 1 BY 1
                   UNTIL WS-SX-IDX > WS-STEP-CNT OR WS-FOUND
           END-IF
           IF NOT WS-FOUND
               ADD 1 TO WS-UNMATCHED-CNT
               GO TO 2300-EXIT
           END-IF

           MOVE 'R'    TO WS-ST-STATE(WS-ST-IDX)
           MOVE ZERO   TO WS-ST-RC(WS-ST-IDX)
           MOVE SPACES TO WS-ST-CAUSE(WS-ST-IDX)
           SET WS-LAST-POS TO WS-ST-IDX.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2310-MATCH-START THRU 2310-EXIT
      *   The match is kept in WS-ST-IDX, so the search index running
      *   one past it on the way out does not matter.
      *----------------------------------------------------------------*
       2310-MATCH-START.
           IF WS-ST-PROGRAM(WS-SX-IDX) NOT = RL-PROGRAM
               OR WS-ST-KIND(WS-SX-IDX) NOT = 'L'
               GO TO 2310-EXIT
           END-IF
           EVALUATE WS-MATCH-MODE
               WHEN '1'
                   IF WS-ST-STATE(WS-SX-IDX) NOT = SPACE
                       OR WS-SX-IDX NOT > WS-LAST-POS
                       GO TO 2310-EXIT
                   END-IF
               WHEN '2'
                   IF WS-ST-STATE(WS-SX-IDX) NOT = 'R'
                       AND (WS-ST-STATE(WS-SX-IDX) NOT = 'E'
                       OR WS-ST-RC(WS-SX-IDX) NOT >
                          WS-ST-OK-RC(WS-SX-IDX))
                       GO TO 2310-EXIT
                   END-IF
               WHEN '3'
                   IF WS-SX-IDX NOT > WS-LAST-POS
                       GO TO 2310-EXIT
                   END-IF
           END-EVALUATE
           SET WS-ST-IDX TO WS-SX-IDX
           MOVE 'Y' TO WS-FOUND-SW.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2400-MAP-END THRU 2400-EXIT
      *   An end record closes the open start of its program.
      *----------------------------------------------------------------*
       2400-MAP-END.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 2410-MATCH-END THRU 2410-EXIT
               VARYING WS-SX-IDX FROM 1 BY 1
               UNTIL WS-SX-IDX > WS-STEP-CNT OR WS-FOUND
           IF NOT WS-FOUND
               ADD 1 TO WS-UNMATCHED-CNT
               GO TO 2400-EXIT
           END-IF
           MOVE 'E'            TO WS-ST-STATE(WS-ST-IDX)
           MOVE RL-RETURN-CODE TO WS-ST-RC(WS-ST-IDX).
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2410-MATCH-END THRU 2410-EXIT
      *----------------------------------------------------------------*
       2410-MATCH-END.
           IF WS-ST-PROGRAM(WS-SX-IDX) = RL-PROGRAM
               AND WS-ST-STATE(WS-SX-IDX) = 'R'
               SET WS-ST-IDX TO WS-SX-IDX
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2410-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-TERMINATE THRU 3000-EXIT
      *----------------------------------------------------------------*
       3000-TERMINATE.
           CLOSE PLAN-REPORT
           EVALUATE TRUE
               WHEN WS-RESTART-STEP = SPACES
                   MOVE ZERO TO RETURN-CODE
               WHEN WS-ACTION-NEEDED
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           DISPLAY 'RSTPLAN LOG RECORDS READ  = ' WS-LOG-CNT
           DISPLAY 'RSTPLAN CYCLE DATE        = ' WS-CYCLE-DATE
           DISPLAY 'RSTPLAN UNMATCHED RECORDS = ' WS-UNMATCHED-CNT
           DISPLAY 'RSTPLAN FAILED STEPS      = ' WS-FAILED-CNT
           DISPLAY 'RSTPLAN BYPASSED STEPS    = ' WS-BYPASSED-CNT
           DISPLAY 'RSTPLAN RESTORES          = ' WS-RESTORE-CNT
           DISPLAY 'RSTPLAN DOUBLE POSTS      = ' WS-DOUBLE-POST-CNT
           DISPLAY 'RSTPLAN RESTART STEP      = ' WS-RESTART-STEP.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-RESOLVE-CYCLE THRU 5000-EXIT
      *   Walks the steps in JCL order giving every step without a
      *   finished log record its state, then picks the restart
      *   point: the first failed step, or failing that the first
      *   logging step the night never reached.
      *----------------------------------------------------------------*
       5000-RESOLVE-CYCLE.
           PERFORM 5100-RESOLVE-ONE-STEP THRU 5100-EXIT
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-STEP-CNT

           PERFORM 5400-FIND-RESTART-POINT THRU 5400-EXIT
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-STEP-CNT
                   OR WS-RESTART-STEP NOT = SPACES
           IF WS-RESTART-STEP = SPACES
               MOVE 'N' TO WS-FOUND-SW
               PERFORM 5450-FIND-NOT-REACHED THRU 5450-EXIT
                   VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STEP-CNT
                       OR WS-RESTART-STEP NOT = SPACES
           END-IF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-RESOLVE-ONE-STEP THRU 5100-EXIT
      *   A start with no end is the abend; every later step that is
      *   not COND=EVEN is flushed.  Otherwise a step with no log
      *   record was either bypassed by its COND tests or - if it
      *   does not log - ran.
      *----------------------------------------------------------------*
       5100-RESOLVE-ONE-STEP.
           IF WS-ST-STATE(WS-ST-IDX) = 'R'
               MOVE 'A' TO WS-ST-STATE(WS-ST-IDX)
               IF WS-ABEND-STEP = SPACES
                   MOVE WS-ST-STEP-NAME(WS-ST-IDX) TO WS-ABEND-STEP
               END-IF
               GO TO 5100-EXIT
           END-IF
           IF WS-ST-STATE(WS-ST-IDX) NOT = SPACE
               GO TO 5100-EXIT
           END-IF

           IF WS-ABEND-STEP NOT = SPACES
               AND WS-ST-EVEN(WS-ST-IDX) NOT = 'Y'
               MOVE 'X'           TO WS-ST-STATE(WS-ST-IDX)
               MOVE WS-ABEND-STEP TO WS-ST-CAUSE(WS-ST-IDX)
               GO TO 5100-EXIT
           END-IF

           MOVE 'N' TO WS-BYPASS-SW
           PERFORM 5200-TEST-ONE-COND THRU 5200-EXIT
               VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > WS-ST-COND-CNT(WS-ST-IDX)
                   OR WS-BYPASS
           IF WS-BYPASS
               MOVE 'B' TO WS-ST-STATE(WS-ST-IDX)
               GO TO 5100-EXIT
           END-IF

           IF WS-ST-KIND(WS-ST-IDX) = 'L'
               MOVE 'N' TO WS-ST-STATE(WS-ST-IDX)
           ELSE
               MOVE 'I' TO WS-ST-STATE(WS-ST-IDX)
           END-IF.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5200-TEST-ONE-COND THRU 5200-EXIT
      *   COND=(code,op,step) bypasses the step when "code op RC" is
      *   true.  A test naming a step that did not execute - bypassed,
      *   flushed, never reached, or abended - is ignored, exactly
      *   as the system ignores it.
      *----------------------------------------------------------------*
       5200-TEST-ONE-COND.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 5250-FIND-COND-STEP THRU 5250-EXIT
               VARYING WS-SX-IDX FROM 1 BY 1
               UNTIL WS-SX-IDX > WS-STEP-CNT OR WS-FOUND
           IF NOT WS-FOUND
               GO TO 5200-EXIT
           END-IF
      *    THE PERFORM VARYING AUGMENT LEAVES THE INDEX ONE PAST THE
      *    MATCHED ENTRY, SO STEP IT BACK BEFORE SUBSCRIPTING.
           SET WS-SX-IDX DOWN BY 1
           EVALUATE WS-ST-STATE(WS-SX-IDX)
               WHEN 'E'
                   MOVE WS-ST-RC(WS-SX-IDX) TO WS-TEST-RC
               WHEN 'I'
                   MOVE ZERO TO WS-TEST-RC
               WHEN OTHER
                   GO TO 5200-EXIT
           END-EVALUATE

           MOVE 'N' TO WS-TEST-TRUE-SW
           EVALUATE WS-ST-COND-OP(WS-ST-IDX WS-CD-IDX)
               WHEN 'GT'
                   IF WS-ST-COND-CODE(WS-ST-IDX WS-CD-IDX) > WS-TEST-RC
                       MOVE 'Y' TO WS-TEST-TRUE-SW
                   END-IF
               WHEN 'GE'
                   IF WS-ST-COND-CODE(WS-ST-IDX WS-CD-IDX)
                       NOT < WS-TEST-RC
                       MOVE 'Y' TO WS-TEST-TRUE-SW
                   END-IF
               WHEN 'EQ'
                   IF WS-ST-COND-CODE(WS-ST-IDX WS-CD-IDX) = WS-TEST-RC
                       MOVE 'Y' TO WS-TEST-TRUE-SW
                   END-IF
               WHEN 'LT'
                   IF WS-ST-COND-CODE(WS-ST-IDX WS-CD-IDX) < WS-TEST-RC
                       MOVE 'Y' TO WS-TEST-TRUE-SW
                   END-IF
               WHEN 'LE'
                   IF WS-ST-COND-CODE(WS-ST-IDX WS-CD-IDX)
                       NOT > WS-TEST-RC
                       MOVE 'Y' TO WS-TEST-TRUE-SW
                   END-IF
               WHEN 'NE'
                   IF WS-ST-COND-CODE(WS-ST-IDX WS-CD-IDX)
                       NOT = WS-TEST-RC
                       MOVE 'Y' TO WS-TEST-TRUE-SW
                   END-IF
           END-EVALUATE
           IF WS-TEST-TRUE
               MOVE 'Y' TO WS-BYPASS-SW
               MOVE WS-ST-COND-STEP(WS-ST-IDX WS-CD-IDX)
                   TO WS-ST-CAUSE(WS-ST-IDX)
           END-IF.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5250-FIND-COND-STEP THRU 5250-EXIT
      *----------------------------------------------------------------*
       5250-FIND-COND-STEP.
           IF WS-ST-STEP-NAME(WS-SX-IDX)
               = WS-ST-COND-STEP(WS-ST-IDX WS-CD-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       5250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5400-FIND-RESTART-POINT THRU 5400-EXIT
      *----------------------------------------------------------------*
       5400-FIND-RESTART-POINT.
           IF WS-ST-STATE(WS-ST-IDX) = 'A'
               OR (WS-ST-STATE(WS-ST-IDX) = 'E'
                   AND WS-ST-RC(WS-ST-IDX) > WS-ST-OK-RC(WS-ST-IDX))
               MOVE WS-ST-STEP-NAME(WS-ST-IDX) TO WS-RESTART-STEP
               SET WS-RESTART-POS TO WS-ST-IDX
           END-IF.
       5400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5450-FIND-NOT-REACHED THRU 5450-EXIT
      *----------------------------------------------------------------*
       5450-FIND-NOT-REACHED.
           IF WS-ST-STATE(WS-ST-IDX) = 'N'
               MOVE WS-ST-STEP-NAME(WS-ST-IDX) TO WS-RESTART-STEP
               SET WS-RESTART-POS TO WS-ST-IDX
           END-IF.
       5450-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-WRITE-PLAN THRU 6000-EXIT
      *----------------------------------------------------------------*
       6000-WRITE-PLAN.
           MOVE WS-CYCLE-DATE TO WS-HD-DATE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'FAILED STEPS' TO WS-SL-TITLE
           PERFORM 6900-WRITE-SECTION THRU 6900-EXIT
           PERFORM 6100-FAILED-STEP THRU 6100-EXIT
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-STEP-CNT

           MOVE 'STEPS BYPASSED, FLUSHED OR NOT REACHED'
               TO WS-SL-TITLE
           PERFORM 6900-WRITE-SECTION THRU 6900-EXIT
           PERFORM 6200-BYPASSED-STEP THRU 6200-EXIT
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-STEP-CNT

           MOVE 'CONSUME-ONCE CLEARS' TO WS-SL-TITLE
           PERFORM 6900-WRITE-SECTION THRU 6900-EXIT
           PERFORM 6300-CLEAR-STEP THRU 6300-EXIT
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-STEP-CNT

           MOVE 'RESTART POINT' TO WS-SL-TITLE
           PERFORM 6900-WRITE-SECTION THRU 6900-EXIT
           IF WS-RESTART-STEP = SPACES
               MOVE 'NO FAILED OR UNREACHED STEP - NO RESTART NEEDED.'
                   TO WS-ML-TEXT
               MOVE WS-MESSAGE-LINE TO RPT-LINE
               WRITE RPT-LINE
               GO TO 6000-EXIT
           END-IF
           MOVE WS-RESTART-STEP TO WS-RS-STEP WS-RS-STEP-2
           MOVE WS-RESTART-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-RESTORE-CNT > ZERO
               MOVE 'RESTORE EVERY DATASET MARKED RESTORE ABOVE BEFORE '
                   TO WS-ML-TEXT
               MOVE WS-MESSAGE-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'SUBMITTING THE RESTART.' TO WS-ML-TEXT
               MOVE WS-MESSAGE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF

           MOVE 'DOUBLE-POST WARNINGS' TO WS-SL-TITLE
           PERFORM 6900-WRITE-SECTION THRU 6900-EXIT
           PERFORM 6500-DOUBLE-POST-CHECK THRU 6500-EXIT
               VARYING WS-ST-IDX FROM WS-RESTART-POS BY 1
               UNTIL WS-ST-IDX > WS-STEP-CNT
           IF WS-DOUBLE-POST-CNT = ZERO
               MOVE 'NONE - NO STEP PAST THE RESTART POINT HAS POSTED.'
                   TO WS-ML-TEXT
           ELSE
               MOVE 'EXCLUDE EVERY STEP WARNED ABOVE FROM THE RESTART.'
                   TO WS-ML-TEXT
           END-IF
           MOVE WS-MESSAGE-LINE TO RPT-LINE
           WRITE RPT-LINE.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6100-FAILED-STEP THRU 6100-EXIT
      *   The failed step's own rerun class says whether it can
      *   simply be rerun, resumes from its checkpoint, or may have
      *   posted part of its input already.
      *----------------------------------------------------------------*
       6100-FAILED-STEP.
           IF WS-ST-STATE(WS-ST-IDX) NOT = 'A'
               AND (WS-ST-STATE(WS-ST-IDX) NOT = 'E'
                   OR WS-ST-RC(WS-ST-IDX)
                      NOT > WS-ST-OK-RC(WS-ST-IDX))
               GO TO 6100-EXIT
           END-IF
           ADD 1 TO WS-FAILED-CNT
           PERFORM 6800-SET-STEP-LINE THRU 6800-EXIT
           IF WS-ST-STATE(WS-ST-IDX) = 'A'
               MOVE 'ABENDED - START RECORD WITH NO END RECORD'
                   TO WS-PL-TEXT
           ELSE
               MOVE 'ENDED ABOVE ITS ACCEPTABLE RETURN CODE -'
                   TO WS-PL-TEXT
               MOVE WS-ST-RC(WS-ST-IDX) TO WS-RD-RC
               MOVE WS-RC-DISPLAY TO WS-PL-REF
           END-IF
           EVALUATE WS-ST-CLASS(WS-ST-IDX)
               WHEN 'K'
                   MOVE 'CHECKPOINTED - THE RERUN RESUMES ITSELF'
                       TO WS-PL-TEXT-2
               WHEN 'P'
                   MOVE '*** POSTS WITH NO CHECKPOINT - SEE BELOW'
                       TO WS-PL-TEXT-2
               WHEN OTHER
                   MOVE 'SAFE TO RERUN' TO WS-PL-TEXT-2
           END-EVALUATE
           MOVE WS-STEP-LINE TO RPT-LINE
           WRITE RPT-LINE

           IF WS-ST-CLASS(WS-ST-IDX) NOT = 'P'
               GO TO 6100-EXIT
           END-IF
           MOVE 'Y' TO WS-ACTION-SW
           MOVE WS-ST-DATASET(WS-ST-IDX) TO WS-DL-DSN
           MOVE 'MAY HOLD PART OF THIS STEP''S POSTING - RECONCILE'
               TO WS-DL-TEXT
           MOVE WS-DSN-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-ST-BACKUP-DSN(WS-ST-IDX) NOT = SPACES
               MOVE WS-ST-BACKUP-DSN(WS-ST-IDX) TO WS-DL-DSN
               MOVE 'START-OF-NIGHT MSTRBKUP COPY' TO WS-DL-TEXT
               MOVE WS-DSN-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6200-BYPASSED-STEP THRU 6200-EXIT
      *----------------------------------------------------------------*
       6200-BYPASSED-STEP.
           EVALUATE WS-ST-STATE(WS-ST-IDX)
               WHEN 'B'
                   PERFORM 6800-SET-STEP-LINE THRU 6800-EXIT
                   MOVE 'BYPASSED - COND TEST ON' TO WS-PL-TEXT
                   MOVE WS-ST-CAUSE(WS-ST-IDX) TO WS-PL-REF
               WHEN 'X'
                   PERFORM 6800-SET-STEP-LINE THRU 6800-EXIT
                   MOVE 'NOT RUN - JOB ENDED AT THE ABEND OF'
                       TO WS-PL-TEXT
                   MOVE WS-ST-CAUSE(WS-ST-IDX) TO WS-PL-REF
               WHEN 'N'
                   PERFORM 6800-SET-STEP-LINE THRU 6800-EXIT
                   MOVE 'NOT REACHED - NO RUN LOG RECORD'
                       TO WS-PL-TEXT
               WHEN OTHER
                   GO TO 6200-EXIT
           END-EVALUATE
           ADD 1 TO WS-BYPASSED-CNT
           MOVE WS-STEP-LINE TO RPT-LINE
           WRITE RPT-LINE.
       6200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6300-CLEAR-STEP THRU 6300-EXIT
      *   A clear that ran after its consumer ended clean did its
      *   job - the dataset is spent and must be neither restored
      *   nor cleared again.  A clear that ran although its consumer
      *   did not run clean (its COND test was ignored because the
      *   consumer never executed) emptied an input nobody posted:
      *   that dataset must be restored.  A clear that did not run
      *   left its input intact for the rerun.
      *----------------------------------------------------------------*
       6300-CLEAR-STEP.
           IF WS-ST-KIND(WS-ST-IDX) NOT = 'C'
               GO TO 6300-EXIT
           END-IF
           PERFORM 6800-SET-STEP-LINE THRU 6800-EXIT
           MOVE SPACES TO WS-CONSUMER-STEP
           IF WS-ST-COND-CNT(WS-ST-IDX) > ZERO
               MOVE WS-ST-COND-STEP(WS-ST-IDX 1) TO WS-CONSUMER-STEP
           END-IF
           MOVE WS-CONSUMER-STEP TO WS-PL-REF
           MOVE WS-ST-DATASET(WS-ST-IDX) TO WS-DL-DSN

           IF WS-ST-STATE(WS-ST-IDX) NOT = 'I'
               MOVE 'NOT CLEARED - INPUT INTACT FOR CONSUMER'
                   TO WS-PL-TEXT
               MOVE 'DO NOT RESTORE' TO WS-DL-TEXT
               GO TO 6300-WRITE
           END-IF

           MOVE 'N' TO WS-FOUND-SW
           PERFORM 6350-CONSUMER-CLEAN THRU 6350-EXIT
               VARYING WS-SX-IDX FROM 1 BY 1
               UNTIL WS-SX-IDX > WS-STEP-CNT OR WS-FOUND
           IF WS-FOUND OR WS-CONSUMER-STEP = SPACES
               MOVE 'CLEARED AFTER CONSUMER RAN CLEAN -' TO WS-PL-TEXT
               MOVE 'SPENT - DO NOT RESTORE OR CLEAR AGAIN'
                   TO WS-DL-TEXT
           ELSE
               MOVE '*** CLEARED BUT CONSUMER DID NOT RUN CLEAN -'
                   TO WS-PL-TEXT
               MOVE '*** RESTORE BEFORE THE RESTART' TO WS-DL-TEXT
               ADD 1 TO WS-RESTORE-CNT
               MOVE 'Y' TO WS-ACTION-SW
           END-IF.
       6300-WRITE.
           MOVE WS-STEP-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-DSN-LINE TO RPT-LINE
           WRITE RPT-LINE.
       6300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6350-CONSUMER-CLEAN THRU 6350-EXIT
      *----------------------------------------------------------------*
       6350-CONSUMER-CLEAN.
           IF WS-ST-STEP-NAME(WS-SX-IDX) NOT = WS-CONSUMER-STEP
               GO TO 6350-EXIT
           END-IF
           IF (WS-ST-STATE(WS-SX-IDX) = 'E'
                   AND WS-ST-RC(WS-SX-IDX)
                       NOT > WS-ST-OK-RC(WS-SX-IDX))
               OR WS-ST-STATE(WS-SX-IDX) = 'I'
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       6350-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6500-DOUBLE-POST-CHECK THRU 6500-EXIT
      *   RESTART= runs every step from the restart point down, so a
      *   step past it that already completed runs again.  One that
      *   posts has nothing to stop it posting twice, and a
      *   checkpointed one cleared its checkpoint when it completed
      *   and would start over from the top.
      *----------------------------------------------------------------*
       6500-DOUBLE-POST-CHECK.
           IF WS-ST-CLASS(WS-ST-IDX) NOT = 'P'
               AND WS-ST-CLASS(WS-ST-IDX) NOT = 'K'
               GO TO 6500-EXIT
           END-IF
           IF WS-ST-STATE(WS-ST-IDX) NOT = 'I'
               AND (WS-ST-STATE(WS-ST-IDX) NOT = 'E'
                   OR WS-ST-RC(WS-ST-IDX)
                      > WS-ST-OK-RC(WS-ST-IDX))
               GO TO 6500-EXIT
           END-IF
           ADD 1 TO WS-DOUBLE-POST-CNT
           MOVE 'Y' TO WS-ACTION-SW
           PERFORM 6800-SET-STEP-LINE THRU 6800-EXIT
           MOVE '*** ALREADY COMPLETED - A RESTART AT' TO WS-PL-TEXT
           MOVE WS-RESTART-STEP TO WS-PL-REF
           MOVE 'RUNS IT AGAIN AND POSTS TWICE' TO WS-PL-TEXT-2
           MOVE WS-STEP-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-ST-DATASET(WS-ST-IDX) NOT = SPACES
               MOVE WS-ST-DATASET(WS-ST-IDX) TO WS-DL-DSN
               MOVE 'POSTED TO' TO WS-DL-TEXT
               MOVE WS-DSN-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       6500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6800-SET-STEP-LINE THRU 6800-EXIT
      *----------------------------------------------------------------*
       6800-SET-STEP-LINE.
           MOVE WS-ST-STEP-NAME(WS-ST-IDX) TO WS-PL-STEP
           MOVE WS-ST-PROGRAM(WS-ST-IDX)   TO WS-PL-PROGRAM
           MOVE SPACES TO WS-PL-TEXT WS-PL-REF WS-PL-TEXT-2.
       6800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6900-WRITE-SECTION THRU 6900-EXIT
      *----------------------------------------------------------------*
       6900-WRITE-SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SECTION-LINE TO RPT-LINE
           WRITE RPT-LINE.
       6900-EXIT.
           EXIT.
