      *================================================================*
      * NIGHTLY STEP DEPENDENCY RECORD - LINE SEQUENTIAL CONTROL FILE
      * One record per NIGHTLY step, in the order the steps appear in
      * the JCL - RSTPLAN replays the cycle from RUNLOG against this
      * table to build the restart plan, so the table is kept in
      * step with every change to NIGHTLY.jcl.
      * SD-STEP-KIND values:
      *   'L' = program that writes start/end records to RUNLOG
      *   'U' = program or utility that does not log
      *   'C' = consume-once clear (the IEBGENER DUMMY copy over an
      *         input dataset) - SD-COND-STEP(1) is the step that
      *         consumes the dataset, SD-DATASET the dataset cleared
      * SD-RERUN-CLASS values:
      *   'S' = safe to rerun - reads, reports, or rebuilds its
      *         output from scratch
      *   'K' = checkpointed - a failed run resumes from its own
      *         checkpoint; a completed run has cleared it and a
      *         rerun posts again from the top
      *   'P' = posts to SD-DATASET with no checkpoint - a rerun
      *         after it has run (even partly) posts twice
      * SD-OK-RC  - highest RETURN-CODE that is not a failure (the
      *             MAILASM step tolerates 4; almost everything else 0)
      * SD-EVEN   - 'Y' for a COND=EVEN step that still runs after an
      *             earlier step abends
      * SD-COND   - the step's COND=(code,operator,step) tests, as
      *             coded on the EXEC card; the step is bypassed when
      *             any test against a step that executed is true
      * SD-BACKUP-DSN - the MSTRBKUP copy of SD-DATASET, when the
      *             dataset is one of the masters backed up at the
      *             start of the night
      *================================================================*
       01  STEP-DEPENDENCY-RECORD.
           05  SD-STEP-NAME               PIC X(08).
           05  SD-PROGRAM                 PIC X(09).
           05  SD-STEP-KIND               PIC X(01).
               88  SD-LOGGED              VALUE 'L'.
               88  SD-UNLOGGED            VALUE 'U'.
               88  SD-CLEAR               VALUE 'C'.
           05  SD-RERUN-CLASS             PIC X(01).
               88  SD-RERUN-SAFE          VALUE 'S'.
               88  SD-CHECKPOINTED        VALUE 'K'.
               88  SD-POSTS               VALUE 'P'.
           05  SD-OK-RC                   PIC 9(02).
           05  SD-EVEN                    PIC X(01).
           05  SD-COND-CNT                PIC 9(01).
           05  SD-COND-TABLE.
               10  SD-COND OCCURS 8 TIMES.
                   15  SD-COND-CODE       PIC 9(02).
                   15  SD-COND-OP         PIC X(02).
                   15  SD-COND-STEP       PIC X(08).
           05  SD-DATASET                 PIC X(44).
           05  SD-BACKUP-DSN              PIC X(44).
           05  FILLER                     PIC X(09).
