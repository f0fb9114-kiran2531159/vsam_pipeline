      *================================================================*
      * PAYRTN - PAYROLL DIRECT DEPOSIT RETURNS AND NOTIFICATIONS
      *          OF CHANGE
      *
      * Nightly, right after ACHIMP.  Applies the returns and
      * notifications of change the receiving banks sent back
      * against PAYROLL's direct-deposit entries (ACHIMP's ACHRNOC
      * file - entry, '7' addenda and the batch header it came
      * under).  Only entries under our own company ID are ours;
      * the employee is the individual ID PAYROLL originated under.
      *
      * A return ('99' addenda) flags the employee's EMPBANK
      * instruction returned ('R', with the R-code) so the next
      * PAYROLL run pays by printed check - provided the instruction
      * still names the account that was returned; one already
      * changed through EMPBMNT is left alone.  A returned pay
      * credit (a prenote carries no money) is reversed off the
      * deposit to the PAYRVSL file, from which the next PAYROLL run
      * reissues it by check.
      *
      * A notification of change ('98' addenda) corrects the
      * instruction in place - C01 account, C02 routing, C03 both,
      * C05 account type, C06 account and type, C07 all three - after
      * the corrected routing passes the ABA checksum EMPBMNT
      * applies.  The instruction's status is unchanged.  Every
      * EMPBANK change is journaled to MNTJRNL with its before and
      * after images, and listed old and new on the PAYRRPT report.
      * An entry that cannot be applied is listed and ends the run
      * RC 4 for payroll to follow up.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRTN.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL RETURN / NOTIFICATION OF CHANGE
      *                    APPLY FOR PAYROLL DIRECT DEPOSIT.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-RETURN-NOC-FILE ASSIGN TO ACHRNOC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNOC-STATUS.

           SELECT EMPLOYEE-BANK-FILE ASSIGN TO EMPBANK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EB-EMP-ID
               FILE STATUS IS WS-BANK-STATUS.

           SELECT PAY-REVERSAL-FILE ASSIGN TO PAYRVSL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVSL-STATUS.

           SELECT MAINT-JOURNAL ASSIGN TO MNTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT RETURN-REPORT ASSIGN TO PAYRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUN-LOG ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT PROC-DATE-CTL ASSIGN TO PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH-RETURN-NOC-FILE
           RECORD CONTAINS 290 CHARACTERS.
           COPY "achrnoc.cpy".

       FD  EMPLOYEE-BANK-FILE.
           COPY "empbank.cpy".

       FD  PAY-REVERSAL-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY "payrvsl.cpy".

       FD  MAINT-JOURNAL.
           COPY "mntjrnl.cpy".

       FD  RETURN-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

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

       01  WS-RNOC-STATUS                 PIC X(02).
       01  WS-BANK-STATUS                 PIC X(02).
           88  WS-BANK-OK                  VALUE '00'.
       01  WS-RVSL-STATUS                 PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).

       01  WS-JRNL-STATUS                 PIC X(02).
       01  WS-JR-ACTION                   PIC X(01).
       01  WS-JR-KEY                      PIC X(20).
       01  WS-JR-BEFORE                   PIC X(512).
       01  WS-JR-AFTER                    PIC X(512).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-VALID-SW                PIC X(01)   VALUE 'Y'.
               88  WS-RECORD-VALID         VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-REJECT-REASON               PIC X(36).

      *----------------------------------------------------------------*
      * OUR COMPANY ID - THE SAME CONSTANT PAYROLL ORIGINATES UNDER.
      *----------------------------------------------------------------*
       01  WS-COMPANY-ID                  PIC X(10)
                                          VALUE '1770001234'.

      *----------------------------------------------------------------*
      * INBOUND RECORD VIEWS (94-BYTE NACHA IMAGES)
      *----------------------------------------------------------------*
       01  WS-BATCH-VIEW.
           05  FILLER                     PIC X(40).
           05  WS-NB-COMPANY-ID           PIC X(10).
           05  FILLER                     PIC X(44).

      *    A RETURN OR NOC ENTRY CARRIES THE ORIGINAL ACCOUNT AND
      *    INDIVIDUAL ID; ITS ROUTING FIELD NAMES US, THE ORIGINAL
      *    RECEIVING BANK IS IN THE ADDENDA.
       01  WS-ENTRY-VIEW.
           05  FILLER                     PIC X(01).
           05  WS-NE-TRAN-CODE            PIC X(02).
           05  FILLER                     PIC X(09).
           05  WS-NE-ACCT-NUM             PIC X(17).
           05  WS-NE-AMOUNT               PIC 9(10).
           05  WS-NE-INDIV-ID             PIC X(15).
           05  WS-NE-INDIV-ID-R REDEFINES WS-NE-INDIV-ID.
               10  WS-NE-EMP-ID           PIC 9(08).
               10  FILLER                 PIC X(07).
           05  FILLER                     PIC X(25).
           05  WS-NE-TRACE                PIC X(15).

       01  WS-ADDENDA-VIEW.
           05  FILLER                     PIC X(01).
           05  WS-NA-TYPE                 PIC X(02).
           05  WS-NA-CODE                 PIC X(03).
           05  WS-NA-ORIG-TRACE           PIC X(15).
           05  FILLER                     PIC X(06).
           05  WS-NA-ORIG-RDFI            PIC X(08).
           05  WS-NA-ORIG-RDFI-N REDEFINES WS-NA-ORIG-RDFI
                                          PIC 9(08).
           05  WS-NA-CORRECTED            PIC X(29).
           05  WS-NA-C01 REDEFINES WS-NA-CORRECTED.
               10  WS-NA-C01-ACCT         PIC X(17).
               10  FILLER                 PIC X(12).
           05  WS-NA-C02 REDEFINES WS-NA-CORRECTED.
               10  WS-NA-C02-ROUTING      PIC X(09).
               10  FILLER                 PIC X(20).
           05  WS-NA-C03 REDEFINES WS-NA-CORRECTED.
               10  WS-NA-C03-ROUTING      PIC X(09).
               10  FILLER                 PIC X(03).
               10  WS-NA-C03-ACCT         PIC X(17).
           05  WS-NA-C05 REDEFINES WS-NA-CORRECTED.
               10  WS-NA-C05-TRAN         PIC X(02).
               10  FILLER                 PIC X(27).
           05  WS-NA-C06 REDEFINES WS-NA-CORRECTED.
               10  WS-NA-C06-ACCT         PIC X(17).
               10  FILLER                 PIC X(03).
               10  WS-NA-C06-TRAN         PIC X(02).
               10  FILLER                 PIC X(07).
           05  WS-NA-C07 REDEFINES WS-NA-CORRECTED.
               10  WS-NA-C07-ROUTING      PIC X(09).
               10  WS-NA-C07-ACCT         PIC X(17).
               10  WS-NA-C07-TRAN         PIC X(02).
               10  FILLER                 PIC X(01).
           05  FILLER                     PIC X(15).
           05  WS-NA-TRACE                PIC X(15).

      *----------------------------------------------------------------*
      * CORRECTED VALUES OFF A NOTIFICATION OF CHANGE - A FIELD THE
      * C-CODE DOES NOT CORRECT KEEPS THE INSTRUCTION'S VALUE.
      *----------------------------------------------------------------*
       01  WS-NEW-ROUTING-X               PIC X(09).
       01  WS-NEW-ROUTING REDEFINES WS-NEW-ROUTING-X
                                          PIC 9(09).
       01  WS-NEW-ACCT-NUM                PIC X(17).
       01  WS-NEW-TRAN-CODE               PIC X(02).
       01  WS-NEW-ACCT-TYPE               PIC X(01).

       01  WS-ROUTING-8                   PIC 9(08)   VALUE ZERO.
       01  WS-ROUTING-REM                 PIC 9(01)   VALUE ZERO.

       01  WS-ROUTING-HOLDER              PIC 9(09)   VALUE ZERO.
       01  WS-ROUTING-DIGITS REDEFINES WS-ROUTING-HOLDER.
           05  WS-RD-1                    PIC 9(01).
           05  WS-RD-2                    PIC 9(01).
           05  WS-RD-3                    PIC 9(01).
           05  WS-RD-4                    PIC 9(01).
           05  WS-RD-5                    PIC 9(01).
           05  WS-RD-6                    PIC 9(01).
           05  WS-RD-7                    PIC 9(01).
           05  WS-RD-8                    PIC 9(01).
           05  WS-RD-9                    PIC 9(01).
       01  WS-ROUTING-CHECKSUM            PIC 9(05)   VALUE ZERO.
       01  WS-ROUTING-QUOTIENT            PIC 9(05)   VALUE ZERO.
       01  WS-ROUTING-REMAINDER           PIC 9(01)   VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-READ-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-RETURN-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-FLAGGED-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-REVERSAL-CNT            PIC 9(07)   VALUE ZERO.
           05  WS-NOC-CNT                 PIC 9(07)   VALUE ZERO.
           05  WS-SKIP-CNT                PIC 9(07)   VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER PIC X(40) VALUE
               'PAYRTN - DIRECT DEPOSIT RETURNS / NOCS  '.
           05  WS-HD-DATE                 PIC 9(08).

       01  WS-DETAIL-LINE.
           05  FILLER PIC X(04) VALUE 'EMP '.
           05  WS-DL-EMP-ID               PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DL-TRACE                PIC X(15).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DL-CODE                 PIC X(03).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DL-MESSAGE              PIC X(36).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DL-OLD-ROUTING          PIC X(09).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DL-OLD-ACCT             PIC X(17).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DL-OLD-TYPE             PIC X(01).
           05  WS-DL-ARROW                PIC X(04).
           05  WS-DL-NEW-ROUTING          PIC X(09).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DL-NEW-ACCT             PIC X(17).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DL-NEW-TYPE             PIC X(01).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                PIC X(30).
           05  WS-TL-COUNT                PIC Z(06)9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'S' TO WS-RL-PHASE
           MOVE ZERO TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-ENTRY THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-READ-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE THRU 1000-EXIT
      *   No ACHRNOC file means nothing came back tonight.  PAYRVSL
      *   accumulates until PAYROLL reissues it, so it is extended
      *   (and created on first use).
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           OPEN OUTPUT RETURN-REPORT
           MOVE WS-TODAY TO WS-HD-DATE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE

           OPEN INPUT ACH-RETURN-NOC-FILE
           IF WS-RNOC-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-EXIT
           END-IF

           OPEN I-O EMPLOYEE-BANK-FILE
           IF NOT WS-BANK-OK
               DISPLAY 'PAYRTN ERROR - CANNOT OPEN EMPBANK, STATUS = '
                   WS-BANK-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-EXIT
           END-IF
           OPEN EXTEND MAINT-JOURNAL
           OPEN EXTEND PAY-REVERSAL-FILE
           IF WS-RVSL-STATUS NOT = '00'
               OPEN OUTPUT PAY-REVERSAL-FILE
           END-IF
           PERFORM 2100-READ-ENTRY.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESS-ENTRY THRU 2000-EXIT
      *----------------------------------------------------------------*
       2000-PROCESS-ENTRY.
           ADD 1 TO WS-READ-CNT
           MOVE 'Y' TO WS-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON
           MOVE AN-BATCH-IMAGE   TO WS-BATCH-VIEW
           MOVE AN-ENTRY-IMAGE   TO WS-ENTRY-VIEW
           MOVE AN-ADDENDA-IMAGE TO WS-ADDENDA-VIEW

           PERFORM 4000-VALIDATE-ENTRY THRU 4000-EXIT
           IF WS-RECORD-VALID
               EVALUATE WS-NA-TYPE
                   WHEN '99'
                       PERFORM 5000-APPLY-RETURN THRU 5000-EXIT
                   WHEN '98'
                       PERFORM 6000-APPLY-NOC THRU 6000-EXIT
               END-EVALUATE
           END-IF

           IF NOT WS-RECORD-VALID
               PERFORM 8000-WRITE-SKIP THRU 8000-EXIT
           END-IF

           PERFORM 2100-READ-ENTRY.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-READ-ENTRY
      *----------------------------------------------------------------*
       2100-READ-ENTRY.
           READ ACH-RETURN-NOC-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 3000-TERMINATE THRU 3000-EXIT
      *----------------------------------------------------------------*
       3000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ENTRIES READ' TO WS-TL-LABEL
           MOVE WS-READ-CNT TO WS-TL-COUNT
           PERFORM 3100-WRITE-TOTAL THRU 3100-EXIT
           MOVE 'RETURNS RECEIVED' TO WS-TL-LABEL
           MOVE WS-RETURN-CNT TO WS-TL-COUNT
           PERFORM 3100-WRITE-TOTAL THRU 3100-EXIT
           MOVE 'INSTRUCTIONS FLAGGED RETURNED' TO WS-TL-LABEL
           MOVE WS-FLAGGED-CNT TO WS-TL-COUNT
           PERFORM 3100-WRITE-TOTAL THRU 3100-EXIT
           MOVE 'PAY CREDITS REVERSED' TO WS-TL-LABEL
           MOVE WS-REVERSAL-CNT TO WS-TL-COUNT
           PERFORM 3100-WRITE-TOTAL THRU 3100-EXIT
           MOVE 'CHANGES APPLIED' TO WS-TL-LABEL
           MOVE WS-NOC-CNT TO WS-TL-COUNT
           PERFORM 3100-WRITE-TOTAL THRU 3100-EXIT
           MOVE 'NOT APPLIED' TO WS-TL-LABEL
           MOVE WS-SKIP-CNT TO WS-TL-COUNT
           PERFORM 3100-WRITE-TOTAL THRU 3100-EXIT

           IF WS-SKIP-CNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           IF WS-RNOC-STATUS = '00'
               CLOSE ACH-RETURN-NOC-FILE
           END-IF
           IF WS-BANK-OK
               CLOSE EMPLOYEE-BANK-FILE
               CLOSE MAINT-JOURNAL
               CLOSE PAY-REVERSAL-FILE
           END-IF
           CLOSE RETURN-REPORT
           DISPLAY 'PAYRTN ENTRIES READ     = ' WS-READ-CNT
           DISPLAY 'PAYRTN RETURNS          = ' WS-RETURN-CNT
           DISPLAY 'PAYRTN FLAGGED RETURNED = ' WS-FLAGGED-CNT
           DISPLAY 'PAYRTN CREDITS REVERSED = ' WS-REVERSAL-CNT
           DISPLAY 'PAYRTN CHANGES APPLIED  = ' WS-NOC-CNT
           DISPLAY 'PAYRTN NOT APPLIED      = ' WS-SKIP-CNT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-WRITE-TOTAL THRU 3100-EXIT
      *----------------------------------------------------------------*
       3100-WRITE-TOTAL.
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-VALIDATE-ENTRY THRU 4000-EXIT
      *   The entry must answer one of our own payroll entries, name
      *   an employee with an instruction on file, and carry its
      *   return or NOC addenda.  The instruction is left read for
      *   the apply paragraphs.
      *----------------------------------------------------------------*
       4000-VALIDATE-ENTRY.
           IF WS-NB-COMPANY-ID NOT = WS-COMPANY-ID
               MOVE 'N' TO WS-VALID-SW
               MOVE 'NOT A PAYROLL ENTRY' TO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF

           IF WS-NE-EMP-ID IS NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               MOVE 'INDIVIDUAL ID IS NOT AN EMP-ID' TO
                   WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF

           IF WS-NA-TYPE NOT = '99' AND WS-NA-TYPE NOT = '98'
               MOVE 'N' TO WS-VALID-SW
               MOVE 'NO RETURN OR NOC ADDENDA' TO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF

           MOVE WS-NE-EMP-ID TO EB-EMP-ID
           READ EMPLOYEE-BANK-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'NO EMPBANK INSTRUCTION ON FILE' TO
                       WS-REJECT-REASON
           END-READ.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-APPLY-RETURN THRU 5000-EXIT
      *   The returned credit is reversed whether or not the
      *   instruction has since changed - the money came back either
      *   way.  Only an instruction still naming the returned
      *   routing and account is flagged.
      *----------------------------------------------------------------*
       5000-APPLY-RETURN.
           ADD 1 TO WS-RETURN-CNT
           IF WS-NE-AMOUNT > ZERO
               MOVE EB-EMP-ID       TO PV-EMP-ID
               COMPUTE PV-AMOUNT = WS-NE-AMOUNT / 100
               MOVE WS-NA-CODE      TO PV-RETURN-CODE
               MOVE WS-NA-ORIG-TRACE TO PV-ORIG-TRACE
               MOVE WS-TODAY        TO PV-RETURN-DATE
               WRITE PAY-REVERSAL-RECORD
               ADD 1 TO WS-REVERSAL-CNT
           END-IF

           DIVIDE EB-ROUTING-NUM BY 10
               GIVING WS-ROUTING-8
               REMAINDER WS-ROUTING-REM
           IF WS-NA-ORIG-RDFI NOT = WS-ROUTING-8
               OR WS-NE-ACCT-NUM NOT = EB-ACCT-NUM
               MOVE 'N' TO WS-VALID-SW
               MOVE 'INSTRUCTION ALREADY CHANGED' TO WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF

           MOVE EMPLOYEE-BANK-RECORD TO WS-JR-BEFORE
           MOVE 'R'        TO EB-STATUS
           MOVE WS-NA-CODE TO EB-RETURN-CODE
           REWRITE EMPLOYEE-BANK-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'EMPBANK REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE
           IF NOT WS-RECORD-VALID
               GO TO 5000-EXIT
           END-IF
           MOVE EMPLOYEE-BANK-RECORD TO WS-JR-AFTER
           MOVE 'C' TO WS-JR-ACTION
           MOVE EB-EMP-ID TO WS-JR-KEY
           PERFORM 9800-WRITE-JOURNAL THRU 9800-EXIT
           ADD 1 TO WS-FLAGGED-CNT

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE EB-EMP-ID        TO WS-DL-EMP-ID
           MOVE WS-NA-ORIG-TRACE TO WS-DL-TRACE
           MOVE WS-NA-CODE       TO WS-DL-CODE
           IF WS-NE-AMOUNT > ZERO
               MOVE 'RETURNED - REISSUE BY CHECK' TO WS-DL-MESSAGE
           ELSE
               MOVE 'PRENOTE RETURNED' TO WS-DL-MESSAGE
           END-IF
           MOVE EB-ROUTING-NUM   TO WS-DL-OLD-ROUTING
           MOVE EB-ACCT-NUM      TO WS-DL-OLD-ACCT
           MOVE EB-ACCT-TYPE     TO WS-DL-OLD-TYPE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-APPLY-NOC THRU 6000-EXIT
      *----------------------------------------------------------------*
       6000-APPLY-NOC.
           MOVE EB-ROUTING-NUM TO WS-NEW-ROUTING
           MOVE EB-ACCT-NUM    TO WS-NEW-ACCT-NUM
           MOVE SPACES         TO WS-NEW-TRAN-CODE

           EVALUATE WS-NA-CODE
               WHEN 'C01'
                   MOVE WS-NA-C01-ACCT    TO WS-NEW-ACCT-NUM
               WHEN 'C02'
                   MOVE WS-NA-C02-ROUTING TO WS-NEW-ROUTING-X
               WHEN 'C03'
                   MOVE WS-NA-C03-ROUTING TO WS-NEW-ROUTING-X
                   MOVE WS-NA-C03-ACCT    TO WS-NEW-ACCT-NUM
               WHEN 'C05'
                   MOVE WS-NA-C05-TRAN    TO WS-NEW-TRAN-CODE
               WHEN 'C06'
                   MOVE WS-NA-C06-ACCT    TO WS-NEW-ACCT-NUM
                   MOVE WS-NA-C06-TRAN    TO WS-NEW-TRAN-CODE
               WHEN 'C07'
                   MOVE WS-NA-C07-ROUTING TO WS-NEW-ROUTING-X
                   MOVE WS-NA-C07-ACCT    TO WS-NEW-ACCT-NUM
                   MOVE WS-NA-C07-TRAN    TO WS-NEW-TRAN-CODE
               WHEN OTHER
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'CHANGE CODE NOT SUPPORTED' TO
                       WS-REJECT-REASON
                   GO TO 6000-EXIT
           END-EVALUATE

           PERFORM 6100-VALIDATE-CORRECTION THRU 6100-EXIT
           IF NOT WS-RECORD-VALID
               GO TO 6000-EXIT
           END-IF

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE EB-ROUTING-NUM   TO WS-DL-OLD-ROUTING
           MOVE EB-ACCT-NUM      TO WS-DL-OLD-ACCT
           MOVE EB-ACCT-TYPE     TO WS-DL-OLD-TYPE

           MOVE EMPLOYEE-BANK-RECORD TO WS-JR-BEFORE
           MOVE WS-NEW-ROUTING   TO EB-ROUTING-NUM
           MOVE WS-NEW-ACCT-NUM  TO EB-ACCT-NUM
           MOVE WS-NEW-ACCT-TYPE TO EB-ACCT-TYPE
           REWRITE EMPLOYEE-BANK-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'EMPBANK REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE
           IF NOT WS-RECORD-VALID
               GO TO 6000-EXIT
           END-IF
           MOVE EMPLOYEE-BANK-RECORD TO WS-JR-AFTER
           MOVE 'C' TO WS-JR-ACTION
           MOVE EB-EMP-ID TO WS-JR-KEY
           PERFORM 9800-WRITE-JOURNAL THRU 9800-EXIT
           ADD 1 TO WS-NOC-CNT

           MOVE EB-EMP-ID        TO WS-DL-EMP-ID
           MOVE WS-NA-ORIG-TRACE TO WS-DL-TRACE
           MOVE WS-NA-CODE       TO WS-DL-CODE
           MOVE 'INSTRUCTION CORRECTED' TO WS-DL-MESSAGE
           MOVE ' -> '           TO WS-DL-ARROW
           MOVE EB-ROUTING-NUM   TO WS-DL-NEW-ROUTING
           MOVE EB-ACCT-NUM      TO WS-DL-NEW-ACCT
           MOVE EB-ACCT-TYPE     TO WS-DL-NEW-TYPE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6100-VALIDATE-CORRECTION THRU 6100-EXIT
      *   A corrected routing must pass the ABA checksum EMPBMNT
      *   applies, a corrected account must be present, and a
      *   corrected tran code must name checking ('2x') or savings
      *   ('3x').  An uncorrected type keeps the instruction's.
      *----------------------------------------------------------------*
       6100-VALIDATE-CORRECTION.
           IF WS-NEW-ROUTING-X IS NOT NUMERIC
               OR WS-NEW-ROUTING = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'CORRECTED ROUTING NOT NUMERIC' TO
                   WS-REJECT-REASON
               GO TO 6100-EXIT
           END-IF

           MOVE WS-NEW-ROUTING TO WS-ROUTING-HOLDER
           COMPUTE WS-ROUTING-CHECKSUM =
               (3 * (WS-RD-1 + WS-RD-4 + WS-RD-7))
             + (7 * (WS-RD-2 + WS-RD-5 + WS-RD-8))
             + (1 * (WS-RD-3 + WS-RD-6 + WS-RD-9))
           DIVIDE WS-ROUTING-CHECKSUM BY 10
               GIVING WS-ROUTING-QUOTIENT
               REMAINDER WS-ROUTING-REMAINDER
           IF WS-ROUTING-REMAINDER NOT = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'CORRECTED ROUTING FAILS ABA CHECKSUM' TO
                   WS-REJECT-REASON
               GO TO 6100-EXIT
           END-IF

           IF WS-NEW-ACCT-NUM = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE 'CORRECTED ACCOUNT NUMBER MISSING' TO
                   WS-REJECT-REASON
               GO TO 6100-EXIT
           END-IF

           EVALUATE WS-NEW-TRAN-CODE(1:1)
               WHEN SPACE
                   MOVE EB-ACCT-TYPE TO WS-NEW-ACCT-TYPE
               WHEN '2'
                   MOVE 'C' TO WS-NEW-ACCT-TYPE
               WHEN '3'
                   MOVE 'S' TO WS-NEW-ACCT-TYPE
               WHEN OTHER
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'CORRECTED TRAN CODE NOT C OR S' TO
                       WS-REJECT-REASON
           END-EVALUATE.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-WRITE-SKIP THRU 8000-EXIT
      *----------------------------------------------------------------*
       8000-WRITE-SKIP.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-NE-INDIV-ID(1:8) TO WS-DL-EMP-ID
           MOVE WS-NA-ORIG-TRACE    TO WS-DL-TRACE
           IF WS-NA-ORIG-TRACE = SPACES
               MOVE WS-NE-TRACE     TO WS-DL-TRACE
           END-IF
           MOVE WS-NA-CODE          TO WS-DL-CODE
           MOVE WS-REJECT-REASON    TO WS-DL-MESSAGE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-SKIP-CNT.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9800-WRITE-JOURNAL THRU 9800-EXIT
      *   Appends one maintenance journal record.  The caller
      *   leaves the key, action and both images in the WS-JR-*
      *   work fields.
      *----------------------------------------------------------------*
       9800-WRITE-JOURNAL.
           MOVE 'EMPBANK' TO JR-FILE-NAME
           MOVE WS-JR-KEY TO JR-RECORD-KEY
           MOVE WS-JR-ACTION TO JR-ACTION
           ACCEPT JR-DATE FROM DATE YYYYMMDD
           ACCEPT JR-TIME FROM TIME
           MOVE 'PAYRTN' TO JR-PROGRAM
           MOVE WS-JR-BEFORE TO JR-BEFORE-IMAGE
           MOVE WS-JR-AFTER TO JR-AFTER-IMAGE
           WRITE MAINT-JOURNAL-RECORD.
       9800-EXIT.
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
           MOVE 'PAYRTN' TO RL-PROGRAM
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
