      *================================================================*
      * ACHRETN - OUTBOUND ACH RETURN FILE
      *
      * Nightly, right after TXNPOST.  Returns to the originating
      * bank every inbound ACH entry we did not take: the entries
      * ACHIMP could not translate (its ACHRTN file, reason plus
      * entry image) and the translated entries TXNPOST declined
      * tonight (the ACHDECL events, each carrying the decline
      * reason and the request image whose TR-ACH-TRACE names the
      * entry).  Both are loaded into the WS-RT return table by
      * trace number.
      *
      * One pass of tonight's inbound NACHA file then finds each
      * entry by its trace number and writes it back out as a
      * NACHA return - the entry under its original batch header
      * (our routing now the ODFI), tran code stepped to its return
      * code ('22' to '21', '27' to '26', '32' to '31', '37' to
      * '36'), with a '99' addenda carrying the R-code the reason
      * maps to off the WS-RM reason table and the original trace.
      * Returns for one original batch ride one return batch.
      *
      * The return window is WS-RETURN-DAYS business days after the
      * batch's effective entry date, stepped over weekends and the
      * HOLCAL holidays.  A return going out past its window is
      * listed LATE on the ACHRRPT report and ends the run RC 4 -
      * the originating bank may dishonor it.  An entry that cannot
      * be found on the inbound file ends the run RC 8.  A night
      * with nothing to return leaves the outbound file empty.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHRETN.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL OUTBOUND ACH RETURN BUILD.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTAKE-RETURN-FILE ASSIGN TO ACHRTN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRTN-STATUS.

           SELECT ACH-DECLINE-FILE ASSIGN TO ACHDECL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHD-STATUS.

           SELECT ACH-IN-FILE ASSIGN TO ACHFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.

           SELECT ACH-RETURN-OUT ASSIGN TO ACHRTNO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT RETURN-REPORT ASSIGN TO ACHRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT HOLIDAY-CALENDAR ASSIGN TO HOLCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.

           SELECT RUN-LOG ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT PROC-DATE-CTL ASSIGN TO PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INTAKE-RETURN-FILE
           RECORD CONTAINS 134 CHARACTERS.
       01  INTAKE-RETURN-RECORD.
           05  IR-REASON                  PIC X(40).
           05  IR-ENTRY-IMAGE             PIC X(94).
           05  IR-ENTRY-R REDEFINES IR-ENTRY-IMAGE.
               10  FILLER                 PIC X(79).
               10  IR-TRACE               PIC X(15).

       FD  ACH-DECLINE-FILE
           RECORD CONTAINS 230 CHARACTERS.
           COPY "achdecl.cpy".

       FD  ACH-IN-FILE
           RECORD CONTAINS 94 CHARACTERS.
       01  ACH-IN-RECORD                  PIC X(94).

       FD  ACH-RETURN-OUT
           RECORD CONTAINS 94 CHARACTERS.
       01  ACH-OUT-RECORD                 PIC X(94).

       FD  RETURN-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       FD  HOLIDAY-CALENDAR
           RECORD CONTAINS 8 CHARACTERS.
       01  HOLIDAY-RECORD                 PIC 9(08).

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

       01  WS-IRTN-STATUS                 PIC X(02).
       01  WS-ACHD-STATUS                 PIC X(02).
       01  WS-ACH-STATUS                  PIC X(02).
       01  WS-OUT-STATUS                  PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).
       01  WS-HOL-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-IRTN-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-IRTN-EOF             VALUE 'Y'.
           05  WS-ACHD-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-ACHD-EOF             VALUE 'Y'.
           05  WS-RT-FOUND-SW             PIC X(01)   VALUE 'N'.
               88  WS-RT-FOUND             VALUE 'Y'.
           05  WS-RM-FOUND-SW             PIC X(01)   VALUE 'N'.
               88  WS-RM-FOUND             VALUE 'Y'.
           05  WS-FILE-OPEN-SW            PIC X(01)   VALUE 'N'.
               88  WS-FILE-OPEN            VALUE 'Y'.
           05  WS-BATCH-OPEN-SW           PIC X(01)   VALUE 'N'.
               88  WS-BATCH-OPEN           VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.

      *----------------------------------------------------------------*
      * THE DECLINED ENTRY'S REQUEST, UNPACKED FROM THE ACHDECL
      * IMAGE FOR ITS TRACE NUMBER.
      *----------------------------------------------------------------*
           COPY "txnreq.cpy".

      *----------------------------------------------------------------*
      * ENTRIES TO RETURN TONIGHT, BY TRACE NUMBER.  AN ENTRY IS
      * MARKED DONE WHEN THE INBOUND PASS RETURNS IT.
      *----------------------------------------------------------------*
       01  WS-RT-MAX                      PIC 9(04)   VALUE 2000.
       01  WS-RT-CNT                      PIC 9(04)   VALUE ZERO.
       01  WS-RT-OVERFLOW-CNT             PIC 9(07)   VALUE ZERO.
       01  WS-RETURN-TABLE.
           05  WS-RT-ENTRY OCCURS 2000 TIMES INDEXED BY WS-RT-IDX.
               10  WS-RT-TRACE              PIC X(15).
               10  WS-RT-REASON             PIC X(40).
               10  WS-RT-DONE-SW            PIC X(01).
       01  WS-LOAD-TRACE                  PIC X(15).
       01  WS-LOAD-REASON                 PIC X(40).

      *----------------------------------------------------------------*
      * DECLINE / INTAKE REASON TO NACHA RETURN REASON CODE.  A
      * REASON NOT ON THE TABLE RETURNS AS R17.
      *----------------------------------------------------------------*
       01  WS-RM-CNT                      PIC 9(02)   VALUE 11.
       01  WS-REASON-MAP.
           05  WS-RM-ENTRY OCCURS 11 TIMES INDEXED BY WS-RM-IDX.
               10  WS-RM-REASON             PIC X(40).
               10  WS-RM-RETURN-CODE        PIC X(03).
       01  WS-RETURN-CODE                 PIC X(03)   VALUE SPACES.

      *----------------------------------------------------------------*
      * RETURN WINDOW ARITHMETIC
      *----------------------------------------------------------------*
       01  WS-HOLIDAY-CNT                 PIC 9(03)   VALUE ZERO.
       01  WS-HOLIDAY-TABLE.
           05  WS-HT-DATE OCCURS 400 TIMES
                           INDEXED BY WS-HT-IDX PIC 9(08).
       01  WS-HOL-EOF-SW                  PIC X(01)   VALUE 'N'.
           88  WS-HOL-EOF                   VALUE 'Y'.
       01  WS-HOL-FOUND-SW                PIC X(01)   VALUE 'N'.
           88  WS-HOL-FOUND                 VALUE 'Y'.
       01  WS-RETURN-DAYS                 PIC 9(02)   VALUE 02.
       01  WS-BDAYS-TO-ADD                PIC 9(02)   VALUE ZERO.
       01  WS-BDAYS-ADDED                 PIC 9(02)   VALUE ZERO.
       01  WS-DOW                         PIC 9(01)   VALUE ZERO.
       01  WS-DOW-QUOTIENT                PIC 9(09)   VALUE ZERO.
       01  WS-DEADLINE                    PIC 9(08)   VALUE ZERO.

       01  WS-CONV-DATE                   PIC 9(08).
       01  WS-CONV-DATE-R REDEFINES WS-CONV-DATE.
           05  WS-CONV-YYYY                PIC 9(04).
           05  WS-CONV-MM                  PIC 9(02).
           05  WS-CONV-DD                  PIC 9(02).
       01  WS-CONV-A                      PIC S9(04).
       01  WS-CONV-Y                      PIC S9(06).
       01  WS-CONV-M                      PIC S9(04).
       01  WS-CONV-JULIAN                 PIC S9(09).
       01  WS-CONV-B                      PIC S9(09).
       01  WS-CONV-C                      PIC S9(09).
       01  WS-CONV-D                      PIC S9(09).
       01  WS-CONV-E                      PIC S9(09).

      *----------------------------------------------------------------*
      * OUR OWN ABA NUMBER AND NAME - THE SAME CONSTANTS PAYROLL
      * ORIGINATES UNDER.  A RETURN IS ORIGINATED BY US.
      *----------------------------------------------------------------*
       01  WS-ORIGIN-ROUTING              PIC 9(09)   VALUE 071000013.
       01  WS-COMPANY-ID                  PIC X(10)
                                          VALUE '1770001234'.
       01  WS-COMPANY-NAME                PIC X(16)
                                          VALUE 'RETAIL BANK CORP'.

      *----------------------------------------------------------------*
      * INBOUND NACHA RECORD VIEWS (94-BYTE FIXED RECORDS)
      *----------------------------------------------------------------*
       01  WS-ACH-RECORD                  PIC X(94).
       01  WS-ACH-RECORD-TYPE-R REDEFINES WS-ACH-RECORD.
           05  WS-AR-REC-TYPE             PIC X(01).
           05  FILLER                     PIC X(93).
       01  WS-ACH-ENTRY-R REDEFINES WS-ACH-RECORD.
           05  FILLER                     PIC X(01).
           05  WS-IE-TRAN-CODE            PIC 9(02).
           05  WS-IE-RDFI                 PIC X(08).
           05  WS-IE-CHECK-DIGIT          PIC X(01).
           05  WS-IE-ACCT-NUM             PIC X(17).
           05  WS-IE-AMOUNT               PIC 9(10).
           05  WS-IE-INDIV-ID             PIC X(15).
           05  WS-IE-INDIV-NAME           PIC X(22).
           05  FILLER                     PIC X(03).
           05  WS-IE-TRACE                PIC X(15).

      *    THE BATCH HEADER THE CURRENT INBOUND ENTRIES ARRIVED UNDER.
       01  WS-IN-BATCH-HEADER.
           05  FILLER                     PIC X(01).
           05  WS-IB-SERVICE-CLASS        PIC X(03).
           05  FILLER                     PIC X(36).
           05  WS-IB-COMPANY-ID           PIC X(10).
           05  FILLER                     PIC X(19).
           05  WS-IB-EFF-DATE             PIC X(06).
           05  WS-IB-EFF-DATE-N REDEFINES WS-IB-EFF-DATE
                                          PIC 9(06).
           05  FILLER                     PIC X(04).
           05  WS-IB-ODFI                 PIC X(08).
           05  WS-IB-ODFI-N REDEFINES WS-IB-ODFI
                                          PIC 9(08).
           05  FILLER                     PIC X(07).

      *----------------------------------------------------------------*
      * OUTBOUND NACHA RECORD LAYOUTS
      *----------------------------------------------------------------*
       01  WS-ACH-FILE-HEADER.
           05  FILLER                     PIC X(01)   VALUE '1'.
           05  FILLER                     PIC X(02)   VALUE '01'.
           05  WS-FH-DEST                 PIC X(10).
           05  WS-FH-ORIGIN               PIC X(10).
           05  WS-FH-DATE                 PIC 9(06).
           05  WS-FH-TIME                 PIC 9(04).
           05  FILLER                     PIC X(01)   VALUE 'A'.
           05  FILLER                     PIC X(03)   VALUE '094'.
           05  FILLER                     PIC X(02)   VALUE '10'.
           05  FILLER                     PIC X(01)   VALUE '1'.
           05  WS-FH-DEST-NAME            PIC X(23).
           05  WS-FH-ORIGIN-NAME          PIC X(23).
           05  FILLER                     PIC X(08)   VALUE SPACES.

      *    THE ORIGINAL BATCH HEADER, RE-ISSUED UNDER OUR ROUTING.
       01  WS-RET-BATCH-HEADER.
           05  FILLER                     PIC X(69).
           05  WS-RB-EFF-DATE             PIC X(06).
           05  FILLER                     PIC X(04).
           05  WS-RB-ODFI                 PIC 9(08).
           05  WS-RB-BATCH-NO             PIC 9(07).

       01  WS-RET-ENTRY.
           05  FILLER                     PIC X(01)   VALUE '6'.
           05  WS-RE-TRAN-CODE            PIC 9(02).
           05  WS-RE-RDFI                 PIC 9(08).
           05  WS-RE-CHECK-DIGIT          PIC 9(01).
           05  WS-RE-ACCT-NUM             PIC X(17).
           05  WS-RE-AMOUNT               PIC 9(10).
           05  WS-RE-INDIV-ID             PIC X(15).
           05  WS-RE-INDIV-NAME           PIC X(22).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  FILLER                     PIC X(01)   VALUE '1'.
           05  WS-RE-TRACE.
               10  WS-RE-TRACE-ODFI       PIC 9(08).
               10  WS-RE-TRACE-SEQ        PIC 9(07).

       01  WS-RET-ADDENDA.
           05  FILLER                     PIC X(01)   VALUE '7'.
           05  FILLER                     PIC X(02)   VALUE '99'.
           05  WS-RA-RETURN-CODE          PIC X(03).
           05  WS-RA-ORIG-TRACE           PIC X(15).
           05  WS-RA-DEATH-DATE           PIC X(06)   VALUE SPACES.
           05  WS-RA-ORIG-RDFI            PIC X(08).
           05  WS-RA-INFO                 PIC X(44).
           05  WS-RA-TRACE                PIC X(15).

       01  WS-RET-BATCH-CONTROL.
           05  FILLER                     PIC X(01)   VALUE '8'.
           05  WS-RC-SERVICE-CLASS        PIC X(03).
           05  WS-RC-ENTRY-COUNT          PIC 9(06).
           05  WS-RC-ENTRY-HASH           PIC 9(10).
           05  WS-RC-DEBIT-TOTAL          PIC 9(12).
           05  WS-RC-CREDIT-TOTAL         PIC 9(12).
           05  WS-RC-COMPANY-ID           PIC X(10).
           05  FILLER                     PIC X(19)   VALUE SPACES.
           05  FILLER                     PIC X(06)   VALUE SPACES.
           05  WS-RC-ODFI                 PIC 9(08).
           05  WS-RC-BATCH-NO             PIC 9(07).

       01  WS-ACH-FILE-CONTROL.
           05  FILLER                     PIC X(01)   VALUE '9'.
           05  WS-FC-BATCH-COUNT          PIC 9(06).
           05  WS-FC-BLOCK-COUNT          PIC 9(06).
           05  WS-FC-ENTRY-COUNT          PIC 9(08).
           05  WS-FC-ENTRY-HASH           PIC 9(10).
           05  WS-FC-DEBIT-TOTAL          PIC 9(12).
           05  WS-FC-CREDIT-TOTAL         PIC 9(12).
           05  FILLER                     PIC X(39)   VALUE SPACES.

       01  WS-ACH-FILL-RECORD             PIC X(94)   VALUE ALL '9'.

      *----------------------------------------------------------------*
      * OUTBOUND CONTROL ACCUMULATORS - THE ENTRY HASH IS THE LOW-
      * ORDER TEN DIGITS OF THE RDFI SUM, THE SAME TRUNCATION
      * PAYROLL APPLIES.  ENTRY COUNTS INCLUDE THE ADDENDA.
      *----------------------------------------------------------------*
       01  WS-BAT-ENTRY-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-BAT-ENTRY-HASH              PIC 9(12)   VALUE ZERO.
       01  WS-BAT-DEBIT-TOTAL             PIC 9(12)   VALUE ZERO.
       01  WS-BAT-CREDIT-TOTAL            PIC 9(12)   VALUE ZERO.
       01  WS-FIL-BATCH-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-FIL-ENTRY-COUNT             PIC 9(08)   VALUE ZERO.
       01  WS-FIL-ENTRY-HASH              PIC 9(12)   VALUE ZERO.
       01  WS-FIL-DEBIT-TOTAL             PIC 9(12)   VALUE ZERO.
       01  WS-FIL-CREDIT-TOTAL            PIC 9(12)   VALUE ZERO.
       01  WS-HASH-10                     PIC 9(10)   VALUE ZERO.
       01  WS-HASH-QUOTIENT               PIC 9(02)   VALUE ZERO.
       01  WS-RECORD-COUNT                PIC 9(07)   VALUE ZERO.
       01  WS-BLOCK-COUNT                 PIC 9(06)   VALUE ZERO.
       01  WS-BLOCK-REMAINDER             PIC 9(02)   VALUE ZERO.
       01  WS-TRACE-SEQ                   PIC 9(07)   VALUE ZERO.

      *----------------------------------------------------------------*
      * ABA CHECK DIGIT FOR THE ORIGINATING BANK'S EIGHT-DIGIT
      * ROUTING PREFIX - WEIGHTS 3-7-1 REPEATING, THE SAME CHECKSUM
      * EMPBMNT PROVES A FULL ROUTING NUMBER WITH.
      *----------------------------------------------------------------*
       01  WS-ROUTING-HOLDER              PIC 9(08)   VALUE ZERO.
       01  WS-ROUTING-DIGITS REDEFINES WS-ROUTING-HOLDER.
           05  WS-RD-1                    PIC 9(01).
           05  WS-RD-2                    PIC 9(01).
           05  WS-RD-3                    PIC 9(01).
           05  WS-RD-4                    PIC 9(01).
           05  WS-RD-5                    PIC 9(01).
           05  WS-RD-6                    PIC 9(01).
           05  WS-RD-7                    PIC 9(01).
           05  WS-RD-8                    PIC 9(01).
       01  WS-ROUTING-CHECKSUM            PIC 9(05)   VALUE ZERO.
       01  WS-ROUTING-QUOTIENT            PIC 9(05)   VALUE ZERO.
       01  WS-ROUTING-REMAINDER           PIC 9(01)   VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-INTAKE-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-DECLINE-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-RETURN-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-LATE-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-NOT-FOUND-CNT           PIC 9(07)   VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER PIC X(40) VALUE
               'ACHRETN - ACH RETURNS TO ORIGINATORS   '.
           05  WS-HD-DATE                 PIC 9(08).

       01  WS-DETAIL-LINE.
           05  FILLER PIC X(06) VALUE 'TRACE '.
           05  WS-DL-TRACE                PIC X(15).
           05  FILLER PIC X(07) VALUE '  ACCT '.
           05  WS-DL-ACCT                 PIC X(17).
           05  FILLER PIC X(09) VALUE '  AMOUNT '.
           05  WS-DL-AMOUNT               PIC Z(07)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DL-RETURN-CODE          PIC X(03).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DL-REASON               PIC X(40).
           05  FILLER PIC X(09) VALUE '  WINDOW '.
           05  WS-DL-DEADLINE             PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DL-LATE                 PIC X(09).

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
           PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-RETURN-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE THRU 1000-EXIT
      *   Loads tonight's entries to return.  With none there is no
      *   need to pass the inbound file at all.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           PERFORM 1150-LOAD-REASON-MAP
           PERFORM 1180-LOAD-HOLIDAYS THRU 1180-EXIT

           OPEN OUTPUT ACH-RETURN-OUT
           OPEN OUTPUT RETURN-REPORT
           MOVE WS-TODAY TO WS-HD-DATE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE

           OPEN INPUT INTAKE-RETURN-FILE
           IF WS-IRTN-STATUS = '00'
               PERFORM 1200-LOAD-INTAKE-RETURN THRU 1200-EXIT
                   UNTIL WS-IRTN-EOF
               CLOSE INTAKE-RETURN-FILE
           END-IF

           OPEN INPUT ACH-DECLINE-FILE
           IF WS-ACHD-STATUS = '00'
               PERFORM 1300-LOAD-DECLINE THRU 1300-EXIT
                   UNTIL WS-ACHD-EOF
               CLOSE ACH-DECLINE-FILE
           END-IF

           IF WS-RT-CNT = ZERO
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT ACH-IN-FILE
           IF WS-ACH-STATUS NOT = '00'
               DISPLAY 'ACHRETN ERROR - CANNOT OPEN INBOUND ACH '
                   'FILE, STATUS = ' WS-ACH-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-EXIT
           END-IF
           PERFORM 2100-READ-RECORD.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1150-LOAD-REASON-MAP
      *   ACHIMP's intake reasons and TXNPOST's decline reasons are
      *   fixed literals, so the map is loaded directly rather than
      *   read from a reference file.
      *----------------------------------------------------------------*
       1150-LOAD-REASON-MAP.
           MOVE 'WOULD EXCEED AVAILABLE CREDIT LIMIT' TO
               WS-RM-REASON(1)
           MOVE 'R01' TO WS-RM-RETURN-CODE(1)
           MOVE 'ACCOUNT IS NOT OPEN' TO
               WS-RM-REASON(2)
           MOVE 'R02' TO WS-RM-RETURN-CODE(2)
           MOVE 'ACCOUNT IS CHARGED OFF' TO
               WS-RM-REASON(3)
           MOVE 'R02' TO WS-RM-RETURN-CODE(3)
           MOVE 'ACCOUNT NOT ON ACCOUNT MASTER' TO
               WS-RM-REASON(4)
           MOVE 'R03' TO WS-RM-RETURN-CODE(4)
           MOVE 'TXN-ACCT-NO NOT ON ACCOUNT MASTER' TO
               WS-RM-REASON(5)
           MOVE 'R03' TO WS-RM-RETURN-CODE(5)
           MOVE 'DFI ACCOUNT NUMBER NOT NUMERIC' TO
               WS-RM-REASON(6)
           MOVE 'R04' TO WS-RM-RETURN-CODE(6)
           MOVE 'TXN-ACCT-NO FAILS CHECK DIGIT' TO
               WS-RM-REASON(7)
           MOVE 'R04' TO WS-RM-RETURN-CODE(7)
           MOVE 'ACCT-CUST-ID IS DECEASED' TO
               WS-RM-REASON(8)
           MOVE 'R15' TO WS-RM-RETURN-CODE(8)
           MOVE 'ACCT-CUST-ID IS ON FRAUD HOLD' TO
               WS-RM-REASON(9)
           MOVE 'R16' TO WS-RM-RETURN-CODE(9)
           MOVE 'DAILY VELOCITY LIMIT EXCEEDED' TO
               WS-RM-REASON(10)
           MOVE 'R01' TO WS-RM-RETURN-CODE(10)
           MOVE 'UNSUPPORTED TRAN CODE' TO
               WS-RM-REASON(11)
           MOVE 'R17' TO WS-RM-RETURN-CODE(11).

      *----------------------------------------------------------------*
      * 1180-LOAD-HOLIDAYS THRU 1180-EXIT
      *   Loads the HOLCAL holiday dates for the return window
      *   arithmetic.  No calendar means weekends only.
      *----------------------------------------------------------------*
       1180-LOAD-HOLIDAYS.
           OPEN INPUT HOLIDAY-CALENDAR
           IF WS-HOL-STATUS NOT = '00'
               GO TO 1180-EXIT
           END-IF
           PERFORM 1185-LOAD-ONE-HOLIDAY THRU 1185-EXIT
               UNTIL WS-HOL-EOF OR WS-HOLIDAY-CNT >= 400
           CLOSE HOLIDAY-CALENDAR.
       1180-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1185-LOAD-ONE-HOLIDAY THRU 1185-EXIT
      *----------------------------------------------------------------*
       1185-LOAD-ONE-HOLIDAY.
           READ HOLIDAY-CALENDAR
               AT END
                   MOVE 'Y' TO WS-HOL-EOF-SW
           END-READ
           IF WS-HOL-EOF
               GO TO 1185-EXIT
           END-IF
           ADD 1 TO WS-HOLIDAY-CNT
           SET WS-HT-IDX TO WS-HOLIDAY-CNT
           MOVE HOLIDAY-RECORD TO WS-HT-DATE(WS-HT-IDX).
       1185-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1200-LOAD-INTAKE-RETURN THRU 1200-EXIT
      *----------------------------------------------------------------*
       1200-LOAD-INTAKE-RETURN.
           READ INTAKE-RETURN-FILE
               AT END
                   MOVE 'Y' TO WS-IRTN-EOF-SW
           END-READ
           IF WS-IRTN-EOF
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO WS-INTAKE-CNT
           MOVE IR-TRACE  TO WS-LOAD-TRACE
           MOVE IR-REASON TO WS-LOAD-REASON
           PERFORM 1400-ADD-TO-TABLE THRU 1400-EXIT.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1300-LOAD-DECLINE THRU 1300-EXIT
      *----------------------------------------------------------------*
       1300-LOAD-DECLINE.
           READ ACH-DECLINE-FILE
               AT END
                   MOVE 'Y' TO WS-ACHD-EOF-SW
           END-READ
           IF WS-ACHD-EOF
               GO TO 1300-EXIT
           END-IF
           ADD 1 TO WS-DECLINE-CNT
           MOVE AD-REQUEST-IMAGE TO TXN-REQUEST-RECORD
           MOVE TR-ACH-TRACE TO WS-LOAD-TRACE
           MOVE AD-REASON    TO WS-LOAD-REASON
           PERFORM 1400-ADD-TO-TABLE THRU 1400-EXIT.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1400-ADD-TO-TABLE THRU 1400-EXIT
      *   An entry past the table's capacity is reported and left
      *   for operations to return by hand.
      *----------------------------------------------------------------*
       1400-ADD-TO-TABLE.
           IF WS-RT-CNT >= WS-RT-MAX
               ADD 1 TO WS-RT-OVERFLOW-CNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-LOAD-TRACE  TO WS-DL-TRACE
               MOVE WS-LOAD-REASON TO WS-DL-REASON
               MOVE 'NOT SENT'     TO WS-DL-LATE
               MOVE WS-DETAIL-LINE TO RPT-LINE
               WRITE RPT-LINE
               GO TO 1400-EXIT
           END-IF
           ADD 1 TO WS-RT-CNT
           SET WS-RT-IDX TO WS-RT-CNT
           MOVE WS-LOAD-TRACE  TO WS-RT-TRACE(WS-RT-IDX)
           MOVE WS-LOAD-REASON TO WS-RT-REASON(WS-RT-IDX)
           MOVE 'N'            TO WS-RT-DONE-SW(WS-RT-IDX).
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESS-RECORD THRU 2000-EXIT
      *   One inbound NACHA record.  A batch's returns ride one
      *   return batch, closed at the original batch's control.
      *----------------------------------------------------------------*
       2000-PROCESS-RECORD.
           EVALUATE WS-AR-REC-TYPE
               WHEN '5'
                   MOVE WS-ACH-RECORD TO WS-IN-BATCH-HEADER
               WHEN '6'
                   MOVE 'N' TO WS-RT-FOUND-SW
                   PERFORM 2200-SEARCH-RETURN-TABLE THRU 2200-EXIT
                       VARYING WS-RT-IDX FROM 1 BY 1
                       UNTIL WS-RT-IDX > WS-RT-CNT OR WS-RT-FOUND
                   IF WS-RT-FOUND
                       SET WS-RT-IDX DOWN BY 1
                       PERFORM 4000-RETURN-ENTRY THRU 4000-EXIT
                   END-IF
               WHEN '8'
                   IF WS-BATCH-OPEN
                       PERFORM 5500-CLOSE-RETURN-BATCH THRU 5500-EXIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 2100-READ-RECORD.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-READ-RECORD
      *----------------------------------------------------------------*
       2100-READ-RECORD.
           READ ACH-IN-FILE INTO WS-ACH-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 2200-SEARCH-RETURN-TABLE THRU 2200-EXIT
      *----------------------------------------------------------------*
       2200-SEARCH-RETURN-TABLE.
           IF WS-RT-TRACE(WS-RT-IDX) = WS-IE-TRACE
               AND WS-RT-DONE-SW(WS-RT-IDX) = 'N'
               MOVE 'Y' TO WS-RT-FOUND-SW
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-TERMINATE THRU 3000-EXIT
      *   Anything still undone in the table never turned up on the
      *   inbound file - listed for operations, RC 8.
      *----------------------------------------------------------------*
       3000-TERMINATE.
           IF WS-BATCH-OPEN
               PERFORM 5500-CLOSE-RETURN-BATCH THRU 5500-EXIT
           END-IF
           IF WS-FILE-OPEN
               PERFORM 7500-WRITE-FILE-CONTROL THRU 7500-EXIT
           END-IF

           PERFORM 3100-REPORT-NOT-FOUND THRU 3100-EXIT
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-CNT

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'RETURNED AT INTAKE' TO WS-TL-LABEL
           MOVE WS-INTAKE-CNT TO WS-TL-COUNT
           PERFORM 3200-WRITE-TOTAL THRU 3200-EXIT
           MOVE 'RETURNED FROM POSTING' TO WS-TL-LABEL
           MOVE WS-DECLINE-CNT TO WS-TL-COUNT
           PERFORM 3200-WRITE-TOTAL THRU 3200-EXIT
           MOVE 'RETURNS SENT' TO WS-TL-LABEL
           MOVE WS-RETURN-CNT TO WS-TL-COUNT
           PERFORM 3200-WRITE-TOTAL THRU 3200-EXIT
           MOVE 'SENT PAST RETURN WINDOW' TO WS-TL-LABEL
           MOVE WS-LATE-CNT TO WS-TL-COUNT
           PERFORM 3200-WRITE-TOTAL THRU 3200-EXIT
           MOVE 'NOT FOUND / NOT SENT' TO WS-TL-LABEL
           COMPUTE WS-TL-COUNT = WS-NOT-FOUND-CNT + WS-RT-OVERFLOW-CNT
           PERFORM 3200-WRITE-TOTAL THRU 3200-EXIT

           IF WS-NOT-FOUND-CNT > ZERO OR WS-RT-OVERFLOW-CNT > ZERO
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-LATE-CNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           IF WS-ACH-STATUS = '00'
               CLOSE ACH-IN-FILE
           END-IF
           CLOSE ACH-RETURN-OUT
           CLOSE RETURN-REPORT
           DISPLAY 'ACHRETN INTAKE RETURNS  = ' WS-INTAKE-CNT
           DISPLAY 'ACHRETN POSTING RETURNS = ' WS-DECLINE-CNT
           DISPLAY 'ACHRETN RETURNS SENT    = ' WS-RETURN-CNT
           DISPLAY 'ACHRETN PAST WINDOW     = ' WS-LATE-CNT
           DISPLAY 'ACHRETN NOT FOUND       = ' WS-NOT-FOUND-CNT
           DISPLAY 'ACHRETN TABLE OVERFLOW  = ' WS-RT-OVERFLOW-CNT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-REPORT-NOT-FOUND THRU 3100-EXIT
      *----------------------------------------------------------------*
       3100-REPORT-NOT-FOUND.
           IF WS-RT-DONE-SW(WS-RT-IDX) = 'Y'
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-NOT-FOUND-CNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-RT-TRACE(WS-RT-IDX)  TO WS-DL-TRACE
           MOVE WS-RT-REASON(WS-RT-IDX) TO WS-DL-REASON
           MOVE 'NOT FOUND' TO WS-DL-LATE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-WRITE-TOTAL THRU 3200-EXIT
      *----------------------------------------------------------------*
       3200-WRITE-TOTAL.
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-RETURN-ENTRY THRU 4000-EXIT
      *   Writes the entry at WS-RT-IDX back out as a return entry
      *   plus its '99' addenda, and stamps the return window off
      *   the original batch's effective entry date.
      *----------------------------------------------------------------*
       4000-RETURN-ENTRY.
           MOVE 'Y' TO WS-RT-DONE-SW(WS-RT-IDX)

           MOVE 'R17' TO WS-RETURN-CODE
           MOVE 'N' TO WS-RM-FOUND-SW
           PERFORM 4100-SEARCH-REASON-MAP THRU 4100-EXIT
               VARYING WS-RM-IDX FROM 1 BY 1
               UNTIL WS-RM-IDX > WS-RM-CNT OR WS-RM-FOUND

           IF NOT WS-BATCH-OPEN
               PERFORM 5000-OPEN-RETURN-BATCH THRU 5000-EXIT
           END-IF

      *    THE RETURN WINDOW RUNS FROM THE SETTLEMENT (EFFECTIVE
      *    ENTRY) DATE; AN UNREADABLE DATE COUNTS FROM TONIGHT.
           IF WS-IB-EFF-DATE IS NUMERIC AND WS-IB-EFF-DATE-N > ZERO
               COMPUTE WS-CONV-DATE = 20000000 + WS-IB-EFF-DATE-N
           ELSE
               MOVE WS-TODAY TO WS-CONV-DATE
           END-IF
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           MOVE WS-RETURN-DAYS TO WS-BDAYS-TO-ADD
           PERFORM 8200-ADD-BUSINESS-DAYS THRU 8200-EXIT
           MOVE WS-CONV-DATE TO WS-DEADLINE

           COMPUTE WS-RE-TRAN-CODE = WS-IE-TRAN-CODE - 1
           MOVE WS-IB-ODFI-N      TO WS-RE-RDFI
           MOVE WS-IB-ODFI-N      TO WS-ROUTING-HOLDER
           PERFORM 4200-COMPUTE-CHECK-DIGIT THRU 4200-EXIT
           MOVE WS-IE-ACCT-NUM    TO WS-RE-ACCT-NUM
           MOVE WS-IE-AMOUNT      TO WS-RE-AMOUNT
           MOVE WS-IE-INDIV-ID    TO WS-RE-INDIV-ID
           MOVE WS-IE-INDIV-NAME  TO WS-RE-INDIV-NAME
           MOVE WS-ORIGIN-ROUTING(1:8) TO WS-RE-TRACE-ODFI
           ADD 1 TO WS-TRACE-SEQ
           MOVE WS-TRACE-SEQ      TO WS-RE-TRACE-SEQ
           MOVE WS-RET-ENTRY TO ACH-OUT-RECORD
           WRITE ACH-OUT-RECORD
           ADD 1 TO WS-RECORD-COUNT
           ADD 1 TO WS-BAT-ENTRY-COUNT
           ADD WS-RE-RDFI TO WS-BAT-ENTRY-HASH
           IF WS-RE-TRAN-CODE = 26 OR WS-RE-TRAN-CODE = 36
               ADD WS-RE-AMOUNT TO WS-BAT-DEBIT-TOTAL
           ELSE
               ADD WS-RE-AMOUNT TO WS-BAT-CREDIT-TOTAL
           END-IF

           MOVE WS-RETURN-CODE    TO WS-RA-RETURN-CODE
           MOVE WS-IE-TRACE       TO WS-RA-ORIG-TRACE
           MOVE WS-IE-RDFI        TO WS-RA-ORIG-RDFI
           MOVE WS-RT-REASON(WS-RT-IDX) TO WS-RA-INFO
           MOVE WS-RE-TRACE       TO WS-RA-TRACE
           MOVE WS-RET-ADDENDA TO ACH-OUT-RECORD
           WRITE ACH-OUT-RECORD
           ADD 1 TO WS-RECORD-COUNT
           ADD 1 TO WS-BAT-ENTRY-COUNT
           ADD 1 TO WS-RETURN-CNT

           MOVE WS-IE-TRACE        TO WS-DL-TRACE
           MOVE WS-IE-ACCT-NUM     TO WS-DL-ACCT
           COMPUTE WS-DL-AMOUNT = WS-IE-AMOUNT / 100
           MOVE WS-RETURN-CODE     TO WS-DL-RETURN-CODE
           MOVE WS-RT-REASON(WS-RT-IDX) TO WS-DL-REASON
           MOVE WS-DEADLINE        TO WS-DL-DEADLINE
           IF WS-TODAY > WS-DEADLINE
               MOVE 'LATE' TO WS-DL-LATE
               ADD 1 TO WS-LATE-CNT
           ELSE
               MOVE SPACES TO WS-DL-LATE
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-SEARCH-REASON-MAP THRU 4100-EXIT
      *----------------------------------------------------------------*
       4100-SEARCH-REASON-MAP.
           IF WS-RM-REASON(WS-RM-IDX) = WS-RT-REASON(WS-RT-IDX)
               MOVE WS-RM-RETURN-CODE(WS-RM-IDX) TO WS-RETURN-CODE
               MOVE 'Y' TO WS-RM-FOUND-SW
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4200-COMPUTE-CHECK-DIGIT THRU 4200-EXIT
      *   Check digit for the eight-digit prefix in
      *   WS-ROUTING-HOLDER: whatever brings the 3-7-1 weighted sum
      *   up to a multiple of ten.
      *----------------------------------------------------------------*
       4200-COMPUTE-CHECK-DIGIT.
           COMPUTE WS-ROUTING-CHECKSUM =
               (3 * (WS-RD-1 + WS-RD-4 + WS-RD-7))
             + (7 * (WS-RD-2 + WS-RD-5 + WS-RD-8))
             + (1 * (WS-RD-3 + WS-RD-6))
           DIVIDE WS-ROUTING-CHECKSUM BY 10
               GIVING WS-ROUTING-QUOTIENT
               REMAINDER WS-ROUTING-REMAINDER
           IF WS-ROUTING-REMAINDER = ZERO
               MOVE ZERO TO WS-RE-CHECK-DIGIT
           ELSE
               COMPUTE WS-RE-CHECK-DIGIT = 10 - WS-ROUTING-REMAINDER
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-OPEN-RETURN-BATCH THRU 5000-EXIT
      *   The first return out of an original batch opens the
      *   outbound file (header on first use) and re-issues the
      *   original batch header with our routing as the ODFI.
      *----------------------------------------------------------------*
       5000-OPEN-RETURN-BATCH.
           IF NOT WS-FILE-OPEN
               PERFORM 7000-WRITE-FILE-HEADER THRU 7000-EXIT
           END-IF

           ADD 1 TO WS-FIL-BATCH-COUNT
           MOVE WS-IN-BATCH-HEADER     TO WS-RET-BATCH-HEADER
           MOVE WS-TODAY(3:6)          TO WS-RB-EFF-DATE
           MOVE WS-ORIGIN-ROUTING(1:8) TO WS-RB-ODFI
           MOVE WS-FIL-BATCH-COUNT     TO WS-RB-BATCH-NO
           MOVE WS-RET-BATCH-HEADER TO ACH-OUT-RECORD
           WRITE ACH-OUT-RECORD
           ADD 1 TO WS-RECORD-COUNT

           MOVE ZERO TO WS-BAT-ENTRY-COUNT
           MOVE ZERO TO WS-BAT-ENTRY-HASH
           MOVE ZERO TO WS-BAT-DEBIT-TOTAL
           MOVE ZERO TO WS-BAT-CREDIT-TOTAL
           MOVE 'Y' TO WS-BATCH-OPEN-SW.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5500-CLOSE-RETURN-BATCH THRU 5500-EXIT
      *----------------------------------------------------------------*
       5500-CLOSE-RETURN-BATCH.
           DIVIDE WS-BAT-ENTRY-HASH BY 10000000000
               GIVING WS-HASH-QUOTIENT
               REMAINDER WS-HASH-10

           MOVE WS-IB-SERVICE-CLASS    TO WS-RC-SERVICE-CLASS
           MOVE WS-BAT-ENTRY-COUNT     TO WS-RC-ENTRY-COUNT
           MOVE WS-HASH-10             TO WS-RC-ENTRY-HASH
           MOVE WS-BAT-DEBIT-TOTAL     TO WS-RC-DEBIT-TOTAL
           MOVE WS-BAT-CREDIT-TOTAL    TO WS-RC-CREDIT-TOTAL
           MOVE WS-IB-COMPANY-ID       TO WS-RC-COMPANY-ID
           MOVE WS-ORIGIN-ROUTING(1:8) TO WS-RC-ODFI
           MOVE WS-FIL-BATCH-COUNT     TO WS-RC-BATCH-NO
           MOVE WS-RET-BATCH-CONTROL TO ACH-OUT-RECORD
           WRITE ACH-OUT-RECORD
           ADD 1 TO WS-RECORD-COUNT

           ADD WS-BAT-ENTRY-COUNT  TO WS-FIL-ENTRY-COUNT
           ADD WS-BAT-ENTRY-HASH   TO WS-FIL-ENTRY-HASH
           ADD WS-BAT-DEBIT-TOTAL  TO WS-FIL-DEBIT-TOTAL
           ADD WS-BAT-CREDIT-TOTAL TO WS-FIL-CREDIT-TOTAL
           MOVE 'N' TO WS-BATCH-OPEN-SW.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-WRITE-FILE-HEADER THRU 7000-EXIT
      *----------------------------------------------------------------*
       7000-WRITE-FILE-HEADER.
           MOVE SPACES TO WS-FH-DEST
           MOVE WS-ORIGIN-ROUTING TO WS-FH-DEST(2:9)
           MOVE SPACES TO WS-FH-ORIGIN
           MOVE WS-COMPANY-ID TO WS-FH-ORIGIN(1:10)
           MOVE WS-TODAY(3:6) TO WS-FH-DATE
           ACCEPT WS-FH-TIME FROM TIME
           MOVE 'FEDERAL RESERVE' TO WS-FH-DEST-NAME
           MOVE WS-COMPANY-NAME   TO WS-FH-ORIGIN-NAME
           MOVE WS-ACH-FILE-HEADER TO ACH-OUT-RECORD
           WRITE ACH-OUT-RECORD
           ADD 1 TO WS-RECORD-COUNT
           MOVE 'Y' TO WS-FILE-OPEN-SW.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7500-WRITE-FILE-CONTROL THRU 7500-EXIT
      *   File control, then all-nines fill records to a full block
      *   of ten, as PAYROLL closes its file.
      *----------------------------------------------------------------*
       7500-WRITE-FILE-CONTROL.
           DIVIDE WS-FIL-ENTRY-HASH BY 10000000000
               GIVING WS-HASH-QUOTIENT
               REMAINDER WS-HASH-10

           ADD 1 TO WS-RECORD-COUNT
           COMPUTE WS-BLOCK-COUNT = (WS-RECORD-COUNT + 9) / 10
           MOVE WS-FIL-BATCH-COUNT  TO WS-FC-BATCH-COUNT
           MOVE WS-BLOCK-COUNT      TO WS-FC-BLOCK-COUNT
           MOVE WS-FIL-ENTRY-COUNT  TO WS-FC-ENTRY-COUNT
           MOVE WS-HASH-10          TO WS-FC-ENTRY-HASH
           MOVE WS-FIL-DEBIT-TOTAL  TO WS-FC-DEBIT-TOTAL
           MOVE WS-FIL-CREDIT-TOTAL TO WS-FC-CREDIT-TOTAL
           MOVE WS-ACH-FILE-CONTROL TO ACH-OUT-RECORD
           WRITE ACH-OUT-RECORD

           DIVIDE WS-RECORD-COUNT BY 10
               GIVING WS-BLOCK-COUNT
               REMAINDER WS-BLOCK-REMAINDER
           PERFORM 7510-WRITE-FILL-RECORD THRU 7510-EXIT
               UNTIL WS-BLOCK-REMAINDER = ZERO.
       7500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7510-WRITE-FILL-RECORD THRU 7510-EXIT
      *----------------------------------------------------------------*
       7510-WRITE-FILL-RECORD.
           MOVE WS-ACH-FILL-RECORD TO ACH-OUT-RECORD
           WRITE ACH-OUT-RECORD
           ADD 1 TO WS-RECORD-COUNT
           DIVIDE WS-RECORD-COUNT BY 10
               GIVING WS-BLOCK-COUNT
               REMAINDER WS-BLOCK-REMAINDER.
       7510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
      *   Converts WS-CONV-DATE (YYYYMMDD) to an absolute Julian day
      *   number in WS-CONV-JULIAN using the standard civil-calendar
      *   to Julian day formula.
      *----------------------------------------------------------------*
       8000-CONVERT-DATE-TO-JULIAN.
           COMPUTE WS-CONV-A = (14 - WS-CONV-MM) / 12
           COMPUTE WS-CONV-Y = WS-CONV-YYYY + 4800 - WS-CONV-A
           COMPUTE WS-CONV-M = WS-CONV-MM + (12 * WS-CONV-A) - 3
           COMPUTE WS-CONV-JULIAN =
               WS-CONV-DD
               + ((153 * WS-CONV-M) + 2) / 5
               + (365 * WS-CONV-Y)
               + (WS-CONV-Y / 4)
               - (WS-CONV-Y / 100)
               + (WS-CONV-Y / 400)
               - 32045.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8100-CONVERT-JULIAN-TO-DATE THRU 8100-EXIT
      *   The inverse of 8000 - converts the absolute Julian day
      *   number in WS-CONV-JULIAN back to YYYYMMDD in WS-CONV-DATE,
      *   using the standard integer-arithmetic civil-calendar
      *   formula.
      *----------------------------------------------------------------*
       8100-CONVERT-JULIAN-TO-DATE.
           COMPUTE WS-CONV-B =
               (4 * (WS-CONV-JULIAN + 32044) + 3) / 146097
           COMPUTE WS-CONV-C =
               (WS-CONV-JULIAN + 32044) - ((146097 * WS-CONV-B) / 4)
           COMPUTE WS-CONV-D = ((4 * WS-CONV-C) + 3) / 1461
           COMPUTE WS-CONV-E =
               WS-CONV-C - ((1461 * WS-CONV-D) / 4)
           COMPUTE WS-CONV-M = ((5 * WS-CONV-E) + 2) / 153
           COMPUTE WS-CONV-DD =
               WS-CONV-E - (((153 * WS-CONV-M) + 2) / 5) + 1
           COMPUTE WS-CONV-MM =
               WS-CONV-M + 3 - (12 * (WS-CONV-M / 10))
           COMPUTE WS-CONV-YYYY =
               (100 * WS-CONV-B) + WS-CONV-D - 4800
               + (WS-CONV-M / 10).
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8200-ADD-BUSINESS-DAYS THRU 8200-EXIT
      *   Steps WS-CONV-JULIAN forward WS-BDAYS-TO-ADD business
      *   days - weekends by the same MOD-7 weekday arithmetic
      *   DATEADV uses (0 = Monday, 5 and 6 the weekend) and
      *   holidays off the loaded HOLCAL table - leaving the
      *   result in WS-CONV-DATE.
      *----------------------------------------------------------------*
       8200-ADD-BUSINESS-DAYS.
           MOVE ZERO TO WS-BDAYS-ADDED
           PERFORM 8210-STEP-ONE-DAY THRU 8210-EXIT
               UNTIL WS-BDAYS-ADDED >= WS-BDAYS-TO-ADD
           PERFORM 8100-CONVERT-JULIAN-TO-DATE THRU 8100-EXIT.
       8200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8210-STEP-ONE-DAY THRU 8210-EXIT
      *----------------------------------------------------------------*
       8210-STEP-ONE-DAY.
           ADD 1 TO WS-CONV-JULIAN
           DIVIDE WS-CONV-JULIAN BY 7
               GIVING WS-DOW-QUOTIENT
               REMAINDER WS-DOW
           IF WS-DOW = 5 OR WS-DOW = 6
               GO TO 8210-EXIT
           END-IF
           PERFORM 8100-CONVERT-JULIAN-TO-DATE THRU 8100-EXIT
           MOVE 'N' TO WS-HOL-FOUND-SW
           PERFORM 8220-CHECK-HOLIDAY THRU 8220-EXIT
               VARYING WS-HT-IDX FROM 1 BY 1
               UNTIL WS-HT-IDX > WS-HOLIDAY-CNT
                  OR WS-HOL-FOUND
           IF NOT WS-HOL-FOUND
               ADD 1 TO WS-BDAYS-ADDED
           END-IF.
       8210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8220-CHECK-HOLIDAY THRU 8220-EXIT
      *----------------------------------------------------------------*
       8220-CHECK-HOLIDAY.
           IF WS-HT-DATE(WS-HT-IDX) = WS-CONV-DATE
               MOVE 'Y' TO WS-HOL-FOUND-SW
           END-IF.
       8220-EXIT.
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
           MOVE 'ACHRETN' TO RL-PROGRAM
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
