      *================================================================*
      * CHKRTN - OUTBOUND CHECK RETURN FILE
      *
      * Nightly, right after TXNPOST.  Builds the return file we
      * send the presenting bank for every image-cash-letter check
      * we will not pay: the items CHKIMP could not route to an
      * account (CHKIRTN) and the items TXNPOST declined tonight
      * (the CHKDECL events, each carrying TXNPOST's decline reason
      * and the original request image).
      *
      * Each declined item is priced with its image exchange return
      * reason off the WS-RR reason table (NSF, stop payment,
      * closed/charged-off, frozen, positive pay return, duplicate
      * presentment; anything else returns as unable to process),
      * and every item is stamped with its midnight deadline - one
      * business day after presentment, stepped over weekends and
      * the HOLCAL holidays.  An item going back after its deadline
      * is listed LATE on the CHKRPT report and ends the run RC 4 -
      * the presenting bank may refuse it and the loss is ours.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKRTN.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL CHECK RETURN BUILD.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTAKE-RETURN-FILE ASSIGN TO CHKIRTN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRTN-STATUS.

           SELECT CHECK-DECLINE-FILE ASSIGN TO CHKDECL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKD-STATUS.

           SELECT RETURN-OUT-FILE ASSIGN TO CHKRTNO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT RETURN-REPORT ASSIGN TO CHKRPT
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
           RECORD CONTAINS 140 CHARACTERS.
       01  INTAKE-RETURN-RECORD           PIC X(140).

       FD  CHECK-DECLINE-FILE
           RECORD CONTAINS 230 CHARACTERS.
           COPY "chkdecl.cpy".

       FD  RETURN-OUT-FILE
           RECORD CONTAINS 140 CHARACTERS.
           COPY "chkrtn.cpy".
       01  RETURN-FILE-HEADER.
           05  RH-REC-TYPE                PIC X(02).
           05  RH-CREATE-DATE             PIC 9(08).
           05  FILLER                     PIC X(130).
       01  RETURN-FILE-CONTROL.
           05  RC-REC-TYPE                PIC X(02).
           05  RC-ITEM-COUNT              PIC 9(08).
           05  RC-TOTAL                   PIC 9(16).
           05  FILLER                     PIC X(114).

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
       01  WS-CHKD-STATUS                 PIC X(02).
       01  WS-OUT-STATUS                  PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).
       01  WS-HOL-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-IRTN-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-IRTN-EOF             VALUE 'Y'.
           05  WS-CHKD-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-CHKD-EOF             VALUE 'Y'.
           05  WS-RR-FOUND-SW             PIC X(01)   VALUE 'N'.
               88  WS-RR-FOUND             VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.

      *----------------------------------------------------------------*
      * THE DECLINED ITEM'S ORIGINAL REQUEST, UNPACKED FROM THE
      * CHKDECL IMAGE.
      *----------------------------------------------------------------*
           COPY "txnreq.cpy".

      *----------------------------------------------------------------*
      * TXNPOST DECLINE REASON TO RETURN REASON CODE.  A REASON NOT
      * ON THE TABLE RETURNS AS 'O' UNABLE TO PROCESS.
      *----------------------------------------------------------------*
       01  WS-RR-CNT                      PIC 9(02)   VALUE 08.
       01  WS-RR-TABLE.
           05  WS-RR-ENTRY OCCURS 8 TIMES INDEXED BY WS-RR-IDX.
               10  WS-RR-DECLINE-REASON     PIC X(40).
               10  WS-RR-RETURN-REASON      PIC X(01).
       01  WS-RETURN-REASON               PIC X(01)   VALUE SPACE.

       01  WS-HOLIDAY-CNT                 PIC 9(03)   VALUE ZERO.
       01  WS-HOLIDAY-TABLE.
           05  WS-HT-DATE OCCURS 400 TIMES
                           INDEXED BY WS-HT-IDX PIC 9(08).
       01  WS-HOL-EOF-SW                  PIC X(01)   VALUE 'N'.
           88  WS-HOL-EOF                   VALUE 'Y'.
       01  WS-HOL-FOUND-SW                PIC X(01)   VALUE 'N'.
           88  WS-HOL-FOUND                 VALUE 'Y'.
       01  WS-RETURN-DAYS                 PIC 9(02)   VALUE 01.
       01  WS-BDAYS-TO-ADD                PIC 9(02)   VALUE ZERO.
       01  WS-BDAYS-ADDED                 PIC 9(02)   VALUE ZERO.
       01  WS-DOW                         PIC 9(01)   VALUE ZERO.
       01  WS-DOW-QUOTIENT                PIC 9(09)   VALUE ZERO.

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

       01  WS-COUNTERS.
           05  WS-INTAKE-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-DECLINE-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-RETURN-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-LATE-CNT                PIC 9(07)   VALUE ZERO.
       01  WS-RETURN-TOTAL                PIC 9(16)   VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER PIC X(42) VALUE
               'CHKRTN - CHECK RETURNS TO PRESENTING BANK '.
           05  WS-HD-DATE                 PIC 9(08).

       01  WS-DETAIL-LINE.
           05  FILLER PIC X(05) VALUE 'ACCT '.
           05  WS-DL-ACCT-NO              PIC X(12).
           05  FILLER PIC X(08) VALUE '  CHECK '.
           05  WS-DL-CHECK-NO             PIC Z(06)9.
           05  FILLER PIC X(09) VALUE '  AMOUNT '.
           05  WS-DL-AMOUNT               PIC Z(09)9.99.
           05  FILLER PIC X(06) VALUE '  RSN '.
           05  WS-DL-REASON               PIC X(01).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DL-REASON-DESC          PIC X(40).
           05  FILLER PIC X(11) VALUE '  DEADLINE '.
           05  WS-DL-DEADLINE             PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DL-LATE                 PIC X(04).

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
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RETURN-INTAKE-ITEM THRU 2000-EXIT
               UNTIL WS-IRTN-EOF
           PERFORM 3000-RETURN-DECLINED-ITEM THRU 3000-EXIT
               UNTIL WS-CHKD-EOF
           PERFORM 6000-TERMINATE
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-RETURN-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE
      *   A missing intake or decline file is simply a night with
      *   nothing of that kind to return.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           PERFORM 1150-LOAD-REASON-TABLE
           PERFORM 1180-LOAD-HOLIDAYS THRU 1180-EXIT

           OPEN OUTPUT RETURN-OUT-FILE
           OPEN OUTPUT RETURN-REPORT
           MOVE WS-TODAY TO WS-HD-DATE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES   TO RETURN-FILE-HEADER
           MOVE '01'     TO RH-REC-TYPE
           MOVE WS-TODAY TO RH-CREATE-DATE
           WRITE RETURN-FILE-HEADER

           OPEN INPUT INTAKE-RETURN-FILE
           IF WS-IRTN-STATUS = '00'
               PERFORM 2100-READ-INTAKE
           ELSE
               MOVE 'Y' TO WS-IRTN-EOF-SW
           END-IF

           OPEN INPUT CHECK-DECLINE-FILE
           IF WS-CHKD-STATUS = '00'
               PERFORM 3100-READ-DECLINE
           ELSE
               MOVE 'Y' TO WS-CHKD-EOF-SW
           END-IF.

      *----------------------------------------------------------------*
      * 1150-LOAD-REASON-TABLE
      *   TXNPOST's decline reasons are fixed literals, so the map
      *   is loaded directly rather than read from a reference file.
      *----------------------------------------------------------------*
       1150-LOAD-REASON-TABLE.
           MOVE 'WOULD EXCEED AVAILABLE CREDIT LIMIT' TO
               WS-RR-DECLINE-REASON(1)
           MOVE 'A' TO WS-RR-RETURN-REASON(1)
           MOVE 'CHECK SERIAL UNDER STOP PAYMENT ORDER' TO
               WS-RR-DECLINE-REASON(2)
           MOVE 'C' TO WS-RR-RETURN-REASON(2)
           MOVE 'ACCOUNT IS CHARGED OFF' TO
               WS-RR-DECLINE-REASON(3)
           MOVE 'D' TO WS-RR-RETURN-REASON(3)
           MOVE 'ACCT-CUST-ID IS ON FRAUD HOLD' TO
               WS-RR-DECLINE-REASON(4)
           MOVE 'F' TO WS-RR-RETURN-REASON(4)
           MOVE 'ACCT-CUST-ID IS DECEASED' TO
               WS-RR-DECLINE-REASON(5)
           MOVE 'F' TO WS-RR-RETURN-REASON(5)
           MOVE 'DAILY VELOCITY LIMIT EXCEEDED' TO
               WS-RR-DECLINE-REASON(6)
           MOVE 'P' TO WS-RR-RETURN-REASON(6)
           MOVE 'CHECK RETURNED BY POSITIVE PAY' TO
               WS-RR-DECLINE-REASON(7)
           MOVE 'Q' TO WS-RR-RETURN-REASON(7)
           MOVE 'CHECK SERIAL PENDING POSITIVE PAY' TO
               WS-RR-DECLINE-REASON(8)
           MOVE 'Y' TO WS-RR-RETURN-REASON(8).

      *----------------------------------------------------------------*
      * 1180-LOAD-HOLIDAYS THRU 1180-EXIT
      *   Loads the HOLCAL holiday dates for the deadline
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
      * 2000-RETURN-INTAKE-ITEM THRU 2000-EXIT
      *   CHKIMP already priced these - only the dates are added.
      *----------------------------------------------------------------*
       2000-RETURN-INTAKE-ITEM.
           ADD 1 TO WS-INTAKE-CNT
           PERFORM 5000-WRITE-RETURN THRU 5000-EXIT
           PERFORM 2100-READ-INTAKE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-READ-INTAKE
      *----------------------------------------------------------------*
       2100-READ-INTAKE.
           READ INTAKE-RETURN-FILE INTO CHECK-RETURN-RECORD
               AT END
                   MOVE 'Y' TO WS-IRTN-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 3000-RETURN-DECLINED-ITEM THRU 3000-EXIT
      *   Rebuilds the return item from the declined request - the
      *   presenting bank's item sequence number, payor routing
      *   number and presentment date ride in TR-ICL-DESC.
      *----------------------------------------------------------------*
       3000-RETURN-DECLINED-ITEM.
           ADD 1 TO WS-DECLINE-CNT
           MOVE CK-REQUEST-IMAGE TO TXN-REQUEST-RECORD

           MOVE 'O' TO WS-RETURN-REASON
           MOVE 'N' TO WS-RR-FOUND-SW
           PERFORM 3200-SEARCH-REASON-TABLE THRU 3200-EXIT
               VARYING WS-RR-IDX FROM 1 BY 1
               UNTIL WS-RR-IDX > WS-RR-CNT OR WS-RR-FOUND

           MOVE SPACES              TO CHECK-RETURN-RECORD
           MOVE '31'                TO CR-REC-TYPE
           MOVE TR-ICL-PAYOR-RT     TO CR-PAYOR-RT
           MOVE TR-ACCT-NO          TO CR-ACCT-NO
           MOVE TR-CHECK-NO         TO CR-CHECK-NO
           COMPUTE CR-AMOUNT = (ZERO - TR-AMOUNT) * 100
           MOVE TR-ICL-ITEM-SEQ     TO CR-ITEM-SEQ
           MOVE WS-RETURN-REASON    TO CR-RETURN-REASON
           MOVE TR-ICL-PRESENT-DATE TO CR-PRESENT-DATE
           MOVE CK-REASON           TO CR-REASON-DESC
           PERFORM 5000-WRITE-RETURN THRU 5000-EXIT

           PERFORM 3100-READ-DECLINE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-READ-DECLINE
      *----------------------------------------------------------------*
       3100-READ-DECLINE.
           READ CHECK-DECLINE-FILE
               AT END
                   MOVE 'Y' TO WS-CHKD-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 3200-SEARCH-REASON-TABLE THRU 3200-EXIT
      *----------------------------------------------------------------*
       3200-SEARCH-REASON-TABLE.
           IF WS-RR-DECLINE-REASON(WS-RR-IDX) = CK-REASON
               MOVE WS-RR-RETURN-REASON(WS-RR-IDX) TO
                   WS-RETURN-REASON
               MOVE 'Y' TO WS-RR-FOUND-SW
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-WRITE-RETURN THRU 5000-EXIT
      *   Stamps the midnight deadline - WS-RETURN-DAYS business
      *   days after presentment - and tonight's return date, then
      *   writes the item and its report line.
      *----------------------------------------------------------------*
       5000-WRITE-RETURN.
           IF CR-PRESENT-DATE IS NOT NUMERIC
               OR CR-PRESENT-DATE = ZERO
               MOVE WS-TODAY TO CR-PRESENT-DATE
           END-IF
           MOVE CR-PRESENT-DATE TO WS-CONV-DATE
           PERFORM 8000-CONVERT-DATE-TO-JULIAN THRU 8000-EXIT
           MOVE WS-RETURN-DAYS TO WS-BDAYS-TO-ADD
           PERFORM 8200-ADD-BUSINESS-DAYS THRU 8200-EXIT
           MOVE WS-CONV-DATE TO CR-DEADLINE-DATE
           MOVE WS-TODAY     TO CR-RETURN-DATE

           WRITE CHECK-RETURN-RECORD
           ADD 1 TO WS-RETURN-CNT
           ADD CR-AMOUNT TO WS-RETURN-TOTAL

           MOVE CR-ACCT-NO        TO WS-DL-ACCT-NO
           MOVE CR-CHECK-NO       TO WS-DL-CHECK-NO
           COMPUTE WS-DL-AMOUNT = CR-AMOUNT / 100
           MOVE CR-RETURN-REASON  TO WS-DL-REASON
           MOVE CR-REASON-DESC    TO WS-DL-REASON-DESC
           MOVE CR-DEADLINE-DATE  TO WS-DL-DEADLINE
           IF WS-TODAY > CR-DEADLINE-DATE
               MOVE 'LATE' TO WS-DL-LATE
               ADD 1 TO WS-LATE-CNT
           ELSE
               MOVE SPACES TO WS-DL-LATE
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-TERMINATE
      *----------------------------------------------------------------*
       6000-TERMINATE.
           MOVE SPACES          TO RETURN-FILE-CONTROL
           MOVE '99'            TO RC-REC-TYPE
           MOVE WS-RETURN-CNT   TO RC-ITEM-COUNT
           MOVE WS-RETURN-TOTAL TO RC-TOTAL
           WRITE RETURN-FILE-CONTROL

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'RETURNED AT INTAKE' TO WS-TL-LABEL
           MOVE WS-INTAKE-CNT TO WS-TL-COUNT
           PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT
           MOVE 'RETURNED FROM POSTING' TO WS-TL-LABEL
           MOVE WS-DECLINE-CNT TO WS-TL-COUNT
           PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT
           MOVE 'RETURNED PAST DEADLINE' TO WS-TL-LABEL
           MOVE WS-LATE-CNT TO WS-TL-COUNT
           PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT

           IF WS-LATE-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           IF WS-IRTN-STATUS NOT = '35'
               CLOSE INTAKE-RETURN-FILE
           END-IF
           IF WS-CHKD-STATUS NOT = '35'
               CLOSE CHECK-DECLINE-FILE
           END-IF
           CLOSE RETURN-OUT-FILE
           CLOSE RETURN-REPORT
           DISPLAY 'CHKRTN INTAKE RETURNS  = ' WS-INTAKE-CNT
           DISPLAY 'CHKRTN POSTING RETURNS = ' WS-DECLINE-CNT
           DISPLAY 'CHKRTN ITEMS RETURNED  = ' WS-RETURN-CNT
           DISPLAY 'CHKRTN PAST DEADLINE   = ' WS-LATE-CNT.

      *----------------------------------------------------------------*
      * 6100-WRITE-TOTAL THRU 6100-EXIT
      *----------------------------------------------------------------*
       6100-WRITE-TOTAL.
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.
       6100-EXIT.
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
           MOVE 'CHKRTN' TO RL-PROGRAM
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
