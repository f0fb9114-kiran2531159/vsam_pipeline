      * catch-up band DORMWARN settled on, so a skipped cycle
      * letters once instead of never) - the wording escalating
      * from reminder to demand.
      *
      * Bankruptcy - a borrower under an open BKRCASE case is in the
      * automatic stay, and a discharged one no longer owes
      * personally; either way the loan gets neither fee nor
      * letter.  The rows stay unmarked, so a dismissed case picks
      * back up where the schedule stands.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANLATE.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2025-11-17  DS   ORIGINAL LATE-FEE AND NOTICE JOB.
      *   2026-10-15  DS   NO LATE FEE OR DELINQUENCY NOTICE WHILE A
      *                    BANKRUPTCY CASE IS OPEN OR DISCHARGED.
      *   2026-10-15  DS   REQUEST RECORD GREW TO 169 BYTES FOR THE
      *                    NEW TR-EFFECTIVE-DATE VALUE DATE, ZEROED
      *                    HERE - THESE REQUESTS TAKE VALUE THE DAY
      *                    THEY POST.
      *   2026-10-15  DS   REQUEST RECORD GREW TO 183 BYTES FOR THE
      *                    NEW TR-RECEIVED-DATE / TR-RECEIVED-TIME
      *                    STAMP, ZEROED HERE - REQUESTS GENERATED
      *                    INSIDE THE BATCH CYCLE ARE NEVER HELD TO
      *                    A POSTING CUTOFF.
      *   2026-10-15  DS   EACH NOTICE NOW OPENS WITH THE MAIL ITEM
      *                    HEADER LINE (MAILHDR - PROGRAM, NOTICE
      *                    CODE, CUSTOMER, ACCOUNT) INSTEAD OF A
      *                    ROW OF ASTERISKS, SO MAILASM CAN FOLD
      *                    IT INTO THE CONSOLIDATED MAIL PIECE.
      *   2026-10-15  DS   NO NOTICE IS PRINTED FOR A CUSTOMER WHOSE
      *                    ADDRESS RTNMAIL HAS FLAGGED UNDELIVERABLE -
      *                    COUNTED AS SUPPRESSED.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT BANKRUPTCY-CASE-FILE ASSIGN TO BKRCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-CUST-ID
               FILE STATUS IS WS-BKR-STATUS.

           SELECT FEE-SCHEDULE ASSIGN TO FEESCHED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  CUSTOMER-MASTER.
           COPY "customer.cpy".

       FD  BANKRUPTCY-CASE-FILE.
           COPY "bkrcase.cpy".

       FD  FEE-SCHEDULE.
           COPY "feesched.cpy".

       FD  FEE-REQUEST-OUT
           RECORD CONTAINS 183 CHARACTERS.
           COPY "txnreq.cpy".

       FD  NOTICE-LETTERS
           88  WS-ACCT-OK                  VALUE '00'.
       01  WS-CUST-STATUS                 PIC X(02).
           88  WS-CUST-OK                  VALUE '00'.
       01  WS-BKR-STATUS                  PIC X(02).
       01  WS-FEE-STATUS                  PIC X(02).
       01  WS-REQ-STATUS                  PIC X(02).
       01  WS-LTR-STATUS                  PIC X(02).

       01  WS-EOF-SW                      PIC X(01)   VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
       01  WS-BKR-STAY-SW                 PIC X(01)   VALUE 'N'.
           88  WS-BKR-STAY                 VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-TODAY-JULIAN                PIC S9(09)  VALUE ZERO.
           05  WS-NOTICE-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-NO-SCHEDULE-CNT         PIC 9(07)   VALUE ZERO.
           05  WS-NO-CUST-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-SUPPRESSED-CNT          PIC 9(07)   VALUE ZERO.
           05  WS-STAYED-FEE-CNT          PIC 9(07)   VALUE ZERO.
           05  WS-STAYED-NTC-CNT          PIC 9(07)   VALUE ZERO.

      *----------------------------------------------------------------*
      * FEE REQUEST DESCRIPTION
       01  WS-BODY-LINE-4C.
           05  FILLER PIC X(21) VALUE 'LOAN. CONTACT US NOW.'.

           COPY "mailhdr.cpy".

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           OPEN I-O   LOAN-SCHEDULE-FILE
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT BANKRUPTCY-CASE-FILE
           OPEN INPUT FEE-SCHEDULE
           OPEN OUTPUT FEE-REQUEST-OUT
           OPEN OUTPUT NOTICE-LETTERS
           IF LS-ACCT-NO NOT = WS-PREV-ACCT-NO
               PERFORM 2500-ACCOUNT-BREAK THRU 2500-EXIT
               MOVE LS-ACCT-NO TO WS-PREV-ACCT-NO
               PERFORM 2600-CHECK-BANKRUPTCY THRU 2600-EXIT
           END-IF

           IF LS-PAID-FLAG NOT = 'Y' AND LS-DUE-DATE < WS-TODAY

               IF WS-DAYS-OVERDUE > WS-GRACE-DAYS
                   AND LS-LATE-FEE-FLAG NOT = 'Y'
                   IF WS-BKR-STAY
                       ADD 1 TO WS-STAYED-FEE-CNT
                   ELSE
                       PERFORM 4000-ASSESS-LATE-FEE THRU 4000-EXIT
                   END-IF
               END-IF
           END-IF

              OR
              (WS-GROUP-OVERDUE >= WS-NOTICE-1-DAYS AND
               WS-GROUP-OVERDUE < WS-NOTICE-1-DAYS + WS-CATCHUP-DAYS)
               IF WS-BKR-STAY
                   ADD 1 TO WS-STAYED-NTC-CNT
               ELSE
                   PERFORM 5000-WRITE-NOTICE THRU 5000-EXIT
               END-IF
           END-IF.
       2500-RESET.
           MOVE ZERO TO WS-OLDEST-DUE-DATE
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2600-CHECK-BANKRUPTCY THRU 2600-EXIT
      *   Sets the stay switch for the loan just starting - an open
      *   case (automatic stay) or a discharged one (no personal
      *   liability left) silences both the fee and the letter.  A
      *   dismissal, or no case at all, leaves the loan on normal
      *   handling.
      *----------------------------------------------------------------*
       2600-CHECK-BANKRUPTCY.
           MOVE 'N' TO WS-BKR-STAY-SW
           MOVE LS-ACCT-NO TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   GO TO 2600-EXIT
           END-READ
           MOVE ACCT-CUST-ID TO BK-CUST-ID
           READ BANKRUPTCY-CASE-FILE
               INVALID KEY
                   GO TO 2600-EXIT
           END-READ
           IF BK-STATUS = 'O' OR BK-STATUS = 'D'
               MOVE 'Y' TO WS-BKR-STAY-SW
           END-IF.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
           CLOSE LOAN-SCHEDULE-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE BANKRUPTCY-CASE-FILE
           CLOSE FEE-SCHEDULE
           CLOSE FEE-REQUEST-OUT
           CLOSE NOTICE-LETTERS
           DISPLAY 'LOANLATE FEES OUT     = ' WS-FEE-CNT
           DISPLAY 'LOANLATE NOTICES      = ' WS-NOTICE-CNT
           DISPLAY 'LOANLATE NO SCHEDULE  = ' WS-NO-SCHEDULE-CNT
           DISPLAY 'LOANLATE NO CUSTOMER  = ' WS-NO-CUST-CNT
           DISPLAY 'LOANLATE SUPPRESSED   = ' WS-SUPPRESSED-CNT
           DISPLAY 'LOANLATE BKR NO FEE   = ' WS-STAYED-FEE-CNT
           DISPLAY 'LOANLATE BKR NO LTR   = ' WS-STAYED-NTC-CNT.

      *----------------------------------------------------------------*
      * 4000-ASSESS-LATE-FEE THRU 4000-EXIT
           MOVE ZERO              TO TR-CONTRA-ACCT
           MOVE ZERO              TO TR-CARD-NO
           MOVE ZERO              TO TR-CHECK-NO
           MOVE ZERO              TO TR-EFFECTIVE-DATE
           MOVE ZERO              TO TR-RECEIVED-DATE
           MOVE ZERO              TO TR-RECEIVED-TIME
           WRITE TXN-REQUEST-RECORD
           SUBTRACT WS-LATE-FEE-AMT FROM WS-BATCH-HASH-TOTAL
           ADD 1 TO WS-FEE-CNT
                   GO TO 5000-EXIT
           END-READ

           IF CUST-ADDR-UNDELIVERABLE
               ADD 1 TO WS-SUPPRESSED-CNT
               GO TO 5000-EXIT
           END-IF

           MOVE 'LOANLATE'           TO MH-SOURCE
           MOVE 'LATE'               TO MH-NOTICE-CODE
           MOVE CUST-ID              TO MH-CUST-ID
           MOVE WS-PREV-ACCT-NO      TO MH-ACCT-NUMBER
           MOVE MAIL-ITEM-HEADER TO LTR-LINE
           WRITE LTR-LINE

           MOVE CUST-FIRST-NAME TO WS-NL-FIRST
