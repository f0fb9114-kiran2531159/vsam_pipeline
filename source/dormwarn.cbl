      *                    OF CYCLE) INSTEAD OF THE SYSTEM CLOCK, SO
      *                    A CYCLE SLIPPING PAST MIDNIGHT OR A
      *                    MORNING RERUN KEEPS THE RIGHT DATE.
      *   2026-10-15  DS   EACH LETTER NOW OPENS WITH THE MAIL ITEM
      *                    HEADER LINE (MAILHDR - PROGRAM, NOTICE
      *                    CODE, CUSTOMER, ACCOUNT) INSTEAD OF A
      *                    ROW OF ASTERISKS, SO MAILASM CAN FOLD
      *                    IT INTO THE CONSOLIDATED MAIL PIECE.
      *   2026-10-15  DS   NO LETTER IS PRINTED FOR A CUSTOMER WHOSE
      *                    ADDRESS RTNMAIL HAS FLAGGED UNDELIVERABLE -
      *                    COUNTED AS SUPPRESSED.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           05  WS-ACCT-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-WARNED-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-NO-CUST-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-SUPPRESSED-CNT          PIC 9(07)   VALUE ZERO.

      *----------------------------------------------------------------*
      * LETTER BODY LINES
           'ANY DEPOSIT OR WITHDRAWAL, HOWEVER SMALL, KEEPS THE ACCOU
      -    'NT ACTIVE.'.

           COPY "mailhdr.cpy".

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           END-IF
           DISPLAY 'DORMWARN ACCOUNTS READ   = ' WS-ACCT-CNT
           DISPLAY 'DORMWARN LETTERS WRITTEN = ' WS-WARNED-CNT
           DISPLAY 'DORMWARN NO CUSTOMER     = ' WS-NO-CUST-CNT
           DISPLAY 'DORMWARN SUPPRESSED      = ' WS-SUPPRESSED-CNT.

      *----------------------------------------------------------------*
      * 4000-WRITE-LETTER THRU 4000-EXIT
                   GO TO 4000-EXIT
           END-READ

           IF CUST-ADDR-UNDELIVERABLE
               ADD 1 TO WS-SUPPRESSED-CNT
               GO TO 4000-EXIT
           END-IF

      *    PROJECTED DORMANCY DATE = LAST ACTIVITY PLUS THE DORMANCY
      *    WINDOW, BACK THROUGH THE INVERSE JULIAN CONVERSION.
           COMPUTE WS-CONV-JULIAN =
           PERFORM 8100-CONVERT-JULIAN-TO-DATE THRU 8100-EXIT
           MOVE WS-CONV-DATE TO WS-DORMANT-ON-DATE

           MOVE 'DORMWARN'           TO MH-SOURCE
           MOVE 'DORM'               TO MH-NOTICE-CODE
           MOVE CUST-ID              TO MH-CUST-ID
           MOVE ACCT-NUMBER          TO MH-ACCT-NUMBER
           MOVE MAIL-ITEM-HEADER TO LTR-LINE
           WRITE LTR-LINE

           MOVE CUST-FIRST-NAME TO WS-NL-FIRST
