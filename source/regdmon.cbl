      * MODIFICATION HISTORY
      *   2025-04-14  DS   ORIGINAL LIMIT LETTER AND REPEAT-OFFENDER
      *                     REPORT JOB.
      *   2026-10-15  DS   EACH LETTER NOW OPENS WITH THE MAIL ITEM
      *                    HEADER LINE (MAILHDR - PROGRAM, NOTICE
      *                    CODE, CUSTOMER, ACCOUNT) INSTEAD OF A
      *                    ROW OF ASTERISKS, SO MAILASM CAN FOLD
      *                    IT INTO THE CONSOLIDATED MAIL PIECE.
      *   2026-10-15  DS   NO LETTER IS PRINTED FOR A CUSTOMER WHOSE
      *                    ADDRESS RTNMAIL HAS FLAGGED UNDELIVERABLE -
      *                    COUNTED AS SUPPRESSED, THE CYCLE'S WARNING
      *                    STILL MARKED SENT.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           05  WS-LETTER-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-OFFENDER-CNT            PIC 9(07)   VALUE ZERO.
           05  WS-NO-CUST-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-SUPPRESSED-CNT          PIC 9(07)   VALUE ZERO.

      *----------------------------------------------------------------*
      * LETTER BODY LINES
           05  FILLER PIC X(38) VALUE
               'ACCOUNT TO CONVERT TO A CHECKING TYPE.'.

           COPY "mailhdr.cpy".

      *----------------------------------------------------------------*
      * REPORT LINES
           DISPLAY 'REGDMON ACCOUNTS READ  = ' WS-ACCT-CNT
           DISPLAY 'REGDMON LETTERS        = ' WS-LETTER-CNT
           DISPLAY 'REGDMON OFFENDERS      = ' WS-OFFENDER-CNT
           DISPLAY 'REGDMON NO CUSTOMER    = ' WS-NO-CUST-CNT
           DISPLAY 'REGDMON SUPPRESSED     = ' WS-SUPPRESSED-CNT.

      *----------------------------------------------------------------*
      * 4000-WRITE-LETTER THRU 4000-EXIT
                   GO TO 4000-EXIT
           END-READ

           IF CUST-ADDR-UNDELIVERABLE
               ADD 1 TO WS-SUPPRESSED-CNT
               MOVE 'Y' TO RD-WARN-SW
               REWRITE REGD-ACCUM-RECORD
               GO TO 4000-EXIT
           END-IF

           MOVE 'REGDMON'            TO MH-SOURCE
           MOVE 'REGD'               TO MH-NOTICE-CODE
           MOVE CUST-ID              TO MH-CUST-ID
           MOVE ACCT-NUMBER          TO MH-ACCT-NUMBER
           MOVE MAIL-ITEM-HEADER TO LTR-LINE
           WRITE LTR-LINE

           MOVE CUST-FIRST-NAME TO WS-NL-FIRST
