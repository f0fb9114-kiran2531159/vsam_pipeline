      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2025-05-26  DS   ORIGINAL RATE-CHANGE NOTICE JOB.
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
           05  WS-ACCT-CNT                PIC 9(09)   VALUE ZERO.
           05  WS-NOTICE-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-NO-CUST-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-SUPPRESSED-CNT          PIC 9(07)   VALUE ZERO.

      *----------------------------------------------------------------*
      * LETTER BODY LINES
               'THE NEW RATE APPLIES FROM THE NEXT DAILY '.
           05  FILLER PIC X(18) VALUE 'INTEREST ACCRUAL.'.

           COPY "mailhdr.cpy".

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           DISPLAY 'RATENTC EVENTS LOADED  = ' WS-EVENT-CNT
           DISPLAY 'RATENTC ACCOUNTS READ  = ' WS-ACCT-CNT
           DISPLAY 'RATENTC NOTICES        = ' WS-NOTICE-CNT
           DISPLAY 'RATENTC NO CUSTOMER    = ' WS-NO-CUST-CNT
           DISPLAY 'RATENTC SUPPRESSED     = ' WS-SUPPRESSED-CNT.

      *----------------------------------------------------------------*
      * 4000-MATCH-ONE-EVENT THRU 4000-EXIT
                   GO TO 5000-EXIT
           END-READ

           IF CUST-ADDR-UNDELIVERABLE
               ADD 1 TO WS-SUPPRESSED-CNT
               GO TO 5000-EXIT
           END-IF

           MOVE 'RATENTC'            TO MH-SOURCE
           MOVE 'RATE'               TO MH-NOTICE-CODE
           MOVE CUST-ID              TO MH-CUST-ID
           MOVE ACCT-NUMBER          TO MH-ACCT-NUMBER
           MOVE MAIL-ITEM-HEADER TO LTR-LINE
           WRITE LTR-LINE

           MOVE CUST-FIRST-NAME TO WS-NL-FIRST
