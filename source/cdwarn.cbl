      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2025-02-17  DS   ORIGINAL MATURITY NOTICE JOB.
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
           05  WS-CD-CNT                  PIC 9(07)   VALUE ZERO.
           05  WS-NOTICE-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-NO-CUST-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-SUPPRESSED-CNT          PIC 9(07)   VALUE ZERO.

      *----------------------------------------------------------------*
      * LETTER BODY LINES
           05  FILLER PIC X(32) VALUE
               'BRANCH BEFORE THE MATURITY DATE.'.

           COPY "mailhdr.cpy".

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           CLOSE NOTICE-LETTERS
           DISPLAY 'CDWARN CDS READ       = ' WS-CD-CNT
           DISPLAY 'CDWARN NOTICES        = ' WS-NOTICE-CNT
           DISPLAY 'CDWARN NO CUSTOMER    = ' WS-NO-CUST-CNT
           DISPLAY 'CDWARN SUPPRESSED     = ' WS-SUPPRESSED-CNT.

      *----------------------------------------------------------------*
      * 4000-WRITE-NOTICE THRU 4000-EXIT
                   GO TO 4000-EXIT
           END-READ

           IF CUST-ADDR-UNDELIVERABLE
               ADD 1 TO WS-SUPPRESSED-CNT
               GO TO 4000-EXIT
           END-IF

           MOVE 'CDWARN'             TO MH-SOURCE
           MOVE 'CDMT'               TO MH-NOTICE-CODE
           MOVE CUST-ID              TO MH-CUST-ID
           MOVE ACCT-NUMBER          TO MH-ACCT-NUMBER
           MOVE MAIL-ITEM-HEADER TO LTR-LINE
           WRITE LTR-LINE

           MOVE CUST-FIRST-NAME TO WS-NL-FIRST
