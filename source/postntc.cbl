      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2025-06-09  DS   ORIGINAL POSTING OUTCOME NOTICE JOB.
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
           05  WS-EVENT-CNT               PIC 9(07)   VALUE ZERO.
           05  WS-LETTER-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-NO-CUST-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-SUPPRESSED-CNT          PIC 9(07)   VALUE ZERO.

      *----------------------------------------------------------------*
      * LETTER BODY LINES
           05  FILLER PIC X(12) VALUE 'FEE CHARGED$'.
           05  WS-D3-FEE                  PIC -(05)9.99.

           COPY "mailhdr.cpy".

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           CLOSE NOTICE-LETTERS
           DISPLAY 'POSTNTC EVENTS READ    = ' WS-EVENT-CNT
           DISPLAY 'POSTNTC LETTERS        = ' WS-LETTER-CNT
           DISPLAY 'POSTNTC NO CUSTOMER    = ' WS-NO-CUST-CNT
           DISPLAY 'POSTNTC SUPPRESSED     = ' WS-SUPPRESSED-CNT.

      *----------------------------------------------------------------*
      * 4000-WRITE-LETTER THRU 4000-EXIT
                   GO TO 4000-EXIT
           END-READ

           IF CUST-ADDR-UNDELIVERABLE
               ADD 1 TO WS-SUPPRESSED-CNT
               GO TO 4000-EXIT
           END-IF

           MOVE 'POSTNTC'            TO MH-SOURCE
           MOVE PE-EVENT-TYPE        TO MH-NOTICE-CODE
           MOVE CUST-ID              TO MH-CUST-ID
           MOVE PE-ACCT-NO           TO MH-ACCT-NUMBER
           MOVE MAIL-ITEM-HEADER TO LTR-LINE
           WRITE LTR-LINE

           MOVE CUST-FIRST-NAME TO WS-NL-FIRST
