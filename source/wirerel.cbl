      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2025-03-31  DS   ORIGINAL SCREENING AND RELEASE RUN.
      *   2026-10-15  DS   REQUEST RECORD GREW TO 169 BYTES FOR THE
      *                    NEW TR-EFFECTIVE-DATE VALUE DATE, ZEROED
      *                    HERE - THESE REQUESTS TAKE VALUE THE DAY
      *                    THEY POST.
      *   2026-10-15  DS   REQUEST RECORD GREW TO 183 BYTES - A
      *                    RELEASED WIRE NOW CARRIES ITS APPROVAL
      *                    DATE AND TIME AS TR-RECEIVED-DATE /
      *                    TR-RECEIVED-TIME, SO TXNPOST CAN HOLD A
      *                    WIRE APPROVED AFTER THE WIRE CUTOFF TO
      *                    THE NEXT BUSINESS DAY.  AN APPROVAL WITH
      *                    NO KEYED TIME LEAVES BOTH ZERO.
      *   2026-10-15  DS   SUSPENSE RECORD NOW CARRIES THE LINKED
      *                    ENTITY OF A BENEFICIAL-OWNER HIT - ZERO
      *                    ON A WIRE BENEFICIARY HIT.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           COPY "wlsusp.cpy".

       FD  WIRE-REQUEST-OUT
           RECORD CONTAINS 183 CHARACTERS.
           COPY "txnreq.cpy".

       FD  WIRE-LOG.
           MOVE WS-HIT-FULL-NAME    TO WQ-WL-NAME
           MOVE WS-SCREEN-HIT       TO WQ-MATCH-TYPE
           MOVE WS-TODAY            TO WQ-QUEUE-DATE
           MOVE ZERO                TO WQ-ENTITY-CUST-ID
           WRITE WL-SUSPENSE-RECORD.
       4200-EXIT.
           EXIT.
           MOVE ZERO                 TO TR-CONTRA-ACCT
           MOVE ZERO                 TO TR-CARD-NO
           MOVE ZERO                 TO TR-CHECK-NO
           MOVE ZERO                 TO TR-EFFECTIVE-DATE
           IF WI-APPR-TIME NUMERIC AND WI-APPR-TIME > ZERO
               MOVE WI-APPR-DATE     TO TR-RECEIVED-DATE
               MOVE WI-APPR-TIME     TO TR-RECEIVED-TIME
           ELSE
               MOVE ZERO             TO TR-RECEIVED-DATE
               MOVE ZERO             TO TR-RECEIVED-TIME
           END-IF
           WRITE TXN-REQUEST-RECORD
           ADD TR-AMOUNT TO WS-BATCH-HASH-TOTAL
           ADD 1 TO WS-RELEASED-CNT
