      *                    OF CYCLE) INSTEAD OF THE SYSTEM CLOCK, SO
      *                    A CYCLE SLIPPING PAST MIDNIGHT OR A
      *                    MORNING RERUN KEEPS THE RIGHT DATE.
      *   2026-10-15  DS   CUSTOMER RELEASE RECORD GREW TO 221 BYTES
      *                    - CUSTMAINT'S TRANSACTION NOW ENDS IN THE
      *                    KEYING OPERATOR ID.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  PENDING-CARRYFWD-RECORD        PIC X(262).

       FD  CUST-RELEASE
           RECORD CONTAINS 221 CHARACTERS.
       01  CUST-RELEASE-RECORD            PIC X(221).

       FD  ACCT-RELEASE
           RECORD CONTAINS 80 CHARACTERS.
       4000-RELEASE-CHANGE.
           EVALUATE PC-TARGET
               WHEN 'CUST'
                   MOVE PC-IMAGE(1:221) TO CUST-RELEASE-RECORD
                   WRITE CUST-RELEASE-RECORD
                   ADD 1 TO WS-RELEASED-CNT
               WHEN 'ACCT'
