      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2024-08-12  DS   ORIGINAL ADD/CHANGE/CANCEL MAINTENANCE.
      *   2026-10-15  DS   ADD / CHANGE CLEAR EB-RETURN-CODE - A
      *                    CHANGED INSTRUCTION TAKES A RETURNED ('R')
      *                    ONE BACK THROUGH PRENOTE.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           MOVE EB-TRAN-ACCT-TYPE  TO EB-ACCT-TYPE
           MOVE 'P'                 TO EB-STATUS
           MOVE ZERO                TO EB-PRENOTE-DATE
           MOVE SPACES              TO EB-RETURN-CODE
           WRITE EMPLOYEE-BANK-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
               MOVE EB-TRAN-ACCT-TYPE TO EB-ACCT-TYPE
               MOVE 'P'                TO EB-STATUS
               MOVE ZERO               TO EB-PRENOTE-DATE
               MOVE SPACES             TO EB-RETURN-CODE

               REWRITE EMPLOYEE-BANK-RECORD
                   INVALID KEY
