      *                    OF CYCLE) INSTEAD OF THE SYSTEM CLOCK, SO
      *                    A CYCLE SLIPPING PAST MIDNIGHT OR A
      *                    MORNING RERUN KEEPS THE RIGHT DATE.
      *   2026-10-15  DS   CUSTOMER RESUBMIT RECORD GREW TO 221 BYTES
      *                    - CUSTMAINT'S TRANSACTION NOW ENDS IN THE
      *                    KEYING OPERATOR ID.
      *   2026-10-15  DS   EMPLOYEE RESUBMIT RECORD GREW TO 34 BYTES
      *                    - EMPMAINT'S TRANSACTION NOW ENDS IN THE
      *                    CHANGE EFFECTIVE DATE.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           05  SC-IMAGE                   PIC X(250).

       FD  CUST-RESUBMIT
           RECORD CONTAINS 221 CHARACTERS.
       01  CUST-RESUBMIT-RECORD           PIC X(221).

       FD  ACCT-RESUBMIT
           RECORD CONTAINS 80 CHARACTERS.
       01  BRAN-RESUBMIT-RECORD           PIC X(120).

       FD  EMP-RESUBMIT
           RECORD CONTAINS 34 CHARACTERS.
       01  EMP-RESUBMIT-RECORD            PIC X(34).

       FD  CSV-RESUBMIT
           RECORD CONTAINS 250 CHARACTERS.

           EVALUATE SU-SOURCE
               WHEN 'CUSTMNT'
                   MOVE WS-WORK-IMAGE(1:221) TO CUST-RESUBMIT-RECORD
                   WRITE CUST-RESUBMIT-RECORD
               WHEN 'ACCTMNT'
                   MOVE WS-WORK-IMAGE(1:80) TO ACCT-RESUBMIT-RECORD
                   MOVE WS-WORK-IMAGE(1:120) TO BRAN-RESUBMIT-RECORD
                   WRITE BRAN-RESUBMIT-RECORD
               WHEN 'EMPMAINT'
                   MOVE WS-WORK-IMAGE(1:34) TO EMP-RESUBMIT-RECORD
                   WRITE EMP-RESUBMIT-RECORD
               WHEN 'CSVLOAD'
                   MOVE WS-WORK-IMAGE TO CSV-RESUBMIT-RECORD
