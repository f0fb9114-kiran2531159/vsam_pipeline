      *                    OF CYCLE) INSTEAD OF THE SYSTEM CLOCK, SO
      *                    A CYCLE SLIPPING PAST MIDNIGHT OR A
      *                    MORNING RERUN KEEPS THE RIGHT DATE.
      *   2026-10-15  DS   CUSTMAINT REJECT RECORD GREW TO 272 BYTES
      *                    (221-BYTE TRANSACTION IMAGE ENDING IN THE
      *                    KEYING OPERATOR ID).
      *   2026-10-15  DS   EMPMAINT REJECT RECORD GREW TO 83 BYTES
      *                    (34-BYTE TRANSACTION IMAGE ENDING IN THE
      *                    CHANGE EFFECTIVE DATE).
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  SUSP-SEQUENCE-RECORD           PIC 9(08).

       FD  CUST-REJECTS
           RECORD CONTAINS 272 CHARACTERS.
       01  CUST-REJECT-RECORD.
           05  CRJ-CUST-ID                PIC 9(10).
           05  CRJ-ACTION                 PIC X(01).
           05  CRJ-REASON                 PIC X(40).
           05  CRJ-TRAN-IMAGE             PIC X(221).

       FD  ACCT-REJECTS
           RECORD CONTAINS 133 CHARACTERS.
           05  BRJ-TRAN-IMAGE             PIC X(120).

       FD  EMP-REJECTS
           RECORD CONTAINS 83 CHARACTERS.
       01  EMP-REJECT-RECORD.
           05  ERJ-EMP-ID                 PIC 9(08).
           05  ERJ-ACTION                 PIC X(01).
           05  ERJ-REASON                 PIC X(40).
           05  ERJ-TRAN-IMAGE             PIC X(34).

       FD  CSV-REJECTS
           RECORD CONTAINS 300 CHARACTERS.
