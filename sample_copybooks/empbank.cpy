      *         window passes with no return)
      *   'A' = active - net pay goes by ACH credit
      *   'X' = cancelled - back to a printed check
      *   'R' = returned - the receiving bank returned an entry
      *         (EB-RETURN-CODE carries its R-code, set by PAYRTN);
      *         pay goes by printed check until EMPBMNT changes
      *         the instruction, which re-prenotes it
      * Notifications of change from the receiving bank correct
      * EB-ROUTING-NUM / EB-ACCT-NUM / EB-ACCT-TYPE in place (PAYRTN,
      * journaled to MNTJRNL).
      * Foreign Key: EB-EMP-ID -> EMPLOYEE.EMP-ID
      *================================================================*
       01  EMPLOYEE-BANK-RECORD.
           05  EB-ACCT-TYPE               PIC X(01).
           05  EB-STATUS                  PIC X(01).
           05  EB-PRENOTE-DATE            PIC 9(08).
           05  EB-RETURN-CODE             PIC X(03).
           05  FILLER                     PIC X(07).
