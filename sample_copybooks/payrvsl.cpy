      *================================================================*
      * PAYROLL DIRECT DEPOSIT REVERSAL RECORD - LINE SEQUENTIAL
      * FILE (DISP=MOD)
      * One record per net-pay ACH credit the employee's bank
      * returned, written by PAYRTN as the return arrives.  The
      * returned credit is reversed off the direct deposit and the
      * next PAYROLL run reissues it as a printed check, listing
      * each one on the register; the file is cleared after that
      * run.
      * Foreign Key: PV-EMP-ID -> EMPLOYEE.EMP-ID
      *================================================================*
       01  PAY-REVERSAL-RECORD.
           05  PV-EMP-ID                  PIC 9(08).
           05  PV-AMOUNT                  PIC 9(07)V99.
           05  PV-RETURN-CODE             PIC X(03).
           05  PV-ORIG-TRACE              PIC X(15).
           05  PV-RETURN-DATE             PIC 9(08).
           05  FILLER                     PIC X(17).
