      *================================================================*
      * EMPLOYEE PAY HISTORY RECORD - VSAM KSDS FILE
      * Key: PH-KEY (employee + pay date + pay type)
      * One record per check PAYROLL cuts - the regular semi-monthly
      * pay, a terminated employee's final check, or an off-cycle
      * final pay or retroactive pay check - with the gross and
      * every withholding as computed that run.  The pay type is
      * part of the key so an off-cycle check cut the same day as
      * the regular run keeps its own record.  EMPYTD only
      * holds running year-to-date totals; this file is what lets
      * QTRTAX split a quarter's wages and withholdings out of them
      * for the federal quarterly return and the state unemployment
      * wage report.  FICA is carried as its two halves because the
      * Social Security half stops at the annual wage base and the
      * Medicare half does not.
      * PH-PAY-TYPE values: 'R' = regular period pay
      *                     'F' = final check (leave payout)
      *                     'O' = off-cycle final pay
      *                     'A' = off-cycle retroactive pay
      * PH-PAY-METHOD   - 'ACH' direct deposit, 'CHK' printed check
      * PH-REPLACE-DATE - date an off-cycle replacement was issued
      *                   for this check when lost (zero = never)
      * Foreign Key: PH-EMP-ID -> EMPLOYEE.EMP-ID
      *================================================================*
       01  PAY-HISTORY-RECORD.
           05  PH-KEY.
               10  PH-EMP-ID              PIC 9(08).
               10  PH-PAY-DATE            PIC 9(08).
               10  PH-PAY-TYPE            PIC X(01).
           05  PH-GROSS                   PIC S9(07)V99.
           05  PH-FED                     PIC S9(07)V99.
           05  PH-SS                      PIC S9(07)V99.
           05  PH-MEDICARE                PIC S9(07)V99.
           05  PH-DEDUCT                  PIC S9(07)V99.
           05  PH-NET                     PIC S9(07)V99.
           05  PH-PAY-METHOD              PIC X(03).
           05  PH-REPLACE-DATE            PIC 9(08).
           05  FILLER                     PIC X(10).
