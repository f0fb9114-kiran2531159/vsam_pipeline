      *================================================================*
      * STATE UNEMPLOYMENT WAGE RECORD - QUARTERLY EXTRACT
      * Written by QTRTAX, grouped by state (EMP-STATE) in the order
      * the SUITBL state table lists them, one record per employee
      * paid in the quarter - the wage detail each state's
      * unemployment insurance agency requires with the employer's
      * quarterly contribution report.
      * SW-GROSS-WAGES   - total wages paid in the quarter
      * SW-EXCESS-WAGES  - the part over the state's annual taxable
      *                    wage base, year to date
      * SW-TAXABLE-WAGES - gross less excess
      *================================================================*
       01  SUI-WAGE-RECORD.
           05  SW-STATE                   PIC X(02).
           05  SW-YEAR                    PIC 9(04).
           05  SW-QUARTER                 PIC 9(01).
           05  SW-EMP-ID                  PIC 9(08).
           05  SW-SSN                     PIC 9(09).
           05  SW-LAST-NAME               PIC X(25).
           05  SW-FIRST-NAME              PIC X(20).
           05  SW-MIDDLE-INIT             PIC X(01).
           05  SW-GROSS-WAGES             PIC S9(09)V99.
           05  SW-EXCESS-WAGES            PIC S9(09)V99.
           05  SW-TAXABLE-WAGES           PIC S9(09)V99.
           05  FILLER                     PIC X(10).
