      *================================================================*
      * EMPLOYEE LEAVE BALANCE RECORD - VSAM KSDS FILE
      * Key: LB-EMP-ID
      * One paid-time-off balance per employee, carried in hours.
      * PAYROLL posts each period's accrual off the LVPLAN leave
      * plan table (rate by EMP-TITLE and years of service since
      * EMP-HIRE-DATE), rolls the balance into a new plan year
      * subject to the plan's carryover cap, and docks approved
      * unpaid leave from gross pay.  LVRMNT deducts taken hours as
      * time-off requests are entered (and restores them on a
      * cancel).  EMPMAINT flags the remaining balance for payout on
      * termination and PAYROLL pays it on the final check.  LVLIAB
      * prices the outstanding hours as a liability for finance.
      * LB-BALANCE-HOURS = LB-CARRYOVER-HOURS + LB-ACCRUED-HOURS
      *                    - LB-TAKEN-HOURS
      *                    (until termination moves the balance to
      *                    LB-PAYOUT-HOURS and zeroes it)
      * LB-FORFEIT-HOURS  - hours over the carryover cap lost at the
      *                     last plan-year rollover
      * LB-UNPAID-PENDING - approved unpaid leave not yet docked
      * LB-PAYOUT-SW values: SPACE = no payout
      *                      'P' = payout pending (terminated)
      *                      'D' = paid out on the final check
      * Foreign Key: LB-EMP-ID -> EMPLOYEE.EMP-ID
      *================================================================*
       01  LEAVE-BALANCE-RECORD.
           05  LB-EMP-ID                  PIC 9(08).
           05  LB-PLAN-YEAR               PIC 9(04).
           05  LB-CARRYOVER-HOURS         PIC S9(05)V99.
           05  LB-ACCRUED-HOURS           PIC S9(05)V99.
           05  LB-TAKEN-HOURS             PIC S9(05)V99.
           05  LB-BALANCE-HOURS           PIC S9(05)V99.
           05  LB-FORFEIT-HOURS           PIC S9(05)V99.
           05  LB-UNPAID-PENDING          PIC S9(05)V99.
           05  LB-UNPAID-YTD              PIC S9(05)V99.
           05  LB-LAST-ACCRUAL-DATE       PIC 9(08).
           05  LB-PAYOUT-SW               PIC X(01).
               88  LB-PAYOUT-PENDING      VALUE 'P'.
               88  LB-PAYOUT-DONE         VALUE 'D'.
           05  LB-PAYOUT-HOURS            PIC S9(05)V99.
           05  LB-PAYOUT-AMOUNT           PIC S9(07)V99.
           05  LB-PAYOUT-DATE             PIC 9(08).
           05  FILLER                     PIC X(10).
