      *================================================================*
      * EMPLOYEE HISTORY RECORD - LINE SEQUENTIAL FILE
      * One record per EMP-TITLE, EMP-DEPT-CODE or EMP-SALARY change
      * on EMPLOYEE-RECORD, written by EMPMAINT's change path.
      * EH-FIELD-CHANGED values: 'TITL' / 'DEPT' - old and new value
      *                         in EH-OLD-VALUE / EH-NEW-VALUE
      *                         'SALRY' - old and new annual rate in
      *                         EH-OLD-SALARY / EH-NEW-SALARY
      * EH-EFFECTIVE-DATE - the date the change takes effect, which
      *                     a late change keys in the past
      * EH-ENTER-DATE     - the business date it was keyed; checks
      *                     PAYROLL cut between the two were paid at
      *                     the old rate and are owed retro pay
      *================================================================*
       01  EMPLOYEE-HISTORY-RECORD.
           05  EH-EMP-ID                  PIC 9(08).
           05  EH-FIELD-CHANGED           PIC X(05).
           05  EH-OLD-VALUE               PIC X(04).
           05  EH-NEW-VALUE               PIC X(04).
           05  EH-OLD-SALARY              PIC S9(07)V99.
           05  EH-NEW-SALARY              PIC S9(07)V99.
           05  EH-ENTER-DATE              PIC 9(08).
