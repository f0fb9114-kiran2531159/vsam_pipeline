      *                    when picking this up; a record still at
      *                    the old length, or spaces in the field,
      *                    charges nothing)
      * FS-LEGAL-FEE     - legal-processing fee LGLPROC charges once
      *                    per levy or garnishment, only out of
      *                    unprotected funds (the record was
      *                    extended again - reload the file when
      *                    picking this up; a record at an older
      *                    length, or spaces in the field, charges
      *                    nothing)
      *================================================================*
       01  FEE-SCHEDULE-RECORD.
           05  FS-ACCT-TYPE               PIC X(03).
           05  FS-DORMANT-FEE             PIC S9(05)V99.
           05  FS-STOP-PAY-FEE            PIC S9(05)V99.
           05  FS-LATE-FEE                PIC S9(05)V99.
           05  FS-LEGAL-FEE               PIC S9(05)V99.
           05  FILLER                     PIC X(03).
