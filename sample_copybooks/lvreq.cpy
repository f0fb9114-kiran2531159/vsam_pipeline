      *================================================================*
      * EMPLOYEE TIME-OFF REQUEST RECORD - VSAM KSDS FILE
      * Key: LR-KEY (employee + first day of the absence)
      * One record per approved absence, entered and cancelled
      * through LVRMNT.  A paid request comes straight off the
      * employee's LVBAL balance when it is entered; an unpaid
      * request queues its hours on the balance record for PAYROLL
      * to dock from the next period's gross.  Cancels flag the
      * record 'X' rather than deleting it, so the file stays the
      * history of who was out when.
      * LR-LEAVE-TYPE values: 'P' = paid time off
      *                       'U' = unpaid leave
      * LR-STATUS values:     'A' = approved,  'X' = cancelled
      * Foreign Key: LR-EMP-ID -> EMPLOYEE.EMP-ID
      *================================================================*
       01  LEAVE-REQUEST-RECORD.
           05  LR-KEY.
               10  LR-EMP-ID              PIC 9(08).
               10  LR-START-DATE          PIC 9(08).
           05  LR-END-DATE                PIC 9(08).
           05  LR-LEAVE-TYPE              PIC X(01).
               88  LR-PAID                VALUE 'P'.
               88  LR-UNPAID              VALUE 'U'.
               88  LR-TYPE-VALID          VALUE 'P' 'U'.
           05  LR-HOURS                   PIC 9(03)V99.
           05  LR-STATUS                  PIC X(01).
               88  LR-ACTIVE              VALUE 'A'.
           05  LR-ENTER-DATE              PIC 9(08).
           05  LR-CANCEL-DATE             PIC 9(08).
           05  FILLER                     PIC X(10).
