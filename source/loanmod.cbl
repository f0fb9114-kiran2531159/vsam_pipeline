      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2025-11-24  DS   ORIGINAL MODIFICATION JOB.
      *   2026-10-15  DS   AN ESCROWED LOAN'S REGENERATED ROWS CARRY
      *                    THE FIRST UNPAID ROW'S ESCROW DEPOSIT ON
      *                    TOP OF THE NEW LEVEL PAYMENT.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       01  WS-LAST-PAID-NO                PIC 9(03)   VALUE ZERO.
       01  WS-FIRST-UNPAID-DUE            PIC 9(08)   VALUE ZERO.
       01  WS-ROW-ESCROW                  PIC 9(05)V99 VALUE ZERO.
       01  WS-OUTSTANDING-PRIN            PIC S9(11)V99 VALUE ZERO.
       01  WS-BEFORE-ROW-IMAGE            PIC X(80)   VALUE SPACES.
       01  WS-AFTER-ROW-IMAGE             PIC X(80)   VALUE SPACES.
       4200-WALK-SCHEDULE.
           MOVE ZERO TO WS-LAST-PAID-NO
           MOVE ZERO TO WS-FIRST-UNPAID-DUE
           MOVE ZERO TO WS-ROW-ESCROW
           MOVE ZERO TO WS-OUTSTANDING-PRIN
           MOVE ZERO TO WS-UNPAID-CNT
           MOVE SPACES TO WS-BEFORE-ROW-IMAGE
               IF WS-FIRST-UNPAID-DUE = ZERO
                   MOVE LS-DUE-DATE TO WS-FIRST-UNPAID-DUE
                   MOVE LOAN-SCHEDULE-RECORD TO WS-BEFORE-ROW-IMAGE
                   IF LS-ESCROW-AMT NUMERIC
                       MOVE LS-ESCROW-AMT TO WS-ROW-ESCROW
                   END-IF
                   IF WS-LAST-PAID-NO = ZERO
      *                NOTHING PAID YET - THE ORIGINAL PRINCIPAL IS
      *                THE FIRST ROW'S BALANCE-AFTER PLUS ITS OWN
           MOVE LM-ACCT-NO       TO LS-ACCT-NO
           MOVE WS-NEW-ROW-NO    TO LS-PAY-NO
           MOVE WS-DUE-DATE      TO LS-DUE-DATE
           COMPUTE LS-PAYMENT-AMT = WS-PAYMENT + WS-ROW-ESCROW
           MOVE WS-ROW-PRINCIPAL TO LS-PRINCIPAL
           MOVE WS-ROW-INTEREST  TO LS-INTEREST
           COMPUTE LS-BALANCE-AFTER = ZERO - WS-RUN-BALANCE
           MOVE 'N'              TO LS-PAID-FLAG
           MOVE ZERO             TO LS-PAID-DATE
           MOVE 'N'              TO LS-LATE-FEE-FLAG
           MOVE WS-ROW-ESCROW    TO LS-ESCROW-AMT
           WRITE LOAN-SCHEDULE-RECORD
               INVALID KEY
                   DISPLAY 'LOANMOD - DUPLICATE SCHEDULE ROW '
