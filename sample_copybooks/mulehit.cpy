      *================================================================*
      * MONEY MULE HIT RECORD - LINE SEQUENTIAL (DISP=MOD)
      * One record per customer MULESCAN flags for rapid movement of
      * funds - inflow by deposit, ACH credit or incoming transfer
      * leaving within days by wire, 'XF' transfer or cash to
      * counterparties the accounts never used before.  Appended
      * nightly for SARCONS (source 'M'); MULESCAN reads the file
      * back so a customer already hit inside its re-hit interval
      * is not hit again every night the pattern stays in the
      * rolling window.
      * MH-LEAD-ACCT-NO is the customer's flagged account that moved
      * the most; the amounts total every flagged account of the
      * customer.  MH-FIRST-DATE is the earliest inflow date on
      * those accounts inside the window.
      * MH-NEW-ACCT-FLAG   'N' = a flagged account was newly opened
      * MH-INTERNAL-FLAG   'I' = funds passed through another of our
      *                          flagged accounts (an 'XF' leg or a
      *                          shared owner)
      * Foreign Keys: MH-CUST-ID      -> CUSTOMER.CUST-ID
      *               MH-LEAD-ACCT-NO -> ACCOUNT.ACCT-NUMBER
      *================================================================*
       01  MULE-HIT-RECORD.
           05  MH-CUST-ID                 PIC 9(10).
           05  MH-HIT-DATE                PIC 9(08).
           05  MH-LEAD-ACCT-NO            PIC 9(12).
           05  MH-ACCT-CNT                PIC 9(03).
           05  MH-INFLOW                  PIC S9(11)V99.
           05  MH-RAPID-OUT               PIC S9(11)V99.
           05  MH-NEW-CP-OUT              PIC S9(11)V99.
           05  MH-FIRST-DATE              PIC 9(08).
           05  MH-NEW-ACCT-FLAG           PIC X(01).
           05  MH-INTERNAL-FLAG           PIC X(01).
           05  FILLER                     PIC X(10).
