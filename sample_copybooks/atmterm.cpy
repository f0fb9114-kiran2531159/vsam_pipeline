      *================================================================*
      * ATM TERMINAL MASTER RECORD - VSAM KSDS FILE
      * Key: AT-TERMINAL-ID (the terminal ID the card network stamps
      *      on every settlement item the machine dispensed)
      * One record per ATM the bank owns.  ATMMNT adds the terminals
      * and keeps their location, cassettes and status; ATMSETL
      * settles each terminal nightly - it rolls the night's posted
      * 'WD' dispenses into the current cycle, proves a cycle the
      * replenishment crew closed out (cash loaded less dispensed
      * against the counted return) and keeps the daily dispense
      * history its replenishment forecast is drawn from.
      * AT-STATUS values:     'A' = in service
      *                       'O' = out of service (no dispensing -
      *                             left out of the forecast)
      *                       'C' = closed (cash unloaded, machine
      *                             removed)
      * AT-CASSETTE - up to four note cassettes, each loaded with a
      *   single denomination (AT-CASS-DENOM, whole dollars, zero =
      *   cassette not fitted) up to AT-CASS-CAPACITY notes.
      *   AT-CASH-CAPACITY is the most the machine holds, the sum of
      *   the cassettes' denomination times capacity.
      * AT-LOAD-DATE / AT-LOAD-TIME / AT-LOADED-AMT - the last
      *   replenishment load, which opens the current cycle.  Zero
      *   when the terminal has been unloaded and not reloaded.
      * AT-CYCLE-DISPENSED - posted 'WD' dispenses since that load;
      *   the cash the machine should still hold is AT-LOADED-AMT
      *   less AT-CYCLE-DISPENSED.
      * AT-SETTLE-DATE is the business date ATMSETL last settled the
      *   terminal - a rerun that night leaves it alone instead of
      *   rolling the night's dispenses in twice.
      * AT-LAST-COUNTED / AT-LAST-VARIANCE - the counted return at
      *   the last unload and its difference from the expected cash
      *   (positive = over, negative = short).
      * AT-DISPENSE-HIST - cash dispensed each business night, the
      *   latest first; AT-HIST-CNT says how many nights are filled.
      * Foreign Key: AT-BRANCH-ID -> BRANCH.BRANCH-ID
      *================================================================*
       01  ATM-TERMINAL-RECORD.
           05  AT-TERMINAL-ID             PIC X(08).
           05  AT-BRANCH-ID               PIC X(05).
           05  AT-LOCATION                PIC X(30).
           05  AT-STATUS                  PIC X(01).
               88  AT-IN-SERVICE           VALUE 'A'.
               88  AT-OUT-OF-SERVICE       VALUE 'O'.
               88  AT-CLOSED               VALUE 'C'.
           05  AT-CASSETTES.
               10  AT-CASSETTE            OCCURS 4 TIMES.
                   15  AT-CASS-DENOM      PIC 9(03).
                   15  AT-CASS-CAPACITY   PIC 9(05).
           05  AT-CASH-CAPACITY           PIC 9(09)V99.
           05  AT-OPEN-DATE               PIC 9(08).
           05  AT-LOAD-DATE               PIC 9(08).
           05  AT-LOAD-TIME               PIC 9(06).
           05  AT-LOADED-AMT              PIC 9(09)V99.
           05  AT-CYCLE-DISPENSED         PIC 9(09)V99.
           05  AT-SETTLE-DATE             PIC 9(08).
           05  AT-LAST-COUNTED            PIC 9(09)V99.
           05  AT-LAST-VARIANCE           PIC S9(09)V99.
           05  AT-HIST-CNT                PIC 9(02).
           05  AT-DISPENSE-HIST           PIC 9(09)V99
                                          OCCURS 14 TIMES.
           05  FILLER                     PIC X(20).
