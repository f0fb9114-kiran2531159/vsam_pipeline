      *================================================================*
      * ATM REPLENISHMENT RECORD - LINE SEQUENTIAL FILE
      * One record per visit the cash crew made to a terminal,
      * transmitted by the cash-logistics vendor each day and read
      * by ATMSETL.  Note counts are per cassette, in the cassette
      * order on the ATM terminal master; ATMSETL prices them at
      * the cassette's denomination.
      * RP-EVENT-TYPE values: 'R' = replenish - the crew unloaded
      *                             and counted the cassettes
      *                             (RP-RETURN-NOTES) and loaded
      *                             fresh ones (RP-LOAD-NOTES)
      *                       'I' = initial load of an empty
      *                             terminal (load notes only)
      *                       'U' = unload only - the terminal goes
      *                             out of service or is closed
      *                             (return notes only)
      * RP-EVENT-DATE / RP-EVENT-TIME (HHMMSS) - when the crew
      *   closed the old cycle.  Dispenses before it belong to the
      *   cycle being settled, dispenses after it to the new one.
      * Foreign Key: RP-TERMINAL-ID -> ATMTERM.AT-TERMINAL-ID
      *================================================================*
       01  ATM-REPLENISH-RECORD.
           05  RP-TERMINAL-ID             PIC X(08).
           05  RP-EVENT-TYPE              PIC X(01).
           05  RP-EVENT-DATE              PIC 9(08).
           05  RP-EVENT-TIME              PIC 9(06).
           05  RP-RETURN-NOTES            PIC 9(05)   OCCURS 4 TIMES.
           05  RP-LOAD-NOTES              PIC 9(05)   OCCURS 4 TIMES.
           05  RP-CREW-ID                 PIC X(08).
           05  FILLER                     PIC X(09).
