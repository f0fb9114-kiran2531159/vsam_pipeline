      *================================================================*
      * MAIL ASSEMBLY RULE TABLE RECORD - LINE SEQUENTIAL FILE
      * Read whole by MAILASM at initialization.  One record per
      * producing program (MR-NOTICE-CODE blank - the default for
      * everything that program writes) or per program and notice
      * code (overrides the program default).  Keys match the
      * MH-SOURCE / MH-NOTICE-CODE fields of the mail item header
      * (see mailhdr.cpy).  An item matching no rule is householded
      * and described by its program name.
      * MR-TREATMENT values: 'H' = household - consolidated with every
      *                            item for anyone at the address
      *                      'C' = customer - consolidated only with
      *                            the same customer's own items
      *                            (kept out of other household
      *                            members' envelopes)
      *                      'S' = separate - regulatory notice that
      *                            must mail alone; held back to its
      *                            own stream, one piece per item
      *================================================================*
       01  MAIL-RULE-RECORD.
           05  MR-SOURCE                  PIC X(08).
           05  MR-NOTICE-CODE             PIC X(04).
           05  MR-TREATMENT               PIC X(01).
               88  MR-HOUSEHOLD            VALUE 'H'.
               88  MR-CUSTOMER             VALUE 'C'.
               88  MR-SEPARATE             VALUE 'S'.
           05  MR-DOC-DESC                PIC X(30).
           05  FILLER                     PIC X(37).
