      *================================================================*
      * MAIL ASSEMBLY WORK RECORD - VSAM KSDS FILE (REUSE)
      * Key: MW-KEY
      * Loaded and read back by MAILASM within one run - emptied by
      * the OPEN OUTPUT at the start of every run.  The key order IS
      * the mailing order: ZIP code first (so the pieces come off in
      * presort sequence), then the mail piece, then the customer
      * and item within the piece, then the item's print lines.
      * Line number zero is the item record (what the item is and
      * how many lines and pages it runs); lines 1-n are the item's
      * print lines as its producing program wrote them.
      * MW-PIECE-TYPE values: 'C' = customer piece (MW-PIECE-ID is
      *                             the CUST-ID)
      *                       'H' = household piece (MW-PIECE-ID is
      *                             the HH-ID)
      *                       'S' = separate mailing (MW-PIECE-ID is
      *                             the item sequence)
      *                       'X' = no mailing address (ZIP zero,
      *                             MW-PIECE-ID is the item sequence)
      *================================================================*
       01  MAIL-WORK-RECORD.
           05  MW-KEY.
               10  MW-PIECE-KEY.
                   15  MW-ZIP-CODE        PIC 9(05).
                   15  MW-ZIP-CODE-R REDEFINES MW-ZIP-CODE.
                       20  MW-ZIP-3       PIC X(03).
                       20  MW-ZIP-LAST-2  PIC 9(02).
                   15  MW-PIECE-TYPE      PIC X(01).
                   15  MW-PIECE-ID        PIC 9(10).
               10  MW-CUST-ID             PIC 9(10).
               10  MW-ITEM-SEQ            PIC 9(06).
               10  MW-LINE-NO             PIC 9(05).
           05  MW-LINE                    PIC X(132).
       01  MAIL-WORK-ITEM REDEFINES MAIL-WORK-RECORD.
           05  FILLER                     PIC X(37).
           05  MW-SOURCE                  PIC X(08).
           05  MW-NOTICE-CODE             PIC X(04).
           05  MW-ACCT-NUMBER             PIC 9(12).
           05  MW-DOC-DESC                PIC X(30).
           05  MW-LINE-CNT                PIC 9(05).
           05  MW-PAGE-CNT                PIC 9(03).
           05  FILLER                     PIC X(70).
