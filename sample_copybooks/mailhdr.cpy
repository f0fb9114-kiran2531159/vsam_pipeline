      *================================================================*
      * MAIL ITEM HEADER LINE - FIRST LINE OF EVERY CUSTOMER MAIL ITEM
      * Written by each notice and letter program (and by STMTGEN
      * ahead of each paper statement) in place of the old row of
      * asterisks that separated one letter from the next.  It still
      * prints as a separator, but carries what MAILASM needs to pull
      * the item out of its print stream and fold it into the
      * customer's (or household's) consolidated mail piece: the
      * producing program, a notice code within that program, the
      * customer the item is addressed to, and the account it is
      * about (zero where the item covers more than one account).
      * The item runs from this line to the next header line or the
      * end of the stream.  COPY into WORKING-STORAGE; the writer
      * moves its fields in and then the group to its print line.
      * MH-NOTICE-CODE values by MH-SOURCE:
      *   POSTNTC   NSF / CRD / ODP (the posting event type)
      *   DORMWARN  DORM          CDWARN    CDMT
      *   RATENTC   RATE          LOANLATE  LATE
      *   REGDMON   REGD          LOANARM   ARM
      *   ESCANLZ   ESCA          STMTGEN   STMT
      *   LGLPROC   LGLI / LGLS / LGLG (IRS levy, state levy,
      *             garnishment - 'LGL' plus LO-ORDER-TYPE)
      *   CAMPNTC   PRMX (promotional bonus rate expiring)
      *   SDBRENT   SDBD (safe deposit box rent delinquent)
      *================================================================*
       01  MAIL-ITEM-HEADER.
           05  MH-MARKER                  PIC X(04)   VALUE '****'.
           05  MH-TAG                     PIC X(04)   VALUE 'MAIL'.
               88  MH-IS-MAIL-HEADER       VALUE 'MAIL'.
           05  FILLER                     PIC X(01)   VALUE '*'.
           05  MH-SOURCE                  PIC X(08).
           05  FILLER                     PIC X(01)   VALUE '*'.
           05  MH-NOTICE-CODE             PIC X(04).
           05  FILLER                     PIC X(01)   VALUE '*'.
           05  MH-CUST-ID                 PIC 9(10).
           05  FILLER                     PIC X(01)   VALUE '*'.
           05  MH-ACCT-NUMBER             PIC 9(12).
           05  FILLER                     PIC X(34)   VALUE ALL '*'.
