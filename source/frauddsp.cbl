      *                    SO IT STAYS BYTE-COMPATIBLE WITH
      *                    CUSTMAINT'S 213-BYTE TRANSACTION RECORD
      *                    IN THE CUSTTRAN CONCATENATION.
      *   2026-10-15  DS   FEED RECORD GAINED CF-OPER-ID (THE
      *                    ANALYST) TO MATCH CUSTMAINT'S 221-BYTE
      *                    RECORD - CUSTMAINT NOW CHECKS THE KEYING
      *                    OPERATOR'S ENTITLEMENT ON EVERY
      *                    TRANSACTION.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
      * CUSTMAINT's CUST-TRAN-RECORD - kept as a flat record here
      * (rather than sharing a copybook) the same way TXNPURGE
      * mirrors transaction.cpy for its archive record.  Only
      * CF-ACTION, CF-CUST-ID and CF-OPER-ID matter to the 'F' path;
      * the rest is zero/space filler in matching PICTUREs.
      *----------------------------------------------------------------*
       FD  CUSTMAINT-FEED
           RECORD CONTAINS 221 CHARACTERS.
       01  CUST-FEED-RECORD.
           05  CF-ACTION                  PIC X(01).
           05  CF-CUST-ID                 PIC 9(10).
           05  CF-PHONE                   PIC 9(10).
           05  CF-EMAIL                   PIC X(50).
           05  CF-DELIV-PREF              PIC X(01).
           05  CF-OPER-ID                 PIC X(08).

       FD  CONTACT-FILE.
           COPY "contact.cpy".
           MOVE ZERO       TO CF-PHONE
           MOVE SPACES     TO CF-EMAIL
           MOVE SPACES     TO CF-DELIV-PREF
           MOVE FD-ANALYST TO CF-OPER-ID
           WRITE CUST-FEED-RECORD.
       4500-EXIT.
           EXIT.
