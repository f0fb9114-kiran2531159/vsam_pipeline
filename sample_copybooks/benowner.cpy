      *================================================================*
      * BENEFICIAL OWNER LINK RECORD - VSAM KSDS FILE
      * Key: BO-KEY (legal-entity customer + owner customer)
      * Alternate Key: BO-OWNER-ID (with duplicates) - the browse
      * that answers "which entities does this person own or
      * control" for WLSCAN, KYCTIER and CUST360.
      * Ties a legal-entity CUSTOMER-RECORD (CUST-LEGAL-ENTITY) to
      * the individual customers the customer due diligence rule
      * requires us to identify - everyone owning 25% or more of
      * the entity, plus one person with significant management
      * control.  BOWNMNT maintains it through its own transaction
      * stream.
      * BO-ROLE values:   'O' = owner (25% or more)
      *                   'C' = controlling person
      *                   'B' = both - a 25% owner who also
      *                         controls the entity
      * BO-STATUS values: 'A' = active,  'X' = removed
      * Foreign Keys: BO-ENTITY-ID -> CUSTOMER.CUST-ID (entity)
      *               BO-OWNER-ID  -> CUSTOMER.CUST-ID (individual)
      *================================================================*
       01  BENEFICIAL-OWNER-RECORD.
           05  BO-KEY.
               10  BO-ENTITY-ID           PIC 9(10).
               10  BO-OWNER-ID            PIC 9(10).
           05  BO-OWN-PCT                 PIC 9(03)V99.
           05  BO-ROLE                    PIC X(01).
               88  BO-OWNER               VALUE 'O' 'B'.
               88  BO-CONTROL-PERSON      VALUE 'C' 'B'.
           05  BO-STATUS                  PIC X(01).
               88  BO-ACTIVE              VALUE 'A'.
           05  BO-ADD-DATE                PIC 9(08).
           05  BO-CHANGE-DATE             PIC 9(08).
           05  FILLER                     PIC X(10).
