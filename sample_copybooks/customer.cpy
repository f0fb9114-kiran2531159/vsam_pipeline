               10  CUST-DOB               PIC 9(08).
               10  CUST-GENDER            PIC X(01).
               10  CUST-SSN               PIC 9(09).
      *    Legal-entity view of the personal-info group, used when
      *    CUST-LEGAL-ENTITY is set - the registered name spans the
      *    first/last name slots (so every program printing those
      *    two fields still prints the entity's name) and the EIN
      *    sits where the SSN sits, so the tax, B-notice and FDIC
      *    programs pick up the entity's TIN unchanged.  The DOB and
      *    gender slots stay zero/space.  The entity's beneficial
      *    owners and controlling person are the individual
      *    customers on the BENOWNR link file (BOWNMNT).
           05  CUST-ENTITY-INFO REDEFINES CUST-PERSONAL-INFO.
               10  CUST-LEGAL-NAME        PIC X(55).
      *        'C' corporation  'L' LLC  'P' partnership  'T' trust
      *        'N' nonprofit  'S' sole proprietorship  'O' other
               10  CUST-ENTITY-TYPE       PIC X(01).
               10  FILLER                 PIC 9(08).
               10  FILLER                 PIC X(01).
               10  CUST-EIN               PIC 9(09).
           05  CUST-ADDRESS-INFO.
               10  CUST-ADDR-LINE-1       PIC X(35).
               10  CUST-ADDR-LINE-2       PIC X(35).
               10  CUST-PHONE             PIC 9(10).
               10  CUST-EMAIL             PIC X(50).
           05  CUST-ACCOUNT-INFO.
      *        Customer type - spaces for an individual (every
      *        record written before legal entities existed), 'LE'
      *        for a legal entity added by CUSTMAINT's 'B' action.
               10  CUST-ACCT-TYPE         PIC X(02).
                   88  CUST-INDIVIDUAL     VALUE SPACES.
                   88  CUST-LEGAL-ENTITY   VALUE 'LE'.
               10  CUST-STATUS            PIC X(01).
               10  CUST-OPEN-DATE         PIC 9(08).
               10  CUST-CREDIT-LIMIT      PIC S9(09)V99 COMP-3.
      *    data, on records written before the field existed; only
      *    read under a status 'C' guard).
           05  CUST-MERGED-TO             PIC 9(10)   COMP-3.
      *    Mailing address standing - set to 'U' by RTNMAIL when the
      *    post office returns mail as undeliverable (or a USPS
      *    change-of-address match says the customer has moved);
      *    cleared by CUSTMAINT when a change transaction records a
      *    new address.  While set, STMTGEN and the notice and letter
      *    programs print nothing for the customer (electronic
      *    statements continue).  RTNMAIL's BADADDR record holds the
      *    return history.  Carved from the trailing filler - spaces
      *    (deliverable) on records written before the field existed.
           05  CUST-ADDR-STATUS           PIC X(01).
               88  CUST-ADDR-UNDELIVERABLE VALUE 'U'.
      *    State of formation (organization) for a legal entity -
      *    carved from the trailing filler; spaces for individuals.
           05  CUST-FORMATION-STATE       PIC X(02).
