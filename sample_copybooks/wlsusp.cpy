      * WQ-MATCH-TYPE values: 'E' = exact normalized-name match
      *                       'N' = near match (surname plus first
      *                             initial)
      * WQ-ENTITY-CUST-ID (carved from the trailing filler) is set
      * by WLSCAN when the hit is on a beneficial owner or
      * controlling person - the legal-entity customer the person
      * is linked to on BENOWNR, one queue record per entity.  Zero
      * on a hit against the customer's own name.
      *================================================================*
       01  WL-SUSPENSE-RECORD.
           05  WQ-CUST-ID                 PIC 9(10).
           05  WQ-WL-NAME                 PIC X(55).
           05  WQ-MATCH-TYPE              PIC X(01).
           05  WQ-QUEUE-DATE              PIC 9(08).
           05  WQ-ENTITY-CUST-ID          PIC 9(10).
