      *                   'ADR' = address change on a customer with
      *                           a dormant account
      *                   'FRU' = fraud-hold status unlock
      *                   'OPL' = account open keyed with a credit
      *                           limit over the keying operator's
      *                           own keying limit (OPERMSTR)
      * HC-STATUS values: 'H' = held    'R' = released (approved)
      *                   'D' = denied
      *================================================================*
