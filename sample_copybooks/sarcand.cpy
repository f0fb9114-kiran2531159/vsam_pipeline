      * SUSPICIOUS ACTIVITY REPORT CANDIDATE RECORD - VSAM KSDS FILE
      * Key: SC-KEY (source type + source reference)
      * One candidate per suspicious item SARCONS consolidates from
      * the compliance detection streams - keying by the
      * source item means a rerun or a re-detected item updates the
      * existing candidate instead of duplicating it.
      * SC-SOURCE-TYPE values:
      *   'F' = confirmed fraud case      (ref = FC-TXN-ID)
      *   'C' = CTR structuring hit       (ref = cust-id + hit date)
      *   'W' = watch-list exact match    (ref = cust-id + entry id)
      *   'M' = money mule rapid movement (ref = cust-id + hit date)
      * SC-STATUS values:
      *   'O' = open, awaiting e-file extract
      *   'E' = extracted to the filing vendor
