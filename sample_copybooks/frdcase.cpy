      * Key: FC-TXN-ID
      * One case per transaction FRAUDSCR flags; worked to a
      * disposition by FRAUDDSP.
      * Cases opened by the follow-on scans carry FC-USUAL-CHANNEL
      * spaces and mark the reason in FC-ACTUAL-CHANNEL:
      *   'ADR' = ADDRSCAN contact change then high-value debit
      *   'ELD' = ELDRSCAN elder financial exploitation signs
      * FC-STATUS values:
      *   'O' = open (unworked)    'F' = confirmed fraud
      *   'C' = cleared
