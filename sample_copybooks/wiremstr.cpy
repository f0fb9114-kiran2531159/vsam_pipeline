      *   'D' = declined - exact watch list match
      *   'R' = released (posted by TXNPOST)
      *   'X' = cancelled
      * WI-APPR-TIME is the time of day (HHMMSS) the approval was
      * keyed, zero when the keying carried none - WIREREL passes it
      * with WI-APPR-DATE as the released request's received stamp
      * for TXNPOST's wire cutoff.
      * Foreign Key: WI-ACCT-NO -> ACCOUNT.ACCT-NUMBER
      *================================================================*
       01  WIRE-INSTRUCTION-RECORD.
           05  WI-APPR-OPER               PIC X(08).
           05  WI-APPR-DATE               PIC 9(08).
           05  WI-STATUS                  PIC X(01).
           05  WI-APPR-TIME               PIC 9(06).
           05  FILLER                     PIC X(04).
