      *================================================================*
      * INBOUND ACH RETURN / NOTIFICATION OF CHANGE RECORD - LINE
      * SEQUENTIAL FILE
      * One record per return or NOC entry (tran codes 21/26/31/36)
      * met on the correspondent's inbound NACHA file - the answers
      * to entries we originated (PAYROLL's direct deposits and
      * prenotes).  ACHIMP writes the entry with its '7' addenda
      * record and the batch header it arrived under; PAYRTN applies
      * them the same night.
      * AN-ADDENDA-IMAGE addenda type ('7' record, bytes 2-3):
      *   '99' = return - bytes 4-6 carry the R-code
      *   '98' = notification of change - bytes 4-6 carry the
      *          C-code and bytes 36-64 the corrected data
      * An entry that arrived without its addenda record carries
      * spaces in AN-ADDENDA-IMAGE.
      *================================================================*
       01  ACH-RETURN-NOC-RECORD.
           05  AN-RECEIVE-DATE            PIC 9(08).
           05  AN-BATCH-IMAGE             PIC X(94).
           05  AN-ENTRY-IMAGE             PIC X(94).
           05  AN-ADDENDA-IMAGE           PIC X(94).
