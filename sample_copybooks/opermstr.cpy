      *================================================================*
      * OPERATOR SECURITY PROFILE RECORD - VSAM KSDS FILE
      * Key: OP-OPER-ID
      * Alternate Key: OP-BRANCH-ID (with duplicates) - OPERCERT
      *                browses the operators branch by branch
      * One record per operator ID that may key or approve
      * maintenance - branch staff, back-office staff, and the batch
      * service IDs (OP-ROLE 'SYS') a system feed stamps on the
      * transactions it generates.  Maintained only through OPERMNT.
      * Every maintenance program looks the submitting operator up
      * here and rejects a transaction from an operator who is
      * unknown, not active, not entitled to the function, or over
      * the limit for it.
      * OP-ROLE values:   'TLR' = teller        'CSR' = customer svc
      *                   'OPS' = back office   'SUP' = supervisor
      *                   'MGR' = branch mgr    'SEC' = security admin
      *                   'SYS' = batch service ID
      * OP-STATUS values: 'A' = active          'S' = suspended
      *                   'R' = revoked (never reinstated - a
      *                         returning operator gets a new ID)
      * OP-ENT-CLASS entitlement classes (up to twelve, any order):
      *   'CUS' = customer maintenance        (CUSTMAINT, capture,
      *                                        BOWNMNT, IDDMNT)
      *   'FRD' = fraud hold place / release (CUSTMAINT 'F' 'R')
      *   'ACT' = account maintenance         (ACCTMAINT, capture)
      *   'DRW' = teller drawer maintenance   (DRWMAINT)
      *   'CDM' = CD term maintenance         (CDMAINT)
      *   'STP' = stop payment maintenance    (STOPMNT)
      *   'WIE' = wire entry / cancel         (WIREMNT 'A' 'X')
      *   'WIA' = wire approval               (WIREMNT 'P')
      *   'FWR' = fee waiver request          (WAIVMNT 'A')
      *   'FWA' = fee waiver approve / deny   (WAIVMNT 'P' 'D')
      *   'DCA' = dual-control approval       (DUALCTL)
      *   'SEC' = operator security admin     (OPERMNT)
      *   'PRM' = promotional campaign maint. (CAMPMNT)
      *   'OCI' = official check issuance     (OFCMNT)
      *   'SDB' = safe deposit box maint.     (SDBMNT)
      *   'ATM' = ATM terminal maintenance    (ATMMNT)
      *   'VLT' = branch vault cash maint.    (VLTMNT)
      * OP-KEY-LIMIT is the largest amount the operator may key on
      * their own authority (a wire, a waived fee, an account's
      * credit limit); OP-APPR-LIMIT the largest they may approve
      * as the second operator.
      * OP-MANAGER-ID is the manager who recertifies the operator's
      * access each quarter (OPERCERT); OPERMNT's 'Q' action
      * records the recertification.
      * Foreign Key: OP-BRANCH-ID -> BRANCH.BRANCH-ID
      *================================================================*
       01  OPERATOR-RECORD.
           05  OP-OPER-ID                 PIC X(08).
           05  OP-NAME                    PIC X(30).
           05  OP-BRANCH-ID               PIC X(05).
           05  OP-ROLE                    PIC X(03).
           05  OP-STATUS                  PIC X(01).
           05  OP-MANAGER-ID              PIC X(08).
           05  OP-KEY-LIMIT               PIC S9(11)V99.
           05  OP-APPR-LIMIT              PIC S9(11)V99.
           05  OP-ENTITLEMENTS.
               10  OP-ENT-CLASS           PIC X(03) OCCURS 12 TIMES.
           05  OP-ADD-DATE                PIC 9(08).
           05  OP-STATUS-DATE             PIC 9(08).
           05  OP-LAST-CERT-DATE          PIC 9(08).
           05  OP-LAST-CERT-BY            PIC X(08).
           05  OP-LAST-MAINT-OPER         PIC X(08).
           05  FILLER                     PIC X(20).
