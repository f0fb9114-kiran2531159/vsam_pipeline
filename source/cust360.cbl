      * browse delivers each account's transactions oldest first;
      * the last N are kept in a wrap-around table and printed in
      * order once the browse ends.
      *
      * A legal-entity customer prints its legal name, entity type,
      * EIN and formation state, then its beneficial owners and
      * controlling person off the BENOWNR link file; an individual
      * lists every entity they own or control.  A run without the
      * link file answers as before.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST360.
      *                     MEMO-POST PENDING NET AND THE BALANCE-
      *                     PLUS-PENDING FIGURE OFF THE MEMOPOST
      *                     INTRADAY ACCUMULATOR.
      *   2026-10-15  DS   ARCHIVED MASTERS - A CUSTOMER MSTRPRGE
      *                     HAS MOVED OFF THE MASTER ANSWERS FROM
      *                     CUSTARCH, AND EVERY REPLY NOW ALSO
      *                     LISTS THE CUSTOMER'S ARCHIVED ACCOUNTS
      *                     (ACCTARCH BY OWNER) AND ARCHIVED JOINT
      *                     ACCOUNTS (OWNARCH BY CUSTOMER).
      *   2026-10-15  DS   LEGAL ENTITIES - AN ENTITY'S REPLY SHOWS
      *                     ITS TYPE, EIN AND FORMATION STATE AND
      *                     LISTS ITS BENEFICIAL OWNERS AND
      *                     CONTROLLING PERSON; AN INDIVIDUAL'S
      *                     REPLY LISTS THE ENTITIES THEY OWN OR
      *                     CONTROL (BENOWNR).
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ALTERNATE RECORD KEY IS AO-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-XREF-STATUS.

           SELECT CUSTOMER-ARCHIVE ASSIGN TO CUSTARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-CUST-ID
               FILE STATUS IS WS-CUST-ARCH-STATUS.

           SELECT ACCOUNT-ARCHIVE ASSIGN TO ACCTARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-ACCT-NUMBER
               ALTERNATE RECORD KEY IS ARCH-ACCT-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCT-ARCH-STATUS.

           SELECT OWNER-ARCHIVE ASSIGN TO OWNARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-AO-KEY
               ALTERNATE RECORD KEY IS ARCH-AO-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-XREF-ARCH-STATUS.

           SELECT BENEFICIAL-OWNER ASSIGN TO BENOWNR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-KEY
               ALTERNATE RECORD KEY IS BO-OWNER-ID WITH DUPLICATES
               FILE STATUS IS WS-BO-STATUS.

           SELECT MEMO-POST-FILE ASSIGN TO MEMOPOST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  OWNER-XREF.
           COPY "acctownr.cpy".

      *----------------------------------------------------------------*
      * MSTRPRGE'S ARCHIVES, IN THE MASTERS' OWN LAYOUTS.
      *----------------------------------------------------------------*
       FD  CUSTOMER-ARCHIVE.
           COPY "customer.cpy"
               REPLACING ==CUSTOMER-RECORD== BY
                         ==ARCHIVE-CUSTOMER-RECORD==
                         LEADING ==CUST-== BY ==ARCH-CUST-==.

       FD  ACCOUNT-ARCHIVE.
           COPY "account.cpy"
               REPLACING ==ACCOUNT-RECORD== BY
                         ==ARCHIVE-ACCOUNT-RECORD==
                         LEADING ==ACCT-== BY ==ARCH-ACCT-==.

       FD  OWNER-ARCHIVE.
           COPY "acctownr.cpy"
               REPLACING ==ACCOUNT-OWNER-RECORD== BY
                         ==ARCHIVE-OWNER-RECORD==
                         LEADING ==AO-== BY ==ARCH-AO-==.

       FD  CONTACT-FILE.
           COPY "contact.cpy".

       FD  BENEFICIAL-OWNER.
           COPY "benowner.cpy".

       FD  MEMO-POST-FILE.
           COPY "memopost.cpy".

       01  WS-XREF-STATUS                 PIC X(02).
       01  WS-CONT-STATUS                 PIC X(02).
       01  WS-MEMO-STATUS                 PIC X(02).
       01  WS-BO-STATUS                   PIC X(02).
       01  WS-BO-OPEN-SW                  PIC X(01)   VALUE 'N'.
           88  WS-BO-OPEN                    VALUE 'Y'.
       01  WS-BO-EOF-SW                   PIC X(01)   VALUE 'N'.
           88  WS-BO-EOF                     VALUE 'Y'.
       01  WS-PDATE-STATUS                PIC X(02).
       01  WS-CUST-ARCH-STATUS            PIC X(02).
       01  WS-ACCT-ARCH-STATUS            PIC X(02).
       01  WS-XREF-ARCH-STATUS            PIC X(02).
       01  WS-ARCHIVE-OPEN-SW             PIC X(01)   VALUE 'N'.
           88  WS-ARCHIVE-OPEN               VALUE 'Y'.
       01  WS-CUST-ARCHIVED-SW            PIC X(01)   VALUE 'N'.
           88  WS-CUST-ARCHIVED              VALUE 'Y'.
       01  WS-ARCH-EOF-SW                 PIC X(01)   VALUE 'N'.
           88  WS-ARCH-EOF                   VALUE 'Y'.
       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-CONT-EOF-SW                 PIC X(01)   VALUE 'N'.
           88  WS-CONT-EOF                   VALUE 'Y'.
           05  FILLER PIC X(11) VALUE 'CUSTOMER '.
           05  WS-CH-CUST-ID               PIC 9(10).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-CH-NAME.
               10  WS-CH-FIRST             PIC X(25).
               10  FILLER PIC X(01) VALUE SPACE.
               10  WS-CH-LAST              PIC X(30).
           05  WS-CH-LEGAL-NAME REDEFINES WS-CH-NAME
                                           PIC X(56).
           05  FILLER PIC X(10) VALUE '  STATUS '.
           05  WS-CH-STATUS                PIC X(01).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-CH-HOLD-NOTE             PIC X(14).

       01  WS-ENTITY-LINE.
           05  FILLER PIC X(16) VALUE '  ENTITY - TYPE '.
           05  WS-EL-TYPE                  PIC X(01).
           05  FILLER PIC X(07) VALUE '  EIN '.
           05  WS-EL-EIN                   PIC 9(09).
           05  FILLER PIC X(10) VALUE '  FORMED '.
           05  WS-EL-STATE                 PIC X(02).

      *----------------------------------------------------------------*
      * ONE BENOWNR LINK - AN ENTITY'S OWNER / CONTROLLING PERSON,
      * OR AN ENTITY AN INDIVIDUAL IS LINKED TO.
      *----------------------------------------------------------------*
       01  WS-BENOWN-LINE.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-BL-LABEL                 PIC X(08).
           05  WS-BL-CUST-ID               PIC 9(10).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-BL-NAME                  PIC X(55).
           05  FILLER PIC X(07) VALUE '  ROLE '.
           05  WS-BL-ROLE                  PIC X(01).
           05  FILLER PIC X(06) VALUE '  PCT '.
           05  WS-BL-PCT                   PIC ZZ9.99.
           05  FILLER PIC X(08) VALUE '  SINCE '.
           05  WS-BL-SINCE                 PIC 9(08).

       01  WS-CUST-ADDR-LINE.
           05  FILLER PIC X(11) VALUE '  ADDRESS '.
           05  WS-CA-LINE-1                PIC X(35).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-TL-DESC                  PIC X(40).

       01  WS-ARCH-ACCT-LINE.
           05  FILLER PIC X(20) VALUE '    ARCHIVED - LAST '.
           05  FILLER PIC X(09) VALUE 'ACTIVITY '.
           05  WS-XL-LAST-ACT              PIC 9(08).
           05  FILLER PIC X(34)
               VALUE '  (HISTORY IN TRANSACTION ARCHIVE)'.

       01  WS-NONE-LINE.
           05  FILLER PIC X(11) VALUE 'CUSTOMER '.
           05  WS-NL-CUST-ID               PIC 9(10).
           05  FILLER PIC X(35)
               VALUE '  NOT ON CUSTOMER MASTER OR ARCHIVE'.

       01  WS-SEPARATOR-LINE              PIC X(60) VALUE ALL '='.

           OPEN INPUT  OWNER-XREF
           OPEN INPUT  CONTACT-FILE
           OPEN INPUT  MEMO-POST-FILE
           OPEN INPUT  BENEFICIAL-OWNER
           IF WS-BO-STATUS = '00'
               MOVE 'Y' TO WS-BO-OPEN-SW
           END-IF
           PERFORM 1050-OPEN-ARCHIVES THRU 1050-EXIT
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           OPEN OUTPUT INQUIRY-REPLY
           PERFORM 2100-READ-REQUEST.

      *----------------------------------------------------------------*
      * 1050-OPEN-ARCHIVES THRU 1050-EXIT
      *   The archives are read only when all three open - a run
      *   without them answers from the live masters alone, as it
      *   always has.
      *----------------------------------------------------------------*
       1050-OPEN-ARCHIVES.
           OPEN INPUT  CUSTOMER-ARCHIVE
           OPEN INPUT  ACCOUNT-ARCHIVE
           OPEN INPUT  OWNER-ARCHIVE
           IF WS-CUST-ARCH-STATUS = '00'
           AND WS-ACCT-ARCH-STATUS = '00'
           AND WS-XREF-ARCH-STATUS = '00'
               MOVE 'Y' TO WS-ARCHIVE-OPEN-SW
           ELSE
               DISPLAY 'CUST360 - MASTER ARCHIVES NOT AVAILABLE, '
                   'LIVE MASTERS ONLY'
           END-IF.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESS-REQUEST THRU 2000-EXIT
      *----------------------------------------------------------------*
           CLOSE OWNER-XREF
           CLOSE CONTACT-FILE
           CLOSE MEMO-POST-FILE
           IF WS-BO-OPEN
               CLOSE BENEFICIAL-OWNER
           END-IF
           IF WS-ARCHIVE-OPEN
               CLOSE CUSTOMER-ARCHIVE
               CLOSE ACCOUNT-ARCHIVE
               CLOSE OWNER-ARCHIVE
           END-IF
           CLOSE INQUIRY-REPLY
           DISPLAY 'CUST360 REQUESTS READ = ' WS-REQ-CNT
           DISPLAY 'CUST360 NOT FOUND     = ' WS-NOT-FOUND-CNT.
      * 4000-BUILD-RESPONSE THRU 4000-EXIT
      *----------------------------------------------------------------*
       4000-BUILD-RESPONSE.
           MOVE 'N' TO WS-CUST-ARCHIVED-SW
           MOVE IR-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   PERFORM 4100-READ-CUSTOMER-ARCHIVE THRU 4100-EXIT
           END-READ
           IF WS-CUST-STATUS NOT = '00'
           AND NOT WS-CUST-ARCHIVED
               ADD 1 TO WS-NOT-FOUND-CNT
               MOVE IR-CUST-ID TO WS-NL-CUST-ID
               MOVE WS-NONE-LINE TO RPT-LINE
               WRITE RPT-LINE
               GO TO 4000-EXIT
           END-IF

           MOVE CUST-ID          TO WS-CH-CUST-ID
           MOVE SPACES           TO WS-CH-LEGAL-NAME
           IF CUST-LEGAL-ENTITY
               MOVE CUST-LEGAL-NAME TO WS-CH-LEGAL-NAME
           ELSE
               MOVE CUST-FIRST-NAME TO WS-CH-FIRST
               MOVE CUST-LAST-NAME  TO WS-CH-LAST
           END-IF
           MOVE CUST-STATUS      TO WS-CH-STATUS
           IF WS-CUST-ARCHIVED
               MOVE '** ARCHIVED' TO WS-CH-HOLD-NOTE
           ELSE
               IF CUST-STATUS = 'F'
                   MOVE '** FRAUD HOLD' TO WS-CH-HOLD-NOTE
               ELSE
                   MOVE SPACES TO WS-CH-HOLD-NOTE
               END-IF
           END-IF
           MOVE WS-CUST-HEADER TO RPT-LINE
           WRITE RPT-LINE

           IF CUST-LEGAL-ENTITY
               MOVE CUST-ENTITY-TYPE     TO WS-EL-TYPE
               MOVE CUST-EIN             TO WS-EL-EIN
               MOVE CUST-FORMATION-STATE TO WS-EL-STATE
               MOVE WS-ENTITY-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF

           MOVE CUST-ADDR-LINE-1 TO WS-CA-LINE-1
           MOVE CUST-CITY        TO WS-CA-CITY
           MOVE CUST-STATE       TO WS-CA-STATE
           MOVE WS-CUST-CONTACT-LINE TO RPT-LINE
           WRITE RPT-LINE

           IF WS-BO-OPEN
               IF CUST-LEGAL-ENTITY
                   PERFORM 4500-LIST-BENEFICIAL-OWNERS THRU 4500-EXIT
               ELSE
                   PERFORM 4700-LIST-OWNED-ENTITIES THRU 4700-EXIT
               END-IF
           END-IF

           PERFORM 5000-LIST-ACCOUNTS THRU 5000-EXIT
           PERFORM 5500-LIST-JOINT-ACCOUNTS THRU 5500-EXIT
           IF WS-ARCHIVE-OPEN
               PERFORM 5700-LIST-ARCHIVED-ACCOUNTS THRU 5700-EXIT
               PERFORM 5800-LIST-ARCHIVED-JOINTS THRU 5800-EXIT
           END-IF
           PERFORM 7000-LIST-RECENT-CONTACTS THRU 7000-EXIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-READ-CUSTOMER-ARCHIVE THRU 4100-EXIT
      *   A customer MSTRPRGE moved off the master answers from
      *   CUSTARCH - the image drops into CUSTOMER-RECORD so the
      *   header, address and contact lines print unchanged.
      *----------------------------------------------------------------*
       4100-READ-CUSTOMER-ARCHIVE.
           IF NOT WS-ARCHIVE-OPEN
               GO TO 4100-EXIT
           END-IF
           MOVE IR-CUST-ID TO ARCH-CUST-ID
           READ CUSTOMER-ARCHIVE
               INVALID KEY
                   GO TO 4100-EXIT
           END-READ
           MOVE ARCHIVE-CUSTOMER-RECORD TO CUSTOMER-RECORD
           MOVE 'Y' TO WS-CUST-ARCHIVED-SW.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4500-LIST-BENEFICIAL-OWNERS THRU 4500-EXIT
      *   The BENOWNR key leads with the entity, so the browse
      *   covers exactly its owner and control rows.  Each person's
      *   name comes off the customer master - the header, address
      *   and contact lines have already printed from the record.
      *----------------------------------------------------------------*
       4500-LIST-BENEFICIAL-OWNERS.
           MOVE 'N' TO WS-BO-EOF-SW
           MOVE IR-CUST-ID TO BO-ENTITY-ID
           MOVE ZERO       TO BO-OWNER-ID
           START BENEFICIAL-OWNER KEY IS NOT LESS THAN BO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BO-EOF-SW
           END-START

           PERFORM 4510-LIST-ONE-OWNER THRU 4510-EXIT
               UNTIL WS-BO-EOF.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4510-LIST-ONE-OWNER THRU 4510-EXIT
      *----------------------------------------------------------------*
       4510-LIST-ONE-OWNER.
           READ BENEFICIAL-OWNER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BO-EOF-SW
           END-READ
           IF WS-BO-EOF
               GO TO 4510-EXIT
           END-IF
           IF BO-ENTITY-ID NOT = IR-CUST-ID
               MOVE 'Y' TO WS-BO-EOF-SW
               GO TO 4510-EXIT
           END-IF
           IF NOT BO-ACTIVE
               GO TO 4510-EXIT
           END-IF

           MOVE 'OWNER   ' TO WS-BL-LABEL
           MOVE BO-OWNER-ID TO WS-BL-CUST-ID
           MOVE BO-OWNER-ID TO CUST-ID
           PERFORM 4900-PRINT-LINK THRU 4900-EXIT.
       4510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4700-LIST-OWNED-ENTITIES THRU 4700-EXIT
      *   The BENOWNR owner index answers which entities this
      *   person owns or controls.
      *----------------------------------------------------------------*
       4700-LIST-OWNED-ENTITIES.
           MOVE 'N' TO WS-BO-EOF-SW
           MOVE IR-CUST-ID TO BO-OWNER-ID
           START BENEFICIAL-OWNER KEY IS NOT LESS THAN BO-OWNER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-BO-EOF-SW
           END-START

           PERFORM 4710-LIST-ONE-ENTITY THRU 4710-EXIT
               UNTIL WS-BO-EOF.
       4700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4710-LIST-ONE-ENTITY THRU 4710-EXIT
      *----------------------------------------------------------------*
       4710-LIST-ONE-ENTITY.
           READ BENEFICIAL-OWNER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BO-EOF-SW
           END-READ
           IF WS-BO-EOF
               GO TO 4710-EXIT
           END-IF
           IF BO-OWNER-ID NOT = IR-CUST-ID
               MOVE 'Y' TO WS-BO-EOF-SW
               GO TO 4710-EXIT
           END-IF
           IF NOT BO-ACTIVE
               GO TO 4710-EXIT
           END-IF

           MOVE 'ENTITY  ' TO WS-BL-LABEL
           MOVE BO-ENTITY-ID TO WS-BL-CUST-ID
           MOVE BO-ENTITY-ID TO CUST-ID
           PERFORM 4900-PRINT-LINK THRU 4900-EXIT.
       4710-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4900-PRINT-LINK THRU 4900-EXIT
      *   Prints the BENOWNR row in the buffer, naming the customer
      *   whose key the caller left in CUST-ID.
      *----------------------------------------------------------------*
       4900-PRINT-LINK.
           MOVE SPACES TO WS-BL-NAME
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'NOT ON CUSTOMER MASTER' TO WS-BL-NAME
           END-READ
           IF WS-BL-NAME = SPACES
               IF CUST-LEGAL-ENTITY
                   MOVE CUST-LEGAL-NAME TO WS-BL-NAME
               ELSE
                   STRING CUST-FIRST-NAME DELIMITED BY '  '
                          ' ' DELIMITED BY SIZE
                          CUST-LAST-NAME DELIMITED BY '  '
                       INTO WS-BL-NAME
                   END-STRING
               END-IF
           END-IF

           MOVE BO-ROLE     TO WS-BL-ROLE
           MOVE BO-OWN-PCT  TO WS-BL-PCT
           MOVE BO-ADD-DATE TO WS-BL-SINCE
           MOVE WS-BENOWN-LINE TO RPT-LINE
           WRITE RPT-LINE.
       4900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-LIST-ACCOUNTS THRU 5000-EXIT
      *----------------------------------------------------------------*
       5600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5700-LIST-ARCHIVED-ACCOUNTS THRU 5700-EXIT
      *   Accounts MSTRPRGE archived under this owner, through the
      *   ACCTARCH owner index.  Their transactions aged into
      *   TXNARCH long before the account qualified, so no
      *   transaction tail prints - TXNRSRCH reaches that history.
      *----------------------------------------------------------------*
       5700-LIST-ARCHIVED-ACCOUNTS.
           MOVE 'N' TO WS-ARCH-EOF-SW
           MOVE IR-CUST-ID TO ARCH-ACCT-CUST-ID
           START ACCOUNT-ARCHIVE
               KEY IS NOT LESS THAN ARCH-ACCT-CUST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-ARCH-EOF-SW
           END-START

           PERFORM 5750-LIST-ONE-ARCHIVED THRU 5750-EXIT
               UNTIL WS-ARCH-EOF.
       5700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5750-LIST-ONE-ARCHIVED THRU 5750-EXIT
      *----------------------------------------------------------------*
       5750-LIST-ONE-ARCHIVED.
           READ ACCOUNT-ARCHIVE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ARCH-EOF-SW
           END-READ
           IF WS-ARCH-EOF
               GO TO 5750-EXIT
           END-IF
           IF ARCH-ACCT-CUST-ID NOT = IR-CUST-ID
               MOVE 'Y' TO WS-ARCH-EOF-SW
               GO TO 5750-EXIT
           END-IF

           PERFORM 5790-PRINT-ARCHIVED-ACCOUNT THRU 5790-EXIT.
       5750-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5790-PRINT-ARCHIVED-ACCOUNT THRU 5790-EXIT
      *   Prints the ACCTARCH record in the buffer as an ordinary
      *   account line plus the archived note.
      *----------------------------------------------------------------*
       5790-PRINT-ARCHIVED-ACCOUNT.
           MOVE ARCH-ACCT-NUMBER      TO WS-AL-ACCT-NO
           MOVE ARCH-ACCT-TYPE        TO WS-AL-TYPE
           MOVE ARCH-ACCT-STATUS      TO WS-AL-STATUS
           MOVE ARCH-ACCT-RISK-RATING TO WS-AL-RISK
           MOVE ARCH-ACCT-BALANCE     TO WS-AL-BALANCE
           MOVE WS-ACCT-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE ARCH-ACCT-LAST-ACTIVITY-DATE TO WS-XL-LAST-ACT
           MOVE WS-ARCH-ACCT-LINE TO RPT-LINE
           WRITE RPT-LINE.
       5790-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5800-LIST-ARCHIVED-JOINTS THRU 5800-EXIT
      *   The OWNARCH customer index answers which archived
      *   accounts this customer shared - the archived counterpart
      *   of 5500.  Rows on accounts the customer owned outright
      *   already listed above.
      *----------------------------------------------------------------*
       5800-LIST-ARCHIVED-JOINTS.
           MOVE 'N' TO WS-ARCH-EOF-SW
           MOVE IR-CUST-ID TO ARCH-AO-CUST-ID
           START OWNER-ARCHIVE
               KEY IS NOT LESS THAN ARCH-AO-CUST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-ARCH-EOF-SW
           END-START

           PERFORM 5850-LIST-ONE-ARCH-JOINT THRU 5850-EXIT
               UNTIL WS-ARCH-EOF.
       5800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5850-LIST-ONE-ARCH-JOINT THRU 5850-EXIT
      *----------------------------------------------------------------*
       5850-LIST-ONE-ARCH-JOINT.
           READ OWNER-ARCHIVE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ARCH-EOF-SW
           END-READ
           IF WS-ARCH-EOF
               GO TO 5850-EXIT
           END-IF
           IF ARCH-AO-CUST-ID NOT = IR-CUST-ID
               MOVE 'Y' TO WS-ARCH-EOF-SW
               GO TO 5850-EXIT
           END-IF
           IF ARCH-AO-STATUS NOT = 'A'
               GO TO 5850-EXIT
           END-IF

           MOVE ARCH-AO-ACCT-NO TO ARCH-ACCT-NUMBER
           READ ACCOUNT-ARCHIVE
               KEY IS ARCH-ACCT-NUMBER
               INVALID KEY
                   GO TO 5850-EXIT
           END-READ
           IF ARCH-ACCT-CUST-ID = IR-CUST-ID
               GO TO 5850-EXIT
           END-IF

           PERFORM 5790-PRINT-ARCHIVED-ACCOUNT THRU 5790-EXIT
           MOVE ARCH-AO-ROLE     TO WS-JL-ROLE
           MOVE ARCH-AO-ADD-DATE TO WS-JL-SINCE
           MOVE WS-JOINT-LINE TO RPT-LINE
           WRITE RPT-LINE.
       5850-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-LIST-RECENT-CONTACTS THRU 7000-EXIT
      *   The contact key ascends chronologically within the
