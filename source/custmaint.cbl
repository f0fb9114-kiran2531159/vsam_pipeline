      *         the date of death rides in the CT-DOB slot (the
      *         business date when zero), and an estate case opens
      *         on the ESTATE file for ESTMAINT to work
      *   'B' = add a legal-entity (business) customer - the
      *         transaction's personal-info slots carry the legal
      *         name, entity type, formation state and EIN
      *         (CT-ENTITY-INFO); a 'C' against an entity customer
      *         reads the same view.  The entity's beneficial
      *         owners are linked afterward through BOWNMNT.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMAINT.
      *                    PACKED BYTES THAT BROKE LINE-SEQUENTIAL
      *                    FRAMING - AND JR-PROGRAM WIDENED TO NINE
      *                    BYTES.
      *   2026-10-15  DS   TRANSACTION RECORD GREW TO 221 BYTES FOR
      *                    CT-OPER-ID, THE KEYING OPERATOR, CHECKED
      *                    AGAINST THE NEW OPERATOR MASTER - UNKNOWN,
      *                    SUSPENDED, REVOKED OR UNENTITLED OPERATORS
      *                    ARE REJECTED.  REJECT RECORD GREW TO 272.
      *   2026-10-15  DS   A CHANGE THAT RECORDS A NEW MAILING ADDRESS
      *                    CLEARS THE UNDELIVERABLE-ADDRESS FLAG SET
      *                    BY RTNMAIL; ADDS START DELIVERABLE.
      *   2026-10-15  DS   LEGAL-ENTITY CUSTOMERS - NEW 'B' ACTION
      *                    ADDS A BUSINESS CUSTOMER (LEGAL NAME,
      *                    ENTITY TYPE, FORMATION STATE, EIN) OVER THE
      *                    PERSONAL-INFO SLOTS OF THE SAME 221-BYTE
      *                    TRANSACTION; CHANGES, DUPLICATE CHECK AND
      *                    SANCTIONS SCREEN FOLLOW THE CUSTOMER TYPE.
      *                    AN ENTITY CANNOT BE MARKED DECEASED.
      *   2026-10-15  DS   AN 'A' OR 'B' ADD IS REFUSED UNLESS A
      *                    CURRENT IDENTIFICATION DOCUMENT FOR THE
      *                    CUST-ID IS ON THE IDDOC FILE IDDMNT
      *                    RECORDS AHEAD OF THIS STEP.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WQ-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO OPERMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT ID-DOCUMENT ASSIGN TO IDDOC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-KEY
               FILE STATUS IS WS-ID-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY "customer.cpy".

       FD  CUSTOMER-TRANS
           RECORD CONTAINS 221 CHARACTERS.
       01  CUST-TRAN-RECORD.
           05  CT-ACTION                  PIC X(01).
           05  CT-CUST-ID                 PIC 9(10).
           05  CT-PERSONAL-INFO.
               10  CT-FIRST-NAME          PIC X(25).
               10  CT-LAST-NAME           PIC X(30).
               10  CT-MIDDLE-INIT         PIC X(01).
               10  CT-DOB                 PIC 9(08).
               10  CT-GENDER              PIC X(01).
               10  CT-SSN                 PIC 9(09).
      *    Legal-entity view for a 'B' add, or a 'C' against an
      *    entity customer.
           05  CT-ENTITY-INFO REDEFINES CT-PERSONAL-INFO.
               10  CT-LEGAL-NAME          PIC X(55).
               10  CT-ENTITY-TYPE         PIC X(01).
                   88  CT-ENTITY-TYPE-VALID VALUE 'C' 'L' 'P' 'T'
                                                  'N' 'S' 'O'.
               10  CT-FORMATION-STATE     PIC X(02).
               10  FILLER                 PIC X(07).
               10  CT-EIN                 PIC 9(09).
           05  CT-ADDR-LINE-1             PIC X(35).
           05  CT-CITY                    PIC X(25).
           05  CT-STATE                   PIC X(02).
           05  CT-PHONE                   PIC 9(10).
           05  CT-EMAIL                   PIC X(50).
           05  CT-DELIV-PREF              PIC X(01).
           05  CT-OPER-ID                 PIC X(08).

       FD  CUSTOMER-REJECT
           RECORD CONTAINS 272 CHARACTERS.
       01  CUST-REJECT-RECORD.
           05  CR-CUST-ID                 PIC 9(10).
           05  CR-ACTION                  PIC X(01).
           05  CR-REASON                  PIC X(40).
           05  CR-TRAN-IMAGE              PIC X(221).

       FD  RUN-LOG.
           COPY "runlog.cpy".
       FD  WL-SUSPENSE.
           COPY "wlsusp.cpy".

       FD  OPERATOR-MASTER.
           COPY "opermstr.cpy".

       FD  ID-DOCUMENT.
           COPY "iddoc.cpy".

       WORKING-STORAGE SECTION.
       01  WS-JRNL-STATUS                 PIC X(02).
       01  WS-JR-ACTION                   PIC X(01).
           88  WS-TRAN-OK                  VALUE '00'.
           88  WS-TRAN-EOF                 VALUE '10'.
       01  WS-REJ-STATUS                  PIC X(02).
       01  WS-ID-STATUS                   PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-VALID-SW                PIC X(01)   VALUE 'Y'.
               88  WS-RECORD-VALID         VALUE 'Y'.
           05  WS-ENTITY-SW               PIC X(01)   VALUE 'N'.
               88  WS-ENTITY-TRAN          VALUE 'Y'.
           05  WS-ID-OPEN-SW              PIC X(01)   VALUE 'N'.
               88  WS-ID-OPEN              VALUE 'Y'.
           05  WS-ID-EOF-SW               PIC X(01)   VALUE 'N'.
               88  WS-ID-EOF               VALUE 'Y'.
           05  WS-ID-CURRENT-SW           PIC X(01)   VALUE 'N'.
               88  WS-ID-CURRENT           VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-SC-ENTRY OCCURS 51 TIMES INDEXED BY WS-SC-IDX
                                          PIC X(02).

       01  WS-STATE-CHECK                 PIC X(02).
       01  WS-STATE-FOUND-SW              PIC X(01)   VALUE 'N'.
           88  WS-STATE-FOUND                VALUE 'Y'.

               10  WS-WT-LAST-NAME          PIC X(25).
               10  WS-WT-FIRST-INIT         PIC X(01).
               10  WS-WT-FULL-NAME          PIC X(55).
               10  WS-WT-ENTRY-TYPE         PIC X(01).

       01  WS-SCREEN-FIELDS.
           05  WS-SN-MATCH-NAME           PIC X(40).
           05  WS-SN-LAST-NAME            PIC X(25).
           05  WS-SN-FIRST-INIT           PIC X(01).
           05  WS-SN-IN                   PIC X(55).
           05  WS-SN-CUST-NAME            PIC X(55).
           05  WS-SN-IN-IDX               PIC 9(02)   VALUE ZERO.
           05  WS-SN-OUT-IDX              PIC 9(02)   VALUE ZERO.
           05  WS-SN-LAST-IDX             PIC 9(02)   VALUE ZERO.
           05  WS-SN-NEAR-IDX             PIC 9(05)   VALUE ZERO.
           05  WS-SN-LEN                  PIC 9(02)   VALUE ZERO.

      *----------------------------------------------------------------*
      * OPERATOR ENTITLEMENT CHECK - THE CALLER SETS THE OPERATOR,
      * ENTITLEMENT CLASS, LIMIT KIND ('K' KEYING / 'A' APPROVAL /
      * SPACE NONE) AND AMOUNT, PERFORMS 8700-CHECK-OPERATOR, AND
      * REFUSES THE TRANSACTION ON A NON-BLANK REASON.
      *----------------------------------------------------------------*
       01  WS-OPER-STATUS                 PIC X(02).
       01  WS-OP-CHECK-FIELDS.
           05  WS-OP-CHECK-ID             PIC X(08)   VALUE SPACES.
           05  WS-OP-CHECK-CLASS          PIC X(03)   VALUE SPACES.
           05  WS-OP-CHECK-LIMIT          PIC X(01)   VALUE SPACE.
           05  WS-OP-CHECK-AMOUNT         PIC S9(11)V99 VALUE ZERO.
           05  WS-OP-CHECK-REASON         PIC X(40)   VALUE SPACES.
           05  WS-OP-ENT-IDX              PIC 9(02)   VALUE ZERO.
           05  WS-OP-ENT-SW               PIC X(01)   VALUE 'N'.
               88  WS-OP-ENTITLED          VALUE 'Y'.
           05  WS-OP-MASTER-SW            PIC X(01)   VALUE 'N'.
               88  WS-OP-MASTER-OPEN       VALUE 'Y'.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE
           OPEN INPUT CUSTOMER-TRANS
           OPEN OUTPUT CUSTOMER-REJECT
           OPEN I-O   ESTATE-CASE-FILE
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPER-STATUS = '00'
               MOVE 'Y' TO WS-OP-MASTER-SW
           ELSE
               DISPLAY 'CUSTMAINT OPERATOR MASTER NOT AVAILABLE - '
                   'STATUS ' WS-OPER-STATUS
           END-IF
           OPEN INPUT ID-DOCUMENT
           IF WS-ID-STATUS = '00'
               MOVE 'Y' TO WS-ID-OPEN-SW
           ELSE
               DISPLAY 'CUSTMAINT ID DOCUMENT FILE NOT AVAILABLE - '
                   'STATUS ' WS-ID-STATUS ' - ADDS WILL REJECT'
           END-IF
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           OPEN EXTEND MAINT-JOURNAL
           OPEN EXTEND WL-SUSPENSE
           MOVE WL-MATCH-NAME TO WS-WT-MATCH-NAME(WS-WT-IDX)
           MOVE WL-LAST-NAME  TO WS-WT-LAST-NAME(WS-WT-IDX)
           MOVE WL-FULL-NAME  TO WS-WT-FULL-NAME(WS-WT-IDX)
           MOVE WL-ENTRY-TYPE TO WS-WT-ENTRY-TYPE(WS-WT-IDX)

           MOVE ZERO TO WS-SN-LEN
           PERFORM VARYING WS-SN-IN-IDX FROM 1 BY 1
       2000-PROCESS-TRANS.
           ADD 1 TO WS-READ-CNT
           MOVE 'Y' TO WS-VALID-SW
           MOVE 'N' TO WS-ENTITY-SW
           MOVE SPACES TO WS-REJECT-REASON

           PERFORM 2200-CHECK-OPERATOR THRU 2200-EXIT
           IF NOT WS-RECORD-VALID
               PERFORM 8000-WRITE-REJECT THRU 8000-EXIT
               PERFORM 2100-READ-TRANS
               GO TO 2000-EXIT
           END-IF

           EVALUATE CT-ACTION
               WHEN 'A'
                   PERFORM 4000-VALIDATE-GROUPS THRU 4000-EXIT
                   IF WS-RECORD-VALID
                       PERFORM 4800-CHECK-ID-DOCUMENT THRU 4800-EXIT
                   END-IF
                   IF WS-RECORD-VALID
                       PERFORM 5000-ADD-CUSTOMER THRU 5000-EXIT
                   END-IF
               WHEN 'B'
                   MOVE 'Y' TO WS-ENTITY-SW
                   PERFORM 4000-VALIDATE-GROUPS THRU 4000-EXIT
                   IF WS-RECORD-VALID
                       PERFORM 4800-CHECK-ID-DOCUMENT THRU 4800-EXIT
                   END-IF
                   IF WS-RECORD-VALID
                       PERFORM 5000-ADD-CUSTOMER THRU 5000-EXIT
                   END-IF
               WHEN 'C'
                   PERFORM 2300-CHECK-CUSTOMER-TYPE THRU 2300-EXIT
                   PERFORM 4000-VALIDATE-GROUPS THRU 4000-EXIT
                   IF WS-RECORD-VALID
                       PERFORM 6000-CHANGE-CUSTOMER THRU 6000-EXIT
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * 2200-CHECK-OPERATOR THRU 2200-EXIT
      *   The keying operator must be active on the operator master
      *   and entitled to customer maintenance ('CUS'), or to fraud
      *   holds ('FRD') for a hold placement or release.  The hold
      *   feed FRAUDDSP writes carries the fraud analyst's own ID.
      *----------------------------------------------------------------*
       2200-CHECK-OPERATOR.
           MOVE CT-OPER-ID TO WS-OP-CHECK-ID
           IF CT-ACTION = 'F' OR CT-ACTION = 'R'
               MOVE 'FRD' TO WS-OP-CHECK-CLASS
           ELSE
               MOVE 'CUS' TO WS-OP-CHECK-CLASS
           END-IF
           MOVE SPACE TO WS-OP-CHECK-LIMIT
           MOVE ZERO TO WS-OP-CHECK-AMOUNT
           PERFORM 8700-CHECK-OPERATOR THRU 8700-EXIT
           IF WS-OP-CHECK-REASON NOT = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE WS-OP-CHECK-REASON TO WS-REJECT-REASON
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-CHECK-CUSTOMER-TYPE THRU 2300-EXIT
      *   A change transaction reads as the entity view when the
      *   customer on file is a legal entity.  A customer not on
      *   file validates as an individual and 6000 rejects it.
      *----------------------------------------------------------------*
       2300-CHECK-CUSTOMER-TYPE.
           MOVE CT-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   GO TO 2300-EXIT
           END-READ
           IF CUST-LEGAL-ENTITY
               MOVE 'Y' TO WS-ENTITY-SW
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-TERMINATE
      *----------------------------------------------------------------*
       3000-TERMINATE.
           IF WS-OP-MASTER-OPEN
               CLOSE OPERATOR-MASTER
           END-IF
           IF WS-ID-OPEN
               CLOSE ID-DOCUMENT
           END-IF
           CLOSE CUSTOMER-MASTER
           CLOSE CUSTOMER-TRANS
           CLOSE CUSTOMER-REJECT
               GO TO 4000-EXIT
           END-IF

           IF WS-ENTITY-TRAN
               PERFORM 4100-VALIDATE-ENTITY THRU 4100-EXIT
               IF NOT WS-RECORD-VALID
                   GO TO 4000-EXIT
               END-IF
               GO TO 4000-ADDRESS
           END-IF

           IF CT-FIRST-NAME = SPACES OR CT-LAST-NAME = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE 'PERSONAL INFO - NAME REQUIRED' TO WS-REJECT-REASON
               MOVE 'N' TO WS-VALID-SW
               MOVE 'PERSONAL INFO - SSN INVALID' TO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF.

       4000-ADDRESS.

           IF CT-ADDR-LINE-1 = SPACES
               MOVE 'N' TO WS-VALID-SW
               GO TO 4000-EXIT
           END-IF

           MOVE CT-STATE TO WS-STATE-CHECK
           PERFORM 4300-VALIDATE-STATE-CODE THRU 4300-EXIT
           IF NOT WS-STATE-FOUND
               MOVE 'N' TO WS-VALID-SW
      *   and first initial without a full match - queues the
      *   customer to the analyst suspense and lets the transaction
      *   through, so a common surname never blocks legitimate
      *   business on its own.  An entity screens on its legal name
      *   as registered, and near matches only compare it against
      *   list entries WLLOAD typed as entities (or untyped).
      *----------------------------------------------------------------*
       4700-SCREEN-WATCH-LIST.
           IF WS-WL-CNT = ZERO
               GO TO 4700-EXIT
           END-IF

           PERFORM 4790-BUILD-SCREEN-NAME THRU 4790-EXIT
           MOVE WS-SN-CUST-NAME TO WS-SN-IN
           PERFORM 4750-NORMALIZE-SCREEN-NAME THRU 4750-EXIT

           MOVE 'N' TO WS-SN-EXACT-SW
               MOVE 'Y' TO WS-SN-EXACT-SW
               GO TO 4710-EXIT
           END-IF
           IF WS-WT-ENTRY-TYPE(WS-WT-IDX) = 'I' AND WS-ENTITY-TRAN
               GO TO 4710-EXIT
           END-IF
           IF WS-WT-ENTRY-TYPE(WS-WT-IDX) = 'E' AND NOT WS-ENTITY-TRAN
               GO TO 4710-EXIT
           END-IF
           IF WS-WT-LAST-NAME(WS-WT-IDX) = WS-SN-LAST-NAME
               AND WS-WT-FIRST-INIT(WS-WT-IDX) = WS-SN-FIRST-INIT
               AND WS-SN-LAST-NAME NOT = SPACES
      *----------------------------------------------------------------*
       4770-QUEUE-POTENTIAL-MATCH.
           MOVE CT-CUST-ID TO WQ-CUST-ID
           MOVE WS-SN-CUST-NAME TO WQ-CUST-NAME
           MOVE ZERO TO WQ-ENTITY-CUST-ID
           MOVE WS-WT-ENTRY-ID(WS-WT-IDX)  TO WQ-WL-ENTRY-ID
           MOVE WS-WT-FULL-NAME(WS-WT-IDX) TO WQ-WL-NAME
           MOVE 'N' TO WQ-MATCH-TYPE
       4770-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4790-BUILD-SCREEN-NAME THRU 4790-EXIT
      *   Surname first for a person; an entity's legal name as
      *   registered.
      *----------------------------------------------------------------*
       4790-BUILD-SCREEN-NAME.
           MOVE SPACES TO WS-SN-CUST-NAME
           IF WS-ENTITY-TRAN
               MOVE CT-LEGAL-NAME TO WS-SN-CUST-NAME
               GO TO 4790-EXIT
           END-IF
           STRING CT-LAST-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CT-FIRST-NAME DELIMITED BY SIZE
               INTO WS-SN-CUST-NAME
           END-STRING.
       4790-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4800-CHECK-ID-DOCUMENT THRU 4800-EXIT
      *   A new customer must have a current identification document
      *   on IDDOC - recorded by IDDMNT ahead of this step - active
      *   and either non-expiring or expiring after today.  The key
      *   leads with the customer, so the browse covers exactly
      *   their documents.
      *----------------------------------------------------------------*
       4800-CHECK-ID-DOCUMENT.
           IF NOT WS-ID-OPEN
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ID DOCUMENT FILE NOT AVAILABLE' TO
                   WS-REJECT-REASON
               GO TO 4800-EXIT
           END-IF

           MOVE 'N' TO WS-ID-CURRENT-SW
           MOVE 'N' TO WS-ID-EOF-SW
           MOVE CT-CUST-ID TO ID-CUST-ID
           MOVE ZERO       TO ID-DOC-SEQ
           START ID-DOCUMENT KEY IS NOT LESS THAN ID-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ID-EOF-SW
           END-START
           PERFORM 4810-CHECK-ONE-DOCUMENT THRU 4810-EXIT
               UNTIL WS-ID-EOF OR WS-ID-CURRENT

           IF NOT WS-ID-CURRENT
               MOVE 'N' TO WS-VALID-SW
               MOVE 'NO CURRENT ID DOCUMENT ON FILE' TO
                   WS-REJECT-REASON
           END-IF.
       4800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4810-CHECK-ONE-DOCUMENT THRU 4810-EXIT
      *----------------------------------------------------------------*
       4810-CHECK-ONE-DOCUMENT.
           READ ID-DOCUMENT NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ID-EOF-SW
           END-READ
           IF WS-ID-EOF
               GO TO 4810-EXIT
           END-IF
           IF ID-CUST-ID NOT = CT-CUST-ID
               MOVE 'Y' TO WS-ID-EOF-SW
               GO TO 4810-EXIT
           END-IF
           IF ID-ACTIVE
               AND (ID-EXPIRY-DATE = ZERO OR ID-EXPIRY-DATE > WS-TODAY)
               MOVE 'Y' TO WS-ID-CURRENT-SW
           END-IF.
       4810-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-VALIDATE-ENTITY THRU 4100-EXIT
      *   The legal-entity counterpart of the personal-info edits.
      *   The EIN and state of formation identify the entity the way
      *   SSN and DOB identify a person, so they are edited on the
      *   add only - a change carries the name and entity type.
      *----------------------------------------------------------------*
       4100-VALIDATE-ENTITY.
           IF CT-LEGAL-NAME = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ENTITY INFO - LEGAL NAME REQUIRED' TO
                   WS-REJECT-REASON
               GO TO 4100-EXIT
           END-IF

           IF NOT CT-ENTITY-TYPE-VALID
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ENTITY INFO - ENTITY TYPE INVALID' TO
                   WS-REJECT-REASON
               GO TO 4100-EXIT
           END-IF

           IF CT-ACTION NOT = 'B'
               GO TO 4100-EXIT
           END-IF

           IF CT-EIN NOT NUMERIC OR CT-EIN = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ENTITY INFO - EIN INVALID' TO WS-REJECT-REASON
               GO TO 4100-EXIT
           END-IF

           MOVE CT-FORMATION-STATE TO WS-STATE-CHECK
           PERFORM 4300-VALIDATE-STATE-CODE THRU 4300-EXIT
           IF NOT WS-STATE-FOUND
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ENTITY INFO - INVALID FORMATION STATE' TO
                   WS-REJECT-REASON
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4300-VALIDATE-STATE-CODE THRU 4300-EXIT
      *   Looks WS-STATE-CHECK (the mailing state, or an entity's
      *   formation state) up in the valid US state code table built
      *   at WS-STATE-CODE-TABLE - no state master file exists to
      *   drive this from.
      *----------------------------------------------------------------*
       4300-VALIDATE-STATE-CODE.
           MOVE 'N' TO WS-STATE-FOUND-SW
      * 4310-SEARCH-STATE THRU 4310-EXIT
      *----------------------------------------------------------------*
       4310-SEARCH-STATE.
           IF WS-SC-ENTRY(WS-SC-IDX) = WS-STATE-CHECK
               MOVE 'Y' TO WS-STATE-FOUND-SW
           END-IF.
       4310-EXIT.
           PERFORM 5100-CHECK-DUPLICATE THRU 5100-EXIT

           MOVE CT-CUST-ID             TO CUST-ID
           IF WS-ENTITY-TRAN
               MOVE CT-LEGAL-NAME      TO CUST-LEGAL-NAME
               MOVE CT-ENTITY-TYPE     TO CUST-ENTITY-TYPE
               MOVE ZERO               TO CUST-DOB
               MOVE SPACE              TO CUST-GENDER
               MOVE CT-EIN             TO CUST-EIN
               MOVE CT-FORMATION-STATE TO CUST-FORMATION-STATE
               MOVE 'LE'               TO CUST-ACCT-TYPE
           ELSE
               MOVE CT-FIRST-NAME      TO CUST-FIRST-NAME
               MOVE CT-LAST-NAME       TO CUST-LAST-NAME
               MOVE CT-MIDDLE-INIT     TO CUST-MIDDLE-INIT
               MOVE CT-DOB             TO CUST-DOB
               MOVE CT-GENDER          TO CUST-GENDER
               MOVE CT-SSN             TO CUST-SSN
               MOVE SPACES             TO CUST-FORMATION-STATE
               MOVE SPACES             TO CUST-ACCT-TYPE
           END-IF
           MOVE CT-ADDR-LINE-1         TO CUST-ADDR-LINE-1
           MOVE SPACES                 TO CUST-ADDR-LINE-2
           MOVE CT-CITY                TO CUST-CITY
           MOVE 'USA'                  TO CUST-COUNTRY
           MOVE CT-PHONE               TO CUST-PHONE
           MOVE CT-EMAIL               TO CUST-EMAIL
           MOVE 'A'                    TO CUST-STATUS
           MOVE ZERO                   TO CUST-OPEN-DATE
           MOVE ZERO                   TO CUST-CREDIT-LIMIT
           ELSE
               MOVE 'P' TO CUST-DELIV-PREF
           END-IF
           MOVE SPACE                  TO CUST-ADDR-STATUS

           IF WS-RECORD-VALID
               WRITE CUSTOMER-RECORD
      *----------------------------------------------------------------*
      * 5110-SCAN-FOR-DUPLICATE THRU 5110-EXIT
      *   Flags a match on SSN alone, or on first name plus last name
      *   plus date of birth together.  An entity matches on EIN
      *   alone or on its legal name, and only against other
      *   entities - an EIN and an SSN are different number spaces.
      *----------------------------------------------------------------*
       5110-SCAN-FOR-DUPLICATE.
           READ CUSTOMER-MASTER NEXT RECORD
                   MOVE 'Y' TO WS-DUP-EOF-SW
           END-READ

           IF WS-DUP-EOF
               GO TO 5110-EXIT
           END-IF

           IF WS-ENTITY-TRAN
               IF CUST-LEGAL-ENTITY
                   AND (CUST-EIN = CT-EIN
                        OR CUST-LEGAL-NAME = CT-LEGAL-NAME)
                   MOVE 'Y' TO WS-DUP-FOUND-SW
               END-IF
               GO TO 5110-EXIT
           END-IF

           IF CUST-LEGAL-ENTITY
               GO TO 5110-EXIT
           END-IF
           IF CUST-SSN = CT-SSN
               MOVE 'Y' TO WS-DUP-FOUND-SW
           END-IF
           IF CUST-FIRST-NAME = CT-FIRST-NAME
               AND CUST-LAST-NAME = CT-LAST-NAME
               AND CUST-DOB = CT-DOB
               MOVE 'Y' TO WS-DUP-FOUND-SW
           END-IF.
       5110-EXIT.
           EXIT.

           IF WS-RECORD-VALID
               MOVE CUSTOMER-RECORD TO WS-JR-BEFORE
      *        A new mailing address is the cure for returned mail -
      *        it clears RTNMAIL's undeliverable flag.
               IF CT-ADDR-LINE-1 NOT = CUST-ADDR-LINE-1
                   OR CT-CITY NOT = CUST-CITY
                   OR CT-STATE NOT = CUST-STATE
                   OR CT-ZIP-CODE NOT = CUST-ZIP-CODE
                   MOVE SPACE TO CUST-ADDR-STATUS
               END-IF
               IF WS-ENTITY-TRAN
                   MOVE CT-LEGAL-NAME  TO CUST-LEGAL-NAME
                   MOVE CT-ENTITY-TYPE TO CUST-ENTITY-TYPE
               ELSE
                   MOVE CT-FIRST-NAME  TO CUST-FIRST-NAME
                   MOVE CT-LAST-NAME   TO CUST-LAST-NAME
                   MOVE CT-MIDDLE-INIT TO CUST-MIDDLE-INIT
               END-IF
               MOVE CT-ADDR-LINE-1     TO CUST-ADDR-LINE-1
               MOVE CT-CITY            TO CUST-CITY
               MOVE CT-STATE           TO CUST-STATE
                       WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-RECORD-VALID AND CUST-LEGAL-ENTITY
               MOVE 'N' TO WS-VALID-SW
               MOVE 'LEGAL ENTITY CANNOT BE MARKED DECEASED' TO
                   WS-REJECT-REASON
           END-IF
           IF NOT WS-RECORD-VALID
               GO TO 7700-EXIT
           END-IF
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8700-CHECK-OPERATOR THRU 8700-EXIT
      *   Looks WS-OP-CHECK-ID up on the operator master and refuses
      *   an operator who is unknown, suspended or revoked, is not
      *   entitled to WS-OP-CHECK-CLASS, or is over the keying ('K')
      *   or approval ('A') limit for WS-OP-CHECK-AMOUNT.
      *   WS-OP-CHECK-REASON comes back spaces when the operator may
      *   go ahead; the profile stays in OPERATOR-RECORD either way.
      *----------------------------------------------------------------*
       8700-CHECK-OPERATOR.
           MOVE SPACES TO WS-OP-CHECK-REASON
           IF NOT WS-OP-MASTER-OPEN
               MOVE 'OPERATOR MASTER NOT AVAILABLE' TO
                   WS-OP-CHECK-REASON
               GO TO 8700-EXIT
           END-IF
           IF WS-OP-CHECK-ID = SPACES
               MOVE 'OPERATOR ID MUST BE SUPPLIED' TO
                   WS-OP-CHECK-REASON
               GO TO 8700-EXIT
           END-IF

           MOVE WS-OP-CHECK-ID TO OP-OPER-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   MOVE 'OPERATOR NOT ON OPERATOR MASTER' TO
                       WS-OP-CHECK-REASON
                   GO TO 8700-EXIT
           END-READ
           IF OP-STATUS = 'R'
               MOVE 'OPERATOR ACCESS REVOKED' TO WS-OP-CHECK-REASON
               GO TO 8700-EXIT
           END-IF
           IF OP-STATUS NOT = 'A'
               MOVE 'OPERATOR ACCESS SUSPENDED' TO WS-OP-CHECK-REASON
               GO TO 8700-EXIT
           END-IF

           MOVE 'N' TO WS-OP-ENT-SW
           PERFORM 8710-MATCH-ENTITLEMENT THRU 8710-EXIT
               VARYING WS-OP-ENT-IDX FROM 1 BY 1
               UNTIL WS-OP-ENT-IDX > 12 OR WS-OP-ENTITLED
           IF NOT WS-OP-ENTITLED
               MOVE 'OPERATOR NOT ENTITLED TO FUNCTION' TO
                   WS-OP-CHECK-REASON
               GO TO 8700-EXIT
           END-IF

           IF WS-OP-CHECK-LIMIT = 'K'
               AND WS-OP-CHECK-AMOUNT > OP-KEY-LIMIT
               MOVE 'AMOUNT OVER OPERATOR KEYING LIMIT' TO
                   WS-OP-CHECK-REASON
               GO TO 8700-EXIT
           END-IF
           IF WS-OP-CHECK-LIMIT = 'A'
               AND WS-OP-CHECK-AMOUNT > OP-APPR-LIMIT
               MOVE 'AMOUNT OVER OPERATOR APPROVAL LIMIT' TO
                   WS-OP-CHECK-REASON
           END-IF.
       8700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8710-MATCH-ENTITLEMENT THRU 8710-EXIT
      *----------------------------------------------------------------*
       8710-MATCH-ENTITLEMENT.
           IF OP-ENT-CLASS(WS-OP-ENT-IDX) = WS-OP-CHECK-CLASS
               MOVE 'Y' TO WS-OP-ENT-SW
           END-IF.
       8710-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9900-WRITE-RUN-LOG THRU 9900-EXIT
      *   Appends one start ('S') or end ('E') record to the shared
