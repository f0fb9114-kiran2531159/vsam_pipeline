      * match suspense queue for analyst review rather than any
      * automatic hold; the analyst raises the CUSTMAINT 'F' fraud
      * hold when a match confirms.
      *
      * A legal-entity customer screens on its legal name.  A hit
      * on an individual who is a beneficial owner or controlling
      * person of a legal entity (BENOWNR) also queues once for
      * every entity the person is actively linked to, carrying the
      * entity in WQ-ENTITY-CUST-ID - sanctions exposure through an
      * owner is exposure on the entity's accounts.  The scan runs
      * without the fan-out when the link file is not available.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLSCAN.
      *                    OF CYCLE) INSTEAD OF THE SYSTEM CLOCK, SO
      *                    A CYCLE SLIPPING PAST MIDNIGHT OR A
      *                    MORNING RERUN KEEPS THE RIGHT DATE.
      *   2026-10-15  DS   LEGAL-ENTITY CUSTOMERS SCREEN ON THEIR
      *                    LEGAL NAME, NEAR MATCHES RESPECT THE LIST
      *                    ENTRY'S PARTY TYPE, AND A HIT ON A
      *                    BENEFICIAL OWNER ALSO QUEUES AGAINST EACH
      *                    ENTITY THE OWNER IS LINKED TO ON BENOWNR.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               RECORD KEY IS WL-ENTRY-ID
               FILE STATUS IS WS-WL-STATUS.

           SELECT BENEFICIAL-OWNER ASSIGN TO BENOWNR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-KEY
               ALTERNATE RECORD KEY IS BO-OWNER-ID WITH DUPLICATES
               FILE STATUS IS WS-BO-STATUS.

           SELECT WL-SUSPENSE ASSIGN TO WLSUSP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WQ-STATUS.
       FD  WATCH-LIST.
           COPY "watchlst.cpy".

       FD  BENEFICIAL-OWNER.
           COPY "benowner.cpy".

       FD  WL-SUSPENSE.
           COPY "wlsusp.cpy".

       01  WS-CUST-STATUS                 PIC X(02).
       01  WS-WL-STATUS                   PIC X(02).
       01  WS-WQ-STATUS                   PIC X(02).
       01  WS-BO-STATUS                   PIC X(02).

       01  WS-EOF-SW                      PIC X(01)   VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
           88  WS-WL-EOF                    VALUE 'Y'.
       01  WS-ABORT-SW                    PIC X(01)   VALUE 'N'.
           88  WS-ABORT                     VALUE 'Y'.
       01  WS-BO-OPEN-SW                  PIC X(01)   VALUE 'N'.
           88  WS-BO-OPEN                   VALUE 'Y'.
       01  WS-BO-EOF-SW                   PIC X(01)   VALUE 'N'.
           88  WS-BO-EOF                    VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.

           05  WS-CUST-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-EXACT-CNT               PIC 9(07)   VALUE ZERO.
           05  WS-NEAR-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-ENTITY-HIT-CNT          PIC 9(07)   VALUE ZERO.

       01  WS-WL-CNT                      PIC 9(05)   VALUE ZERO.
       01  WS-WL-TABLE.
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
               UNTIL WS-WL-EOF OR WS-WL-CNT >= 2000
           CLOSE WATCH-LIST

           OPEN INPUT BENEFICIAL-OWNER
           IF WS-BO-STATUS = '00'
               MOVE 'Y' TO WS-BO-OPEN-SW
           ELSE
               DISPLAY 'WLSCAN - NO BENEFICIAL OWNER FILE, '
                   'ENTITY FAN-OUT INACTIVE'
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           OPEN OUTPUT WL-SUSPENSE
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           MOVE WL-MATCH-NAME TO WS-WT-MATCH-NAME(WS-WT-IDX)
           MOVE WL-LAST-NAME  TO WS-WT-LAST-NAME(WS-WT-IDX)
           MOVE WL-FULL-NAME  TO WS-WT-FULL-NAME(WS-WT-IDX)
           MOVE WL-ENTRY-TYPE TO WS-WT-ENTRY-TYPE(WS-WT-IDX)

           MOVE ZERO TO WS-SN-LEN
           PERFORM VARYING WS-SN-IN-IDX FROM 1 BY 1
               CLOSE CUSTOMER-MASTER
               CLOSE WL-SUSPENSE
           END-IF
           IF WS-BO-OPEN
               CLOSE BENEFICIAL-OWNER
           END-IF
           DISPLAY 'WLSCAN CUSTOMERS READ  = ' WS-CUST-CNT
           DISPLAY 'WLSCAN LIST ENTRIES    = ' WS-WL-CNT
           DISPLAY 'WLSCAN EXACT MATCHES   = ' WS-EXACT-CNT
           DISPLAY 'WLSCAN NEAR MATCHES    = ' WS-NEAR-CNT
           DISPLAY 'WLSCAN ENTITY OWNER HITS = ' WS-ENTITY-HIT-CNT.

      *----------------------------------------------------------------*
      * 4000-SCREEN-ONE-CUSTOMER THRU 4000-EXIT
      *----------------------------------------------------------------*
       4000-SCREEN-ONE-CUSTOMER.
           MOVE SPACES TO WS-SN-CUST-NAME
           IF CUST-LEGAL-ENTITY
               MOVE CUST-LEGAL-NAME TO WS-SN-CUST-NAME
           ELSE
               STRING CUST-LAST-NAME DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CUST-FIRST-NAME DELIMITED BY SIZE
                   INTO WS-SN-CUST-NAME
               END-STRING
           END-IF
           MOVE WS-SN-CUST-NAME TO WS-SN-IN
           PERFORM 4750-NORMALIZE-SCREEN-NAME THRU 4750-EXIT

           PERFORM 4100-CHECK-ONE-ENTRY THRU 4100-EXIT
      *----------------------------------------------------------------*
      * 4100-CHECK-ONE-ENTRY THRU 4100-EXIT
      *   Exact and near matches both queue here - the full scan is
      *   analyst review, not a hard gate.  A list entry typed as
      *   the other kind of party is never a near match.
      *----------------------------------------------------------------*
       4100-CHECK-ONE-ENTRY.
           IF WS-WT-MATCH-NAME(WS-WT-IDX) = WS-SN-MATCH-NAME
               PERFORM 4200-QUEUE-MATCH THRU 4200-EXIT
               GO TO 4100-EXIT
           END-IF
           IF WS-WT-ENTRY-TYPE(WS-WT-IDX) = 'I' AND CUST-LEGAL-ENTITY
               GO TO 4100-EXIT
           END-IF
           IF WS-WT-ENTRY-TYPE(WS-WT-IDX) = 'E' AND CUST-INDIVIDUAL
               GO TO 4100-EXIT
           END-IF
           IF WS-WT-LAST-NAME(WS-WT-IDX) = WS-SN-LAST-NAME
               AND WS-WT-FIRST-INIT(WS-WT-IDX) = WS-SN-FIRST-INIT
               AND WS-SN-LAST-NAME NOT = SPACES
      *----------------------------------------------------------------*
       4200-QUEUE-MATCH.
           MOVE CUST-ID TO WQ-CUST-ID
           MOVE WS-SN-CUST-NAME TO WQ-CUST-NAME
           MOVE WS-WT-ENTRY-ID(WS-WT-IDX)  TO WQ-WL-ENTRY-ID
           MOVE WS-WT-FULL-NAME(WS-WT-IDX) TO WQ-WL-NAME
           MOVE WS-TODAY TO WQ-QUEUE-DATE
           MOVE ZERO TO WQ-ENTITY-CUST-ID
           WRITE WL-SUSPENSE-RECORD

           IF WS-BO-OPEN AND CUST-INDIVIDUAL
               PERFORM 4300-QUEUE-OWNED-ENTITIES THRU 4300-EXIT
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4300-QUEUE-OWNED-ENTITIES THRU 4300-EXIT
      *   The BENOWNR owner index answers which entities this person
      *   owns or controls; the queue record just written repeats
      *   once per active link with the entity filled in.
      *----------------------------------------------------------------*
       4300-QUEUE-OWNED-ENTITIES.
           MOVE 'N' TO WS-BO-EOF-SW
           MOVE CUST-ID TO BO-OWNER-ID
           START BENEFICIAL-OWNER KEY IS NOT LESS THAN BO-OWNER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-BO-EOF-SW
           END-START

           PERFORM 4310-QUEUE-ONE-ENTITY THRU 4310-EXIT
               UNTIL WS-BO-EOF.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4310-QUEUE-ONE-ENTITY THRU 4310-EXIT
      *----------------------------------------------------------------*
       4310-QUEUE-ONE-ENTITY.
           READ BENEFICIAL-OWNER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BO-EOF-SW
           END-READ
           IF WS-BO-EOF
               GO TO 4310-EXIT
           END-IF
           IF BO-OWNER-ID NOT = CUST-ID
               MOVE 'Y' TO WS-BO-EOF-SW
               GO TO 4310-EXIT
           END-IF
           IF NOT BO-ACTIVE
               GO TO 4310-EXIT
           END-IF

           MOVE BO-ENTITY-ID TO WQ-ENTITY-CUST-ID
           WRITE WL-SUSPENSE-RECORD
           ADD 1 TO WS-ENTITY-HIT-CNT.
       4310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4750-NORMALIZE-SCREEN-NAME THRU 4750-EXIT
      *   Letters only; letters ahead of the first separator feed
