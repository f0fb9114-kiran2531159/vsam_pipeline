      * currency hits (2, off the file CTRSCAN appends).  Points
      * grade H at WS-HIGH-POINTS, M at WS-MED-POINTS, else L.
      *
      * Legal entities - a legal-entity customer also carries its
      * active beneficial owners' and controlling person's risk off
      * the BENOWNR link file: each linked person's confirmed fraud
      * and currency hits add to the entity's points, the entity is
      * never graded below the tier on file for any linked person,
      * and an entity with no controlling person on file takes a
      * point for the incomplete ownership record.
      *
      * Clock - a new customer gets a review date the tier's
      * interval out (12/24/36 months for H/M/L); an existing
      * record keeps its clock unless the tier RISES, which pulls
      * MODIFICATION HISTORY
      *   2025-10-13  DS   ORIGINAL TIER DERIVATION AND REVIEW
      *                     QUEUE EXTRACT.
      *   2026-10-15  DS   LEGAL-ENTITY CUSTOMERS ARE TIERED WITH
      *                    THEIR BENEFICIAL OWNERS AND CONTROLLING
      *                    PERSON OFF THE BENOWNR LINK FILE.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIT-STATUS.

           SELECT BENEFICIAL-OWNER ASSIGN TO BENOWNR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-KEY
               ALTERNATE RECORD KEY IS BO-OWNER-ID WITH DUPLICATES
               FILE STATUS IS WS-BO-STATUS.

           SELECT KYC-MASTER ASSIGN TO KYCMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           RECORD CONTAINS 71 CHARACTERS.
           COPY "ctrhit.cpy".

       FD  BENEFICIAL-OWNER.
           COPY "benowner.cpy".

       FD  KYC-MASTER.
           COPY "kycmstr.cpy".

       01  WS-KYC-STATUS                  PIC X(02).
           88  WS-KYC-OK                   VALUE '00'.
       01  WS-QUE-STATUS                  PIC X(02).
       01  WS-BO-STATUS                   PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-FOUND                 VALUE 'Y'.
           05  WS-NEW-KYC-SW              PIC X(01)   VALUE 'N'.
               88  WS-NEW-KYC               VALUE 'Y'.
           05  WS-BO-OPEN-SW              PIC X(01)   VALUE 'N'.
               88  WS-BO-OPEN               VALUE 'Y'.
           05  WS-BO-EOF-SW               PIC X(01)   VALUE 'N'.
               88  WS-BO-EOF                VALUE 'Y'.
           05  WS-CONTROL-SW              PIC X(01)   VALUE 'N'.
               88  WS-CONTROL-FOUND         VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.

       01  WS-M-MONTHS                    PIC 9(03)   VALUE 024.
       01  WS-L-MONTHS                    PIC 9(03)   VALUE 036.

      *----------------------------------------------------------------*
      * LEGAL ENTITIES - THE LINKED PERSON BEING WEIGHED, AND THE
      * LOWEST TIER THE ENTITY MAY GRADE AT (THE HIGHEST TIER ON
      * FILE AMONG ITS LINKED PERSONS).
      *----------------------------------------------------------------*
       01  WS-OWNER-ID                    PIC 9(10)   VALUE ZERO.
       01  WS-FLOOR-TIER                  PIC X(01)   VALUE SPACE.

      *----------------------------------------------------------------*
      * CUSTOMERS WITH CONFIRMED FRAUD CASES, AND CUSTOMERS WITH
      * CURRENCY HITS - BUILT ONCE UP FRONT, SEARCHED PER CUSTOMER.
           05  WS-NEW-CNT                 PIC 9(07)   VALUE ZERO.
           05  WS-RAISED-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-QUEUED-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-ENTITY-CNT              PIC 9(07)   VALUE ZERO.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           OPEN INPUT ACCOUNT-MASTER
           OPEN I-O   KYC-MASTER
           OPEN OUTPUT REVIEW-QUEUE
           OPEN INPUT BENEFICIAL-OWNER
           IF WS-BO-STATUS = '00'
               MOVE 'Y' TO WS-BO-OPEN-SW
           ELSE
               DISPLAY 'KYCTIER - NO BENEFICIAL OWNER FILE, '
                   'ENTITIES TIERED ON THEIR OWN RISK'
           END-IF
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT

           PERFORM 1400-LOAD-FRAUD-CUSTOMERS THRU 1400-EXIT
           CLOSE ACCOUNT-MASTER
           CLOSE KYC-MASTER
           CLOSE REVIEW-QUEUE
           IF WS-BO-OPEN
               CLOSE BENEFICIAL-OWNER
           END-IF
           DISPLAY 'KYCTIER CUSTOMERS READ = ' WS-CUST-CNT
           DISPLAY 'KYCTIER NEW RECORDS    = ' WS-NEW-CNT
           DISPLAY 'KYCTIER TIERS RAISED   = ' WS-RAISED-CNT
           DISPLAY 'KYCTIER QUEUED         = ' WS-QUEUED-CNT
           DISPLAY 'KYCTIER ENTITIES       = ' WS-ENTITY-CNT.

      *----------------------------------------------------------------*
      * 4000-DERIVE-TIER THRU 4000-EXIT
      *----------------------------------------------------------------*
       4000-DERIVE-TIER.
           MOVE ZERO TO WS-RISK-POINTS
           MOVE SPACE TO WS-FLOOR-TIER

           MOVE 'N' TO WS-ACCT-EOF-SW
           MOVE CUST-ID TO ACCT-CUST-ID
               END-IF
           END-PERFORM

           IF CUST-LEGAL-ENTITY AND WS-BO-OPEN
               ADD 1 TO WS-ENTITY-CNT
               PERFORM 4200-WEIGH-LINKED-PERSONS THRU 4200-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-RISK-POINTS >= WS-HIGH-POINTS
                   MOVE 'H' TO WS-NEW-TIER
                   MOVE 'M' TO WS-NEW-TIER
               WHEN OTHER
                   MOVE 'L' TO WS-NEW-TIER
           END-EVALUATE

           IF WS-FLOOR-TIER = 'H'
               MOVE 'H' TO WS-NEW-TIER
           END-IF
           IF WS-FLOOR-TIER = 'M' AND WS-NEW-TIER = 'L'
               MOVE 'M' TO WS-NEW-TIER
           END-IF.
       4000-EXIT.
           EXIT.

       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4200-WEIGH-LINKED-PERSONS THRU 4200-EXIT
      *   The BENOWNR key leads with the entity, so the browse
      *   covers exactly its owner and control rows.
      *----------------------------------------------------------------*
       4200-WEIGH-LINKED-PERSONS.
           MOVE 'N' TO WS-CONTROL-SW
           MOVE 'N' TO WS-BO-EOF-SW
           MOVE CUST-ID TO BO-ENTITY-ID
           MOVE ZERO    TO BO-OWNER-ID
           START BENEFICIAL-OWNER KEY IS NOT LESS THAN BO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BO-EOF-SW
           END-START

           PERFORM 4210-WEIGH-ONE-PERSON THRU 4210-EXIT
               UNTIL WS-BO-EOF

           IF NOT WS-CONTROL-FOUND
               ADD 1 TO WS-RISK-POINTS
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4210-WEIGH-ONE-PERSON THRU 4210-EXIT
      *   The person's own tier comes off KYC-MASTER - 5000 reads
      *   the entity's record fresh afterward.
      *----------------------------------------------------------------*
       4210-WEIGH-ONE-PERSON.
           READ BENEFICIAL-OWNER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BO-EOF-SW
           END-READ
           IF WS-BO-EOF
               GO TO 4210-EXIT
           END-IF
           IF BO-ENTITY-ID NOT = CUST-ID
               MOVE 'Y' TO WS-BO-EOF-SW
               GO TO 4210-EXIT
           END-IF
           IF NOT BO-ACTIVE
               GO TO 4210-EXIT
           END-IF

           IF BO-CONTROL-PERSON
               MOVE 'Y' TO WS-CONTROL-SW
           END-IF
           MOVE BO-OWNER-ID TO WS-OWNER-ID

           PERFORM 4220-MATCH-OWNER-FRAUD THRU 4220-EXIT
               VARYING WS-FT-IDX FROM 1 BY 1
               UNTIL WS-FT-IDX > WS-FRD-CNT
           PERFORM 4230-MATCH-OWNER-HIT THRU 4230-EXIT
               VARYING WS-HT-IDX FROM 1 BY 1
               UNTIL WS-HT-IDX > WS-HIT-CNT

           MOVE WS-OWNER-ID TO KY-CUST-ID
           READ KYC-MASTER
               INVALID KEY
                   GO TO 4210-EXIT
           END-READ
           IF KY-RISK-TIER = 'H'
               MOVE 'H' TO WS-FLOOR-TIER
           END-IF
           IF KY-RISK-TIER = 'M' AND WS-FLOOR-TIER = SPACE
               MOVE 'M' TO WS-FLOOR-TIER
           END-IF.
       4210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4220-MATCH-OWNER-FRAUD THRU 4220-EXIT
      *----------------------------------------------------------------*
       4220-MATCH-OWNER-FRAUD.
           IF WS-FT-CUST-ID(WS-FT-IDX) = WS-OWNER-ID
               ADD 3 TO WS-RISK-POINTS
           END-IF.
       4220-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4230-MATCH-OWNER-HIT THRU 4230-EXIT
      *----------------------------------------------------------------*
       4230-MATCH-OWNER-HIT.
           IF WS-HT-CUST-ID(WS-HT-IDX) = WS-OWNER-ID
               ADD 2 TO WS-RISK-POINTS
           END-IF.
       4230-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-APPLY-TIER THRU 5000-EXIT
      *   A new record gets the tier's full interval; an existing
