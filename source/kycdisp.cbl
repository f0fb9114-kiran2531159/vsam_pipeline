      * queued stops re-queueing.  Rejected transactions go to
      * KYCDREJ with a reason code.
      *
      * A review is not closed as satisfactory ('C' confirmed or
      * 'D' lowered) while the customer has identification
      * documents on IDDOC and none of them is current - the analyst
      * gets the renewed ID recorded through IDDMNT first, or raises
      * the tier.
      *
      * KD-ACTION values:
      *   'C' = tier confirmed as derived
      *   'U' = tier raised one step by the analyst
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2025-10-13  DS   ORIGINAL REVIEW DISPOSITION PROGRAM.
      *   2026-10-15  DS   'C' AND 'D' DISPOSITIONS REFUSED WHILE THE
      *                    CUSTOMER'S ONLY ID DOCUMENTS ON IDDOC ARE
      *                    EXPIRED.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               RECORD KEY IS KY-CUST-ID
               FILE STATUS IS WS-KYC-STATUS.

           SELECT ID-DOCUMENT ASSIGN TO IDDOC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-KEY
               FILE STATUS IS WS-ID-STATUS.

           SELECT DISPOSITION-TRANS ASSIGN TO KYCDTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
       FD  KYC-MASTER.
           COPY "kycmstr.cpy".

       FD  ID-DOCUMENT.
           COPY "iddoc.cpy".

       FD  DISPOSITION-TRANS
           RECORD CONTAINS 20 CHARACTERS.
       01  DISPOSITION-RECORD.
           88  WS-KYC-OK                   VALUE '00'.
       01  WS-TRAN-STATUS                 PIC X(02).
       01  WS-REJ-STATUS                  PIC X(02).
       01  WS-ID-STATUS                   PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-VALID-SW                PIC X(01)   VALUE 'Y'.
               88  WS-RECORD-VALID         VALUE 'Y'.
           05  WS-ID-OPEN-SW              PIC X(01)   VALUE 'N'.
               88  WS-ID-OPEN              VALUE 'Y'.
           05  WS-ID-EOF-SW               PIC X(01)   VALUE 'N'.
               88  WS-ID-EOF               VALUE 'Y'.
           05  WS-ID-FOUND-SW             PIC X(01)   VALUE 'N'.
               88  WS-ID-ON-FILE           VALUE 'Y'.
           05  WS-ID-CURRENT-SW           PIC X(01)   VALUE 'N'.
               88  WS-ID-CURRENT           VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.
       01  WS-REVIEW-MONTHS               PIC 9(03)   VALUE ZERO.
           OPEN I-O   KYC-MASTER
           OPEN INPUT DISPOSITION-TRANS
           OPEN OUTPUT DISPOSITION-REJECT
           OPEN INPUT ID-DOCUMENT
           IF WS-ID-STATUS = '00'
               MOVE 'Y' TO WS-ID-OPEN-SW
           ELSE
               DISPLAY 'KYCDISP ID DOCUMENT FILE NOT AVAILABLE - '
                   'STATUS ' WS-ID-STATUS
           END-IF
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           PERFORM 2100-READ-DISPOSITION.

           CLOSE KYC-MASTER
           CLOSE DISPOSITION-TRANS
           CLOSE DISPOSITION-REJECT
           IF WS-ID-OPEN
               CLOSE ID-DOCUMENT
           END-IF
           DISPLAY 'KYCDISP READ      = ' WS-READ-CNT
           DISPLAY 'KYCDISP CONFIRMED = ' WS-CONFIRMED-CNT
           DISPLAY 'KYCDISP MOVED     = ' WS-MOVED-CNT
                   WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF
           IF KD-ACTION = 'C' OR KD-ACTION = 'D'
               PERFORM 4500-CHECK-ID-DOCUMENTS THRU 4500-EXIT
               IF NOT WS-RECORD-VALID
                   GO TO 4000-EXIT
               END-IF
           END-IF

           EVALUATE KD-ACTION
               WHEN 'C'
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4500-CHECK-ID-DOCUMENTS THRU 4500-EXIT
      *   Refuses a satisfactory close when the customer has active
      *   documents on IDDOC and every one has expired.  A customer
      *   with none on file (opened before documents were recorded)
      *   is left to IDDEXPR's monthly list.  The key leads with
      *   the customer, so the browse covers exactly their
      *   documents.
      *----------------------------------------------------------------*
       4500-CHECK-ID-DOCUMENTS.
           IF NOT WS-ID-OPEN
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ID DOCUMENT FILE NOT AVAILABLE' TO
                   WS-REJECT-REASON
               GO TO 4500-EXIT
           END-IF

           MOVE 'N' TO WS-ID-FOUND-SW
           MOVE 'N' TO WS-ID-CURRENT-SW
           MOVE 'N' TO WS-ID-EOF-SW
           MOVE KD-CUST-ID TO ID-CUST-ID
           MOVE ZERO       TO ID-DOC-SEQ
           START ID-DOCUMENT KEY IS NOT LESS THAN ID-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ID-EOF-SW
           END-START
           PERFORM 4510-CHECK-ONE-DOCUMENT THRU 4510-EXIT
               UNTIL WS-ID-EOF OR WS-ID-CURRENT

           IF WS-ID-ON-FILE AND NOT WS-ID-CURRENT
               MOVE 'N' TO WS-VALID-SW
               MOVE 'CUSTOMER ID DOCUMENT ON FILE IS EXPIRED' TO
                   WS-REJECT-REASON
           END-IF.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4510-CHECK-ONE-DOCUMENT THRU 4510-EXIT
      *----------------------------------------------------------------*
       4510-CHECK-ONE-DOCUMENT.
           READ ID-DOCUMENT NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ID-EOF-SW
           END-READ
           IF WS-ID-EOF
               GO TO 4510-EXIT
           END-IF
           IF ID-CUST-ID NOT = KD-CUST-ID
               MOVE 'Y' TO WS-ID-EOF-SW
               GO TO 4510-EXIT
           END-IF
           IF NOT ID-ACTIVE
               GO TO 4510-EXIT
           END-IF
           MOVE 'Y' TO WS-ID-FOUND-SW
           IF ID-EXPIRY-DATE = ZERO OR ID-EXPIRY-DATE > WS-TODAY
               MOVE 'Y' TO WS-ID-CURRENT-SW
           END-IF.
       4510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-WRITE-REJECT THRU 5000-EXIT
      *----------------------------------------------------------------*
