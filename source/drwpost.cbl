      * request (the field is otherwise unused off the card
      * channels); 'ATM'-channel cash rolls to the branch's
      * reserved 9999 ATM/vault position, created here on first
      * use.  The branch for ATM cash is the one that owns the
      * terminal on the ATMTERM terminal master (the network's
      * terminal ID rides in TXN-ATM-DESC) - the account's own
      * branch only when the terminal is not one of ours or the
      * item carries none.  ATMSETL proves the machines one by
      * one.  A customer deposit brings cash INTO the drawer and a
      * withdrawal takes it out.  The running totals reset in
      * place the first time a new business date touches the
      * record, the VELOACC discipline, so the file never needs a
      *   2025-02-03  DS   ORIGINAL DRAWER FEED AND PROOF REPORT -
      *                     BRANCH MANAGERS WERE BALANCING DRAWERS
      *                     ON PAPER.
      *   2026-10-15  DS   ATM CASH NOW ROLLS TO THE 9999 POSITION OF
      *                    THE BRANCH THAT OWNS THE TERMINAL ON THE
      *                    NEW ATM TERMINAL MASTER, NOT THE BRANCH
      *                    OF THE CARDHOLDER'S ACCOUNT.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               RECORD KEY IS TD-KEY
               FILE STATUS IS WS-DRAW-STATUS.

           SELECT ATM-TERMINAL-MASTER ASSIGN TO ATMTERM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AT-TERMINAL-ID
               FILE STATUS IS WS-ATM-STATUS.

           SELECT DRAWER-PROOF-RPT ASSIGN TO DRWPRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD  DRAWER-MASTER.
           COPY "tellerdrw.cpy".

       FD  ATM-TERMINAL-MASTER.
           COPY "atmterm.cpy".

       FD  DRAWER-PROOF-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).
           88  WS-ACCT-OK                  VALUE '00'.
       01  WS-DRAW-STATUS                 PIC X(02).
           88  WS-DRAW-OK                  VALUE '00'.
       01  WS-ATM-STATUS                  PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).

       01  WS-SWITCHES.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-DRAW-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-DRAW-EOF             VALUE 'Y'.
           05  WS-ATM-OPEN-SW             PIC X(01)   VALUE 'N'.
               88  WS-ATM-OPEN             VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.

           OPEN INPUT ACCOUNT-MASTER
           OPEN I-O   DRAWER-MASTER
           OPEN OUTPUT DRAWER-PROOF-RPT
           OPEN INPUT ATM-TERMINAL-MASTER
           IF WS-ATM-STATUS = '00'
               MOVE 'Y' TO WS-ATM-OPEN-SW
           ELSE
               DISPLAY 'DRWPOST ATM TERMINAL MASTER NOT AVAILABLE - '
                   'STATUS ' WS-ATM-STATUS
           END-IF
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           PERFORM 2100-READ-TRANSACTION.

           CLOSE ACCOUNT-MASTER
           CLOSE DRAWER-MASTER
           CLOSE DRAWER-PROOF-RPT
           IF WS-ATM-OPEN
               CLOSE ATM-TERMINAL-MASTER
           END-IF
           DISPLAY 'DRWPOST TRANSACTIONS READ = ' WS-TXN-CNT
           DISPLAY 'DRWPOST CASH MOVEMENTS    = ' WS-CASH-CNT
           DISPLAY 'DRWPOST NO ACCOUNT        = ' WS-NO-ACCT-CNT
      *----------------------------------------------------------------*
      * 4000-FEED-DRAWER THRU 4000-EXIT
      *   Resolves the drawer the cash moved through - the owning
      *   branch off the account (or off the terminal, for cash
      *   through one of our ATMs), the drawer number off the
      *   teller-stamped auth code (or the reserved ATM position) -
      *   and rolls the amount into the running totals.
      *----------------------------------------------------------------*

           IF TXN-CHANNEL = 'ATM'
               MOVE WS-ATM-DRAWER-NO TO WS-FEED-DRAWER-NO
               PERFORM 4200-TERMINAL-BRANCH THRU 4200-EXIT
           ELSE
               IF TXN-AUTH-CODE(1:4) IS NUMERIC
                   MOVE TXN-AUTH-CODE(1:4) TO WS-FEED-DRAWER-NO
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4200-TERMINAL-BRANCH THRU 4200-EXIT
      *   ATM cash belongs to the vault of the branch that owns the
      *   terminal.  Without the terminal master, a terminal ID, or
      *   a terminal of ours, the account's branch stands.
      *----------------------------------------------------------------*
       4200-TERMINAL-BRANCH.
           IF NOT WS-ATM-OPEN
               GO TO 4200-EXIT
           END-IF
           IF TXN-ATM-LITERAL NOT = 'NETWORK SETTLEMENT'
               OR TXN-ATM-TERMINAL-ID = SPACES
               GO TO 4200-EXIT
           END-IF
           MOVE TXN-ATM-TERMINAL-ID TO AT-TERMINAL-ID
           READ ATM-TERMINAL-MASTER
               INVALID KEY
                   GO TO 4200-EXIT
           END-READ
           MOVE AT-BRANCH-ID TO WS-FEED-BRANCH.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-PROOF-PASS THRU 5000-EXIT
      *   Browses the whole drawer master in key order.  The key
