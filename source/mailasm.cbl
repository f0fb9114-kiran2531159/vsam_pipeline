      *================================================================*
      * MAILASM - CONSOLIDATED CUSTOMER MAIL ASSEMBLY
      *
      * Runs after the last of the night's notice and letter jobs and
      * STMTGEN.  Every customer item printed tonight - posting
      * notices, dormancy and maturity letters, rate and ARM change
      * notices, delinquency letters, Reg D letters, escrow
      * statements, legal order notices and paper statements -
      * opens with the mail item header line (mailhdr.cpy) naming
      * the program, notice code, customer and account.  This job
      * pulls every item out of its print stream and puts everything
      * going to one address into one envelope:
      *
      *   - an item is householded - mailed with everything else for
      *     anyone at the same address - when its customer belongs
      *     to an HHGROUP household (HHXREF / HSEHOLD) whose address
      *     still matches the customer's own; otherwise it mails in
      *     the customer's own piece;
      *   - the MAILRULE rule table can keep a notice out of other
      *     household members' envelopes ('C' - customer piece only)
      *     or hold it back to mail alone ('S' - regulatory notices
      *     that must go separately), by program or by program and
      *     notice code;
      *   - an item for a customer not on file, or with no ZIP code,
      *     cannot be mailed and goes to the held stream flagged for
      *     the correspondence unit.
      *
      * The items are keyed into the MAILWORK work file by ZIP code,
      * piece, customer and item, which brings the pieces back off
      * in ZIP order.  Each ZIP3 group is counted first, so every
      * piece can be given its presort level - 5-digit where its
      * ZIP5 has WS-MIN-5DIGIT pieces, 3-digit where the rest of the
      * ZIP3 has WS-MIN-3DIGIT, otherwise mixed ADC - and a postage
      * estimate from its page count (letter or flat by weight).
      * Consolidated pieces are written to MAILOUT with a cover page
      * (address, contents list, page count); held pieces are
      * written to MAILHELD as produced.  MAILRPT summarizes items by
      * source and pieces, pages and postage by presort level.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILASM.
       AUTHOR. D-SYKES.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  DS   ORIGINAL CONSOLIDATED MAIL ASSEMBLY.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LETTER-INPUT ASSIGN TO MAILIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTRI-STATUS.

           SELECT STATEMENT-INPUT ASSIGN TO STMTIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMI-STATUS.

           SELECT MAIL-RULES ASSIGN TO MAILRULE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT HOUSEHOLD-FILE ASSIGN TO HSEHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HH-ID
               FILE STATUS IS WS-HH-STATUS.

           SELECT HOUSEHOLD-XREF ASSIGN TO HHXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HX-CUST-ID
               FILE STATUS IS WS-XREF-STATUS.

           SELECT MAIL-WORK ASSIGN TO MAILWORK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MW-KEY
               FILE STATUS IS WS-WORK-STATUS.

           SELECT MAIL-OUTPUT ASSIGN TO MAILOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOUT-STATUS.

           SELECT HELD-OUTPUT ASSIGN TO MAILHELD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

           SELECT MAIL-REPORT ASSIGN TO MAILRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUN-LOG ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT PROC-DATE-CTL ASSIGN TO PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LETTER-INPUT
           RECORD CONTAINS 80 CHARACTERS.
       01  LTR-IN-LINE                    PIC X(80).

       FD  STATEMENT-INPUT
           RECORD CONTAINS 132 CHARACTERS.
       01  STMT-IN-LINE                   PIC X(132).

       FD  MAIL-RULES.
           COPY "mailrule.cpy".

       FD  CUSTOMER-MASTER.
           COPY "customer.cpy".

       FD  HOUSEHOLD-FILE.
           COPY "hsehold.cpy".

       FD  HOUSEHOLD-XREF.
           COPY "hhxref.cpy".

       FD  MAIL-WORK.
           COPY "mailwork.cpy".

       FD  MAIL-OUTPUT
           RECORD CONTAINS 132 CHARACTERS.
       01  MAIL-OUT-LINE                  PIC X(132).

       FD  HELD-OUTPUT
           RECORD CONTAINS 132 CHARACTERS.
       01  HELD-OUT-LINE                  PIC X(132).

       FD  MAIL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       FD  RUN-LOG.
           COPY "runlog.cpy".

       FD  PROC-DATE-CTL
           RECORD CONTAINS 8 CHARACTERS.
       01  PROC-DATE-RECORD               PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-PDATE-STATUS                PIC X(02).

       01  WS-RUNLOG-STATUS               PIC X(02).
       01  WS-RL-PHASE                    PIC X(01).
       01  WS-RL-COUNT                    PIC 9(09).

       01  WS-LTRI-STATUS                 PIC X(02).
       01  WS-STMI-STATUS                 PIC X(02).
       01  WS-RULE-STATUS                 PIC X(02).
       01  WS-CUST-STATUS                 PIC X(02).
       01  WS-HH-STATUS                   PIC X(02).
       01  WS-XREF-STATUS                 PIC X(02).
       01  WS-WORK-STATUS                 PIC X(02).
       01  WS-MOUT-STATUS                 PIC X(02).
       01  WS-HELD-STATUS                 PIC X(02).
       01  WS-RPT-STATUS                  PIC X(02).

       01  WS-SWITCHES.
           05  WS-IN-EOF-SW               PIC X(01)   VALUE 'N'.
               88  WS-IN-EOF               VALUE 'Y'.
           05  WS-RULE-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-RULE-EOF             VALUE 'Y'.
           05  WS-WORK-EOF-SW             PIC X(01)   VALUE 'N'.
               88  WS-WORK-EOF             VALUE 'Y'.
           05  WS-ABORT-SW                PIC X(01)   VALUE 'N'.
               88  WS-ABORT                VALUE 'Y'.
           05  WS-ITEM-OPEN-SW            PIC X(01)   VALUE 'N'.
               88  WS-ITEM-OPEN            VALUE 'Y'.
           05  WS-FOUND-SW                PIC X(01)   VALUE 'N'.
               88  WS-FOUND                VALUE 'Y'.

       01  WS-TODAY                       PIC 9(08)   VALUE ZERO.

      *----------------------------------------------------------------*
      * PAGE, WEIGHT AND PRESORT CONSTANTS.  A PAGE IS ONE PRINTED
      * SIDE OF WS-LINES-PER-PAGE LINES; EVERY WS-SHEETS-PER-OZ
      * SHEETS (WITH THE ENVELOPE) WEIGH AN OUNCE, AND A PIECE OVER
      * WS-MAX-LETTER-OZ OUNCES MAILS AS A FLAT.  A ZIP5 WITH
      * WS-MIN-5DIGIT PIECES SORTS TO ITS OWN 5-DIGIT TRAYS; THE
      * REST OF A ZIP3 WITH WS-MIN-3DIGIT PIECES SORTS 3-DIGIT;
      * EVERYTHING ELSE GOES MIXED ADC.
      *----------------------------------------------------------------*
       01  WS-LINES-PER-PAGE              PIC 9(03)   VALUE 060.
       01  WS-SHEETS-PER-OZ               PIC 9(02)   VALUE 04.
       01  WS-MAX-LETTER-OZ               PIC 9(02)   VALUE 03.
       01  WS-MIN-5DIGIT                  PIC 9(05)   VALUE 00150.
       01  WS-MIN-3DIGIT                  PIC 9(05)   VALUE 00150.

      *----------------------------------------------------------------*
      * FIRST-CLASS PRESORT POSTAGE RATES - FIRST OUNCE BY PRESORT
      * LEVEL AND SHAPE, PLUS EACH ADDITIONAL OUNCE.  UPDATED HERE
      * WHEN THE POSTAL RATES CHANGE.
      *----------------------------------------------------------------*
       01  WS-POSTAGE-RATES.
           05  WS-LTR-RATE-5DIGIT         PIC 9(01)V9(03) VALUE .498.
           05  WS-LTR-RATE-3DIGIT         PIC 9(01)V9(03) VALUE .526.
           05  WS-LTR-RATE-MIXED          PIC 9(01)V9(03) VALUE .553.
           05  WS-FLT-RATE-5DIGIT         PIC 9(01)V9(03) VALUE 1.021.
           05  WS-FLT-RATE-3DIGIT         PIC 9(01)V9(03) VALUE 1.183.
           05  WS-FLT-RATE-MIXED          PIC 9(01)V9(03) VALUE 1.325.
           05  WS-ADDL-OZ-RATE            PIC 9(01)V9(03) VALUE .240.

      *----------------------------------------------------------------*
      * THE RULE TABLE, LOADED WHOLE AT INITIALIZATION.
      *----------------------------------------------------------------*
       01  WS-MR-MAX                      PIC 9(04)   VALUE 100.
       01  WS-MR-CNT                      PIC 9(04)   VALUE ZERO.
       01  WS-MR-IDX                      PIC 9(04)   VALUE ZERO.
       01  WS-MR-EXACT                    PIC 9(04)   VALUE ZERO.
       01  WS-MR-DEFAULT                  PIC 9(04)   VALUE ZERO.
       01  WS-RULE-TABLE.
           05  WS-MR-ENTRY OCCURS 100 TIMES.
               10  WS-MR-SOURCE           PIC X(08).
               10  WS-MR-NOTICE-CODE      PIC X(04).
               10  WS-MR-TREATMENT        PIC X(01).
               10  WS-MR-DOC-DESC         PIC X(30).

      *----------------------------------------------------------------*
      * ITEM COUNTS BY PRODUCING PROGRAM, FOR THE REPORT.
      *----------------------------------------------------------------*
       01  WS-SR-MAX                      PIC 9(02)   VALUE 20.
       01  WS-SR-CNT                      PIC 9(02)   VALUE ZERO.
       01  WS-SR-IDX                      PIC 9(02)   VALUE ZERO.
       01  WS-SOURCE-TABLE.
           05  WS-SR-ENTRY OCCURS 20 TIMES.
               10  WS-SR-SOURCE           PIC X(08).
               10  WS-SR-ITEM-CNT         PIC 9(07).
               10  WS-SR-HH-CNT           PIC 9(07).
               10  WS-SR-CUST-CNT         PIC 9(07).
               10  WS-SR-HELD-CNT         PIC 9(07).
               10  WS-SR-NOADDR-CNT       PIC 9(07).

      *----------------------------------------------------------------*
      * THE INPUT LINE IN PROGRESS (AN 80-BYTE LETTER LINE IS
      * SPACE-FILLED TO THE 132-BYTE STATEMENT WIDTH) AND ITS VIEW
      * AS A MAIL ITEM HEADER.  THE CLEAN HEADER TEMPLATE IS SAVED
      * AT INITIALIZATION FOR THE ITEM HEADERS WRITTEN BACK OUT.
      *----------------------------------------------------------------*
       01  WS-IN-LINE                     PIC X(132).
       01  WS-IN-LINE-R REDEFINES WS-IN-LINE.
           05  WS-IN-HEADER-VIEW          PIC X(80).
           05  FILLER                     PIC X(52).

           COPY "mailhdr.cpy".

       01  WS-HEADER-TEMPLATE             PIC X(80).

      *----------------------------------------------------------------*
      * THE ITEM BEING LOADED.
      *----------------------------------------------------------------*
       01  WS-ITEM-SEQ                    PIC 9(06)   VALUE ZERO.
       01  WS-CUR-ITEM.
           05  WS-CI-PIECE-KEY.
               10  WS-CI-ZIP-CODE         PIC 9(05).
               10  WS-CI-PIECE-TYPE       PIC X(01).
               10  WS-CI-PIECE-ID         PIC 9(10).
           05  WS-CI-CUST-ID              PIC 9(10).
           05  WS-CI-ITEM-SEQ             PIC 9(06).
           05  WS-CI-LINE-CNT             PIC 9(05).
           05  WS-CI-SOURCE               PIC X(08).
           05  WS-CI-NOTICE-CODE          PIC X(04).
           05  WS-CI-ACCT-NUMBER          PIC 9(12).
           05  WS-CI-TREATMENT            PIC X(01).
           05  WS-CI-DOC-DESC             PIC X(30).

      *----------------------------------------------------------------*
      * THE ZIP3 GROUP BEING ASSEMBLED - PIECE COUNTS BY THE LAST
      * TWO DIGITS OF THE ZIP5, AND WHAT IS LEFT FOR 3-DIGIT ONCE
      * THE QUALIFYING ZIP5S ARE TAKEN OUT.
      *----------------------------------------------------------------*
       01  WS-GROUP-START-KEY             PIC X(37).
       01  WS-GROUP-ZIP3                  PIC X(03).
       01  WS-GROUP-PIECE-CNT             PIC 9(07)   VALUE ZERO.
       01  WS-GROUP-3DIGIT-CNT            PIC 9(07)   VALUE ZERO.
       01  WS-LAST-PIECE-KEY              PIC X(16).
       01  WS-Z5-IDX                      PIC 9(03)   VALUE ZERO.
       01  WS-Z5-TABLE.
           05  WS-Z5-CNT OCCURS 100 TIMES PIC 9(07).

      *----------------------------------------------------------------*
      * THE MAIL PIECE BEING BUILT.  THE COVER PAGE LISTS UP TO
      * WS-PI-MAX ITEMS (ANY MORE ARE COUNTED ON ONE LINE), WHICH
      * KEEPS IT TO A SINGLE PAGE.
      *----------------------------------------------------------------*
       01  WS-PIECE-START-KEY             PIC X(37).
       01  WS-PIECE-SEQ                   PIC 9(07)   VALUE ZERO.
       01  WS-PC-KEY.
           05  WS-PC-ZIP-CODE             PIC 9(05).
           05  WS-PC-ZIP-CODE-R REDEFINES WS-PC-ZIP-CODE.
               10  FILLER                 PIC X(03).
               10  WS-PC-ZIP-LAST-2       PIC 9(02).
           05  WS-PC-PIECE-TYPE           PIC X(01).
               88  WS-PC-HOUSEHOLD         VALUE 'H'.
               88  WS-PC-CUSTOMER          VALUE 'C'.
               88  WS-PC-SEPARATE          VALUE 'S'.
               88  WS-PC-NO-ADDRESS        VALUE 'X'.
               88  WS-PC-CONSOLIDATED      VALUE 'H' 'C'.
           05  WS-PC-PIECE-ID             PIC 9(10).
       01  WS-PC-LEVEL                    PIC X(01).
       01  WS-PC-LEVEL-IDX                PIC 9(01).
       01  WS-PC-STREAM-IDX               PIC 9(01).
       01  WS-PC-ITEM-CNT                 PIC 9(05).
       01  WS-PC-CUST-CNT                 PIC 9(05).
       01  WS-PC-LAST-CUST                PIC 9(10).
       01  WS-PC-FIRST-CUST               PIC 9(10).
       01  WS-PC-COVER-PAGES              PIC 9(01).
       01  WS-PC-PAGES                    PIC 9(05).
       01  WS-PC-OUNCES                   PIC 9(03).
       01  WS-PC-SHAPE                    PIC X(01).
       01  WS-PC-POSTAGE                  PIC 9(03)V9(03).

       01  WS-PI-MAX                      PIC 9(02)   VALUE 40.
       01  WS-PI-IDX                      PIC 9(02)   VALUE ZERO.
       01  WS-PI-TABLE.
           05  WS-PI-ENTRY OCCURS 40 TIMES.
               10  WS-PI-NAME             PIC X(56).
               10  WS-PI-DOC-DESC         PIC X(30).
               10  WS-PI-ACCT-NUMBER      PIC 9(12).
               10  WS-PI-PAGES            PIC 9(03).

       01  WS-PN-MAX                      PIC 9(01)   VALUE 4.
       01  WS-PN-CNT                      PIC 9(01)   VALUE ZERO.
       01  WS-PN-IDX                      PIC 9(01)   VALUE ZERO.
       01  WS-PN-TABLE.
           05  WS-PN-NAME OCCURS 4 TIMES  PIC X(56).

       01  WS-NAME-LINE.
           05  WS-NL-FIRST                PIC X(25).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-NL-LAST                 PIC X(30).

       01  WS-CSZ-LINE.
           05  WS-CL-CITY                 PIC X(25).
           05  FILLER PIC X(02) VALUE ', '.
           05  WS-CL-STATE                PIC X(02).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-CL-ZIP                  PIC 9(05).

      *----------------------------------------------------------------*
      * PIECE TOTALS BY STREAM (1 = CONSOLIDATED, 2 = HELD) AND
      * PRESORT LEVEL (1 = 5-DIGIT, 2 = 3-DIGIT, 3 = MIXED ADC,
      * 4 = NO ADDRESS - NOT MAILED, NO POSTAGE).
      *----------------------------------------------------------------*
       01  WS-LV-SUB                      PIC 9(01)   VALUE ZERO.
       01  WS-ST-SUB                      PIC 9(01)   VALUE ZERO.
       01  WS-LEVEL-TOTALS.
           05  WS-LV-STREAM OCCURS 2 TIMES.
               10  WS-LV-LEVEL OCCURS 4 TIMES.
                   15  WS-LV-PIECE-CNT    PIC 9(07).
                   15  WS-LV-ITEM-CNT     PIC 9(07).
                   15  WS-LV-PAGE-CNT     PIC 9(09).
                   15  WS-LV-POSTAGE      PIC 9(07)V9(03).

       01  WS-LEVEL-NAMES.
           05  FILLER PIC X(10) VALUE '5-DIGIT'.
           05  FILLER PIC X(10) VALUE '3-DIGIT'.
           05  FILLER PIC X(10) VALUE 'MIXED ADC'.
           05  FILLER PIC X(10) VALUE 'NO ADDRESS'.
       01  WS-LEVEL-NAMES-R REDEFINES WS-LEVEL-NAMES.
           05  WS-LEVEL-NAME OCCURS 4 TIMES PIC X(10).

       01  WS-COUNTERS.
           05  WS-RULE-CNT                PIC 9(05)   VALUE ZERO.
           05  WS-RULE-ERR-CNT            PIC 9(05)   VALUE ZERO.
           05  WS-LTR-LINE-CNT            PIC 9(09)   VALUE ZERO.
           05  WS-STMT-LINE-CNT           PIC 9(09)   VALUE ZERO.
           05  WS-ITEM-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-EMPTY-ITEM-CNT          PIC 9(07)   VALUE ZERO.
           05  WS-ORPHAN-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-NOADDR-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-DUP-KEY-CNT             PIC 9(07)   VALUE ZERO.
           05  WS-CONS-ITEM-CNT           PIC 9(07)   VALUE ZERO.
           05  WS-CONS-PIECE-CNT          PIC 9(07)   VALUE ZERO.
           05  WS-SAVED-CNT               PIC 9(07)   VALUE ZERO.
           05  WS-TOTAL-POSTAGE           PIC 9(07)V9(03) VALUE ZERO.

      *----------------------------------------------------------------*
      * MAIL PIECE LINES
      *----------------------------------------------------------------*
       01  WS-OUT-LINE                    PIC X(132).

       01  WS-BANNER-LINE.
           05  FILLER PIC X(10) VALUE '****PIECE '.
           05  WS-BN-PIECE-SEQ            PIC 9(07).
           05  FILLER PIC X(09) VALUE ' PRESORT '.
           05  WS-BN-LEVEL                PIC X(10).
           05  FILLER PIC X(05) VALUE ' ZIP '.
           05  WS-BN-ZIP                  PIC 9(05).
           05  FILLER PIC X(07) VALUE ' ITEMS '.
           05  WS-BN-ITEMS                PIC ZZ,ZZ9.
           05  FILLER PIC X(07) VALUE ' PAGES '.
           05  WS-BN-PAGES                PIC ZZ,ZZ9.
           05  FILLER PIC X(04) VALUE ' OZ '.
           05  WS-BN-OUNCES               PIC ZZ9.
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-BN-SHAPE                PIC X(06).
           05  FILLER PIC X(09) VALUE ' POSTAGE '.
           05  WS-BN-POSTAGE              PIC ZZ9.999.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(24) VALUE ALL '*'.

       01  WS-OTHERS-LINE                 PIC X(40) VALUE
           'AND OTHER MEMBERS OF THE HOUSEHOLD'.

       01  WS-CONTENTS-LINE.
           05  FILLER PIC X(23) VALUE 'THIS ENVELOPE CONTAINS '.
           05  WS-CT-ITEMS                PIC ZZ,ZZ9.
           05  FILLER PIC X(10) VALUE ' ITEMS ON '.
           05  WS-CT-PAGES                PIC ZZ,ZZ9.
           05  FILLER PIC X(34) VALUE
               ' PAGES, INCLUDING THIS COVER PAGE.'.

       01  WS-COVER-HEADING.
           05  FILLER PIC X(06) VALUE 'ITEM'.
           05  FILLER PIC X(32) VALUE 'FOR'.
           05  FILLER PIC X(32) VALUE 'DOCUMENT'.
           05  FILLER PIC X(14) VALUE 'ACCOUNT'.
           05  FILLER PIC X(05) VALUE 'PAGES'.

       01  WS-COVER-DETAIL.
           05  WS-CD-ITEM                 PIC ZZ9.
           05  FILLER PIC X(03) VALUE SPACES.
           05  WS-CD-NAME                 PIC X(30).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-CD-DOC-DESC             PIC X(30).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-CD-ACCT-NUMBER          PIC Z(11)9 BLANK WHEN ZERO.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-CD-PAGES                PIC ZZ9.

       01  WS-COVER-MORE-LINE.
           05  FILLER PIC X(04) VALUE 'AND '.
           05  WS-CM-MORE-CNT             PIC ZZ,ZZ9.
           05  FILLER PIC X(31) VALUE
               ' FURTHER ITEMS ARE ENCLOSED.'.

       01  WS-NO-ADDRESS-LINE.
           05  FILLER PIC X(09) VALUE 'CUSTOMER '.
           05  WS-NA-CUST-ID              PIC 9(10).
           05  FILLER PIC X(55) VALUE
               ' NOT ON FILE OR NO MAILING ADDRESS - RETURN TO CORRES'.
           05  FILLER PIC X(13) VALUE 'PONDENCE UNIT'.

      *----------------------------------------------------------------*
      * REPORT LINES
      *----------------------------------------------------------------*
       01  WS-RPT-HEADING-1.
           05  FILLER PIC X(47) VALUE
               'MAILASM - CONSOLIDATED CUSTOMER MAIL ASSEMBLY'.
           05  FILLER PIC X(15) VALUE 'BUSINESS DATE '.
           05  WS-RH-DATE                 PIC 9(08).

       01  WS-RPT-SOURCE-HEADING.
           05  FILLER PIC X(10) VALUE 'SOURCE'.
           05  FILLER PIC X(11) VALUE '      ITEMS'.
           05  FILLER PIC X(11) VALUE '  HOUSEHOLD'.
           05  FILLER PIC X(11) VALUE '   CUSTOMER'.
           05  FILLER PIC X(11) VALUE '   SEPARATE'.
           05  FILLER PIC X(11) VALUE ' NO ADDRESS'.

       01  WS-RPT-SOURCE-DETAIL.
           05  WS-RS-SOURCE               PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-RS-ITEMS                PIC Z,ZZZ,ZZ9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-RS-HH                   PIC Z,ZZZ,ZZ9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-RS-CUST                 PIC Z,ZZZ,ZZ9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-RS-HELD                 PIC Z,ZZZ,ZZ9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-RS-NOADDR               PIC Z,ZZZ,ZZ9.

       01  WS-RPT-LEVEL-HEADING.
           05  FILLER PIC X(14) VALUE 'STREAM'.
           05  FILLER PIC X(10) VALUE 'PRESORT'.
           05  FILLER PIC X(11) VALUE '     PIECES'.
           05  FILLER PIC X(11) VALUE '      ITEMS'.
           05  FILLER PIC X(13) VALUE '        PAGES'.
           05  FILLER PIC X(15) VALUE '        POSTAGE'.

       01  WS-RPT-LEVEL-DETAIL.
           05  WS-RV-STREAM               PIC X(12).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-RV-LEVEL                PIC X(10).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-RV-PIECES               PIC Z,ZZZ,ZZ9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-RV-ITEMS                PIC Z,ZZZ,ZZ9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-RV-PAGES                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-RV-POSTAGE              PIC Z,ZZZ,ZZ9.999.

       01  WS-RPT-TOTAL-LINE.
           05  WS-RT-LABEL                PIC X(40).
           05  WS-RT-COUNT                PIC Z,ZZZ,ZZ9.

       01  WS-RPT-POSTAGE-LINE.
           05  FILLER PIC X(40) VALUE
               'ESTIMATED POSTAGE, ALL MAILED PIECES'.
           05  WS-RP-POSTAGE              PIC Z,ZZZ,ZZ9.999.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'S' TO WS-RL-PHASE
           MOVE ZERO TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-ABORT
               PERFORM 2000-LOAD-LETTERS THRU 2000-EXIT
               PERFORM 2100-LOAD-STATEMENTS THRU 2100-EXIT
               PERFORM 3000-ASSEMBLE-MAIL THRU 3000-EXIT
               PERFORM 5000-WRITE-REPORT THRU 5000-EXIT
               PERFORM 8000-TERMINATE
           END-IF
           MOVE 'E' TO WS-RL-PHASE
           MOVE WS-ITEM-CNT TO WS-RL-COUNT
           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE THRU 1000-EXIT
      *   No rule table means no way to tell which notices must
      *   mail alone - the step fails rather than consolidate a
      *   regulatory notice into someone's envelope.  The work file
      *   is emptied by the OPEN OUTPUT and reopened I-O for the
      *   load and the read-back.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
           MOVE MAIL-ITEM-HEADER TO WS-HEADER-TEMPLATE
           INITIALIZE WS-LEVEL-TOTALS

           OPEN INPUT MAIL-RULES
           IF WS-RULE-STATUS NOT = '00'
               DISPLAY 'MAILASM ERROR - MAIL RULE TABLE NOT '
                   'AVAILABLE, STATUS ' WS-RULE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-RULE THRU 1100-EXIT
               UNTIL WS-RULE-EOF
           CLOSE MAIL-RULES

           OPEN OUTPUT MAIL-WORK
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY 'MAILASM ERROR - CANNOT OPEN MAIL-WORK, '
                   'STATUS = ' WS-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF
           CLOSE MAIL-WORK
           OPEN I-O MAIL-WORK

           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'MAILASM ERROR - CANNOT OPEN CUSTOMER-MASTER, '
                   'STATUS = ' WS-CUST-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT HOUSEHOLD-FILE
           OPEN INPUT HOUSEHOLD-XREF
           OPEN OUTPUT MAIL-OUTPUT
           OPEN OUTPUT HELD-OUTPUT
           OPEN OUTPUT MAIL-REPORT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-LOAD-RULE THRU 1100-EXIT
      *   A malformed rule is displayed and skipped; a table
      *   overflow ends the step RC=8 with the rules that fit.
      *----------------------------------------------------------------*
       1100-LOAD-RULE.
           READ MAIL-RULES
               AT END
                   MOVE 'Y' TO WS-RULE-EOF-SW
                   GO TO 1100-EXIT
           END-READ
           ADD 1 TO WS-RULE-CNT

           IF MR-SOURCE = SPACES
               OR (NOT MR-HOUSEHOLD AND NOT MR-CUSTOMER
                   AND NOT MR-SEPARATE)
               ADD 1 TO WS-RULE-ERR-CNT
               DISPLAY 'MAILASM RULE REJECTED - ' MAIL-RULE-RECORD
               GO TO 1100-EXIT
           END-IF
           IF WS-MR-CNT NOT < WS-MR-MAX
               DISPLAY 'MAILASM RULE TABLE FULL - ' MR-SOURCE ' '
                   MR-NOTICE-CODE ' NOT LOADED'
               MOVE 8 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF

           ADD 1 TO WS-MR-CNT
           MOVE MR-SOURCE      TO WS-MR-SOURCE(WS-MR-CNT)
           MOVE MR-NOTICE-CODE TO WS-MR-NOTICE-CODE(WS-MR-CNT)
           MOVE MR-TREATMENT   TO WS-MR-TREATMENT(WS-MR-CNT)
           MOVE MR-DOC-DESC    TO WS-MR-DOC-DESC(WS-MR-CNT).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-LOAD-LETTERS THRU 2000-EXIT
      *   MAILIN is every 80-byte letter stream of the night
      *   concatenated.  No letters tonight is not an error.
      *----------------------------------------------------------------*
       2000-LOAD-LETTERS.
           OPEN INPUT LETTER-INPUT
           IF WS-LTRI-STATUS NOT = '00'
               DISPLAY 'MAILASM - NO LETTER INPUT, STATUS '
                   WS-LTRI-STATUS
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-IN-EOF-SW
           PERFORM 2050-READ-LETTER THRU 2050-EXIT
               UNTIL WS-IN-EOF
           PERFORM 2800-CLOSE-ITEM THRU 2800-EXIT
           CLOSE LETTER-INPUT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2050-READ-LETTER THRU 2050-EXIT
      *----------------------------------------------------------------*
       2050-READ-LETTER.
           READ LETTER-INPUT
               AT END
                   MOVE 'Y' TO WS-IN-EOF-SW
                   GO TO 2050-EXIT
           END-READ
           ADD 1 TO WS-LTR-LINE-CNT
           MOVE SPACES      TO WS-IN-LINE
           MOVE LTR-IN-LINE TO WS-IN-LINE
           PERFORM 2500-TAKE-LINE THRU 2500-EXIT.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-LOAD-STATEMENTS THRU 2100-EXIT
      *   STMTIN is STMTGEN's 132-byte paper statement stream.
      *----------------------------------------------------------------*
       2100-LOAD-STATEMENTS.
           OPEN INPUT STATEMENT-INPUT
           IF WS-STMI-STATUS NOT = '00'
               DISPLAY 'MAILASM - NO STATEMENT INPUT, STATUS '
                   WS-STMI-STATUS
               GO TO 2100-EXIT
           END-IF
           MOVE 'N' TO WS-IN-EOF-SW
           PERFORM 2150-READ-STATEMENT THRU 2150-EXIT
               UNTIL WS-IN-EOF
           PERFORM 2800-CLOSE-ITEM THRU 2800-EXIT
           CLOSE STATEMENT-INPUT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2150-READ-STATEMENT THRU 2150-EXIT
      *----------------------------------------------------------------*
       2150-READ-STATEMENT.
           READ STATEMENT-INPUT
               AT END
                   MOVE 'Y' TO WS-IN-EOF-SW
                   GO TO 2150-EXIT
           END-READ
           ADD 1 TO WS-STMT-LINE-CNT
           MOVE STMT-IN-LINE TO WS-IN-LINE
           PERFORM 2500-TAKE-LINE THRU 2500-EXIT.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-TAKE-LINE THRU 2500-EXIT
      *   A mail item header closes the item in progress and opens
      *   the next; any other line is keyed into the work file under
      *   the open item.  A line ahead of the first header in a
      *   stream belongs to no item and is counted, not mailed.
      *----------------------------------------------------------------*
       2500-TAKE-LINE.
           MOVE WS-IN-HEADER-VIEW TO MAIL-ITEM-HEADER
           IF MH-MARKER = '****' AND MH-IS-MAIL-HEADER
               PERFORM 2800-CLOSE-ITEM THRU 2800-EXIT
               PERFORM 2600-OPEN-ITEM THRU 2600-EXIT
               GO TO 2500-EXIT
           END-IF

           IF NOT WS-ITEM-OPEN
               ADD 1 TO WS-ORPHAN-CNT
               GO TO 2500-EXIT
           END-IF

           ADD 1 TO WS-CI-LINE-CNT
           MOVE WS-CI-PIECE-KEY TO MW-PIECE-KEY
           MOVE WS-CI-CUST-ID   TO MW-CUST-ID
           MOVE WS-CI-ITEM-SEQ  TO MW-ITEM-SEQ
           MOVE WS-CI-LINE-CNT  TO MW-LINE-NO
           MOVE WS-IN-LINE      TO MW-LINE
           WRITE MAIL-WORK-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUP-KEY-CNT
                   DISPLAY 'MAILASM - DUPLICATE WORK KEY ' MW-KEY
           END-WRITE.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2600-OPEN-ITEM THRU 2600-EXIT
      *   Finds the item's rule and decides which mail piece it
      *   belongs to - the piece type and ID, and the ZIP code that
      *   orders it.
      *----------------------------------------------------------------*
       2600-OPEN-ITEM.
           ADD 1 TO WS-ITEM-SEQ
           ADD 1 TO WS-ITEM-CNT
           MOVE 'Y' TO WS-ITEM-OPEN-SW
           MOVE ZERO            TO WS-CI-LINE-CNT
           MOVE WS-ITEM-SEQ     TO WS-CI-ITEM-SEQ
           MOVE MH-SOURCE       TO WS-CI-SOURCE
           MOVE MH-NOTICE-CODE  TO WS-CI-NOTICE-CODE
           IF MH-CUST-ID NUMERIC
               MOVE MH-CUST-ID  TO WS-CI-CUST-ID
           ELSE
               MOVE ZERO        TO WS-CI-CUST-ID
           END-IF
           IF MH-ACCT-NUMBER NUMERIC
               MOVE MH-ACCT-NUMBER TO WS-CI-ACCT-NUMBER
           ELSE
               MOVE ZERO           TO WS-CI-ACCT-NUMBER
           END-IF

           PERFORM 2610-FIND-RULE THRU 2610-EXIT
           PERFORM 2620-FIND-SOURCE THRU 2620-EXIT

           MOVE WS-CI-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE ZERO TO CUST-ZIP-CODE
           END-READ
           IF WS-CUST-STATUS NOT = '00' OR CUST-ZIP-CODE = ZERO
               OR CUST-ADDR-LINE-1 = SPACES
               MOVE ZERO        TO WS-CI-ZIP-CODE
               MOVE 'X'         TO WS-CI-PIECE-TYPE
               MOVE WS-ITEM-SEQ TO WS-CI-PIECE-ID
               ADD 1 TO WS-NOADDR-CNT
               IF WS-SR-IDX > ZERO
                   ADD 1 TO WS-SR-NOADDR-CNT(WS-SR-IDX)
               END-IF
               GO TO 2600-EXIT
           END-IF

           MOVE CUST-ZIP-CODE TO WS-CI-ZIP-CODE
           EVALUATE WS-CI-TREATMENT
               WHEN 'S'
                   MOVE 'S'           TO WS-CI-PIECE-TYPE
                   MOVE WS-ITEM-SEQ   TO WS-CI-PIECE-ID
               WHEN 'C'
                   MOVE 'C'           TO WS-CI-PIECE-TYPE
                   MOVE WS-CI-CUST-ID TO WS-CI-PIECE-ID
               WHEN OTHER
                   MOVE 'C'           TO WS-CI-PIECE-TYPE
                   MOVE WS-CI-CUST-ID TO WS-CI-PIECE-ID
                   PERFORM 2630-FIND-HOUSEHOLD THRU 2630-EXIT
           END-EVALUATE

           IF WS-SR-IDX > ZERO
               EVALUATE WS-CI-PIECE-TYPE
                   WHEN 'H'
                       ADD 1 TO WS-SR-HH-CNT(WS-SR-IDX)
                   WHEN 'C'
                       ADD 1 TO WS-SR-CUST-CNT(WS-SR-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-SR-HELD-CNT(WS-SR-IDX)
               END-EVALUATE
           END-IF.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2610-FIND-RULE THRU 2610-EXIT
      *   A rule for the program and notice code wins over the
      *   program's blank-code default; no rule at all households
      *   the item under the program's name.
      *----------------------------------------------------------------*
       2610-FIND-RULE.
           MOVE ZERO TO WS-MR-EXACT
           MOVE ZERO TO WS-MR-DEFAULT
           PERFORM 2611-MATCH-RULE THRU 2611-EXIT
               VARYING WS-MR-IDX FROM 1 BY 1
               UNTIL WS-MR-IDX > WS-MR-CNT

           IF WS-MR-EXACT = ZERO
               MOVE WS-MR-DEFAULT TO WS-MR-EXACT
           END-IF
           IF WS-MR-EXACT = ZERO
               MOVE 'H'          TO WS-CI-TREATMENT
               MOVE WS-CI-SOURCE TO WS-CI-DOC-DESC
           ELSE
               MOVE WS-MR-TREATMENT(WS-MR-EXACT) TO WS-CI-TREATMENT
               MOVE WS-MR-DOC-DESC(WS-MR-EXACT)  TO WS-CI-DOC-DESC
           END-IF.
       2610-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2611-MATCH-RULE THRU 2611-EXIT
      *----------------------------------------------------------------*
       2611-MATCH-RULE.
           IF WS-MR-SOURCE(WS-MR-IDX) NOT = WS-CI-SOURCE
               GO TO 2611-EXIT
           END-IF
           IF WS-MR-NOTICE-CODE(WS-MR-IDX) = WS-CI-NOTICE-CODE
               MOVE WS-MR-IDX TO WS-MR-EXACT
           ELSE
               IF WS-MR-NOTICE-CODE(WS-MR-IDX) = SPACES
                   MOVE WS-MR-IDX TO WS-MR-DEFAULT
               END-IF
           END-IF.
       2611-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2620-FIND-SOURCE THRU 2620-EXIT
      *   Finds (adding on first sight) the producing program's
      *   report counters.  A full table leaves WS-SR-IDX zero - the
      *   item still mails, it just is not broken out by source.
      *----------------------------------------------------------------*
       2620-FIND-SOURCE.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 2621-MATCH-SOURCE THRU 2621-EXIT
               VARYING WS-SR-IDX FROM 1 BY 1
               UNTIL WS-SR-IDX > WS-SR-CNT OR WS-FOUND
           IF WS-FOUND
               SUBTRACT 1 FROM WS-SR-IDX
           ELSE
               IF WS-SR-CNT NOT < WS-SR-MAX
                   MOVE ZERO TO WS-SR-IDX
                   GO TO 2620-EXIT
               END-IF
               ADD 1 TO WS-SR-CNT
               MOVE WS-SR-CNT    TO WS-SR-IDX
               MOVE WS-CI-SOURCE TO WS-SR-SOURCE(WS-SR-IDX)
               MOVE ZERO TO WS-SR-ITEM-CNT(WS-SR-IDX)
               MOVE ZERO TO WS-SR-HH-CNT(WS-SR-IDX)
               MOVE ZERO TO WS-SR-CUST-CNT(WS-SR-IDX)
               MOVE ZERO TO WS-SR-HELD-CNT(WS-SR-IDX)
               MOVE ZERO TO WS-SR-NOADDR-CNT(WS-SR-IDX)
           END-IF
           ADD 1 TO WS-SR-ITEM-CNT(WS-SR-IDX).
       2620-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2621-MATCH-SOURCE THRU 2621-EXIT
      *----------------------------------------------------------------*
       2621-MATCH-SOURCE.
           IF WS-SR-SOURCE(WS-SR-IDX) = WS-CI-SOURCE
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2621-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2630-FIND-HOUSEHOLD THRU 2630-EXIT
      *   Household membership is maintained monthly by HHGROUP, so
      *   a customer who has moved since still carries the old
      *   HH-ID - the household is only used while its address
      *   still matches the customer's own.  Anything else leaves
      *   the item in the customer's own piece.
      *----------------------------------------------------------------*
       2630-FIND-HOUSEHOLD.
           MOVE WS-CI-CUST-ID TO HX-CUST-ID
           READ HOUSEHOLD-XREF
               INVALID KEY
                   GO TO 2630-EXIT
           END-READ
           IF WS-XREF-STATUS NOT = '00'
               GO TO 2630-EXIT
           END-IF

           MOVE HX-HH-ID TO HH-ID
           READ HOUSEHOLD-FILE
               INVALID KEY
                   GO TO 2630-EXIT
           END-READ
           IF WS-HH-STATUS NOT = '00'
               GO TO 2630-EXIT
           END-IF

           IF HH-ADDR-LINE-1 = CUST-ADDR-LINE-1
               AND HH-CITY     = CUST-CITY
               AND HH-STATE    = CUST-STATE
               AND HH-ZIP-CODE = CUST-ZIP-CODE
               MOVE 'H'         TO WS-CI-PIECE-TYPE
               MOVE HH-ID       TO WS-CI-PIECE-ID
               MOVE HH-ZIP-CODE TO WS-CI-ZIP-CODE
           END-IF.
       2630-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2800-CLOSE-ITEM THRU 2800-EXIT
      *   Writes the item record (line zero) now the item's length
      *   is known.  A header with nothing under it is dropped.
      *----------------------------------------------------------------*
       2800-CLOSE-ITEM.
           IF NOT WS-ITEM-OPEN
               GO TO 2800-EXIT
           END-IF
           MOVE 'N' TO WS-ITEM-OPEN-SW
           IF WS-CI-LINE-CNT = ZERO
               ADD 1 TO WS-EMPTY-ITEM-CNT
               GO TO 2800-EXIT
           END-IF

           MOVE SPACES            TO MAIL-WORK-RECORD
           MOVE WS-CI-PIECE-KEY   TO MW-PIECE-KEY
           MOVE WS-CI-CUST-ID     TO MW-CUST-ID
           MOVE WS-CI-ITEM-SEQ    TO MW-ITEM-SEQ
           MOVE ZERO              TO MW-LINE-NO
           MOVE WS-CI-SOURCE      TO MW-SOURCE
           MOVE WS-CI-NOTICE-CODE TO MW-NOTICE-CODE
           MOVE WS-CI-ACCT-NUMBER TO MW-ACCT-NUMBER
           MOVE WS-CI-DOC-DESC    TO MW-DOC-DESC
           MOVE WS-CI-LINE-CNT    TO MW-LINE-CNT
           COMPUTE MW-PAGE-CNT =
               (WS-CI-LINE-CNT + WS-LINES-PER-PAGE - 1)
               / WS-LINES-PER-PAGE
           WRITE MAIL-WORK-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUP-KEY-CNT
                   DISPLAY 'MAILASM - DUPLICATE WORK KEY ' MW-KEY
           END-WRITE.
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-ASSEMBLE-MAIL THRU 3000-EXIT
      *   Reads the work file back in key order, one ZIP3 group at
      *   a time.
      *----------------------------------------------------------------*
       3000-ASSEMBLE-MAIL.
           MOVE LOW-VALUES TO MW-KEY
           PERFORM 3800-START-WORK THRU 3800-EXIT
           PERFORM 3100-ZIP3-GROUP THRU 3100-EXIT
               UNTIL WS-WORK-EOF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-ZIP3-GROUP THRU 3100-EXIT
      *   Counts the group's pieces by ZIP5 first, takes out the
      *   ZIP5s that make 5-digit on their own, then goes back to
      *   the top of the group and builds its pieces.  Pieces with
      *   no address are not presorted and are not counted.
      *----------------------------------------------------------------*
       3100-ZIP3-GROUP.
           MOVE MW-KEY   TO WS-GROUP-START-KEY
           MOVE MW-ZIP-3 TO WS-GROUP-ZIP3
           MOVE ZERO     TO WS-GROUP-PIECE-CNT
           MOVE SPACES   TO WS-LAST-PIECE-KEY
           INITIALIZE WS-Z5-TABLE
           PERFORM 3200-COUNT-PIECE THRU 3200-EXIT
               UNTIL WS-WORK-EOF OR MW-ZIP-3 NOT = WS-GROUP-ZIP3

           MOVE WS-GROUP-PIECE-CNT TO WS-GROUP-3DIGIT-CNT
           PERFORM 3300-TAKE-5DIGIT THRU 3300-EXIT
               VARYING WS-Z5-IDX FROM 1 BY 1
               UNTIL WS-Z5-IDX > 100

           MOVE WS-GROUP-START-KEY TO MW-KEY
           PERFORM 3800-START-WORK THRU 3800-EXIT
           PERFORM 4000-BUILD-PIECE THRU 4000-EXIT
               UNTIL WS-WORK-EOF OR MW-ZIP-3 NOT = WS-GROUP-ZIP3.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-COUNT-PIECE THRU 3200-EXIT
      *----------------------------------------------------------------*
       3200-COUNT-PIECE.
           IF MW-PIECE-KEY NOT = WS-LAST-PIECE-KEY
               MOVE MW-PIECE-KEY TO WS-LAST-PIECE-KEY
               IF MW-PIECE-TYPE NOT = 'X'
                   ADD 1 TO WS-Z5-CNT(MW-ZIP-LAST-2 + 1)
                   ADD 1 TO WS-GROUP-PIECE-CNT
               END-IF
           END-IF
           PERFORM 3900-READ-WORK THRU 3900-EXIT.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3300-TAKE-5DIGIT THRU 3300-EXIT
      *----------------------------------------------------------------*
       3300-TAKE-5DIGIT.
           IF WS-Z5-CNT(WS-Z5-IDX) NOT < WS-MIN-5DIGIT
               SUBTRACT WS-Z5-CNT(WS-Z5-IDX) FROM WS-GROUP-3DIGIT-CNT
           END-IF.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3800-START-WORK THRU 3800-EXIT
      *   Positions the work file at the key in MW-KEY and reads the
      *   first record there.
      *----------------------------------------------------------------*
       3800-START-WORK.
           MOVE 'N' TO WS-WORK-EOF-SW
           START MAIL-WORK KEY IS NOT LESS THAN MW-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-WORK-EOF-SW
           END-START
           IF NOT WS-WORK-EOF
               PERFORM 3900-READ-WORK THRU 3900-EXIT
           END-IF.
       3800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3900-READ-WORK THRU 3900-EXIT
      *----------------------------------------------------------------*
       3900-READ-WORK.
           READ MAIL-WORK NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-WORK-EOF-SW
           END-READ.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-BUILD-PIECE THRU 4000-EXIT
      *   One mail piece: a first pass over its item records for the
      *   addressees, contents and page count, then the presort
      *   level and postage, then back to the top of the piece to
      *   write it out - banner, cover page (consolidated pieces
      *   only), and every item under its own header line.
      *----------------------------------------------------------------*
       4000-BUILD-PIECE.
           MOVE MW-PIECE-KEY TO WS-PC-KEY
           MOVE MW-KEY       TO WS-PIECE-START-KEY
           ADD 1 TO WS-PIECE-SEQ
           MOVE ZERO TO WS-PC-ITEM-CNT
           MOVE ZERO TO WS-PC-CUST-CNT
           MOVE ZERO TO WS-PC-LAST-CUST
           MOVE ZERO TO WS-PC-PAGES
           MOVE ZERO TO WS-PN-CNT
           MOVE MW-CUST-ID TO WS-PC-FIRST-CUST
           PERFORM 4100-SCAN-PIECE THRU 4100-EXIT
               UNTIL WS-WORK-EOF OR MW-PIECE-KEY NOT = WS-PC-KEY

           IF WS-PC-CONSOLIDATED
               MOVE 1 TO WS-PC-COVER-PAGES
               MOVE 1 TO WS-PC-STREAM-IDX
           ELSE
               MOVE 0 TO WS-PC-COVER-PAGES
               MOVE 2 TO WS-PC-STREAM-IDX
           END-IF
           ADD WS-PC-COVER-PAGES TO WS-PC-PAGES

           EVALUATE TRUE
               WHEN WS-PC-NO-ADDRESS
                   MOVE 'U' TO WS-PC-LEVEL
                   MOVE 4   TO WS-PC-LEVEL-IDX
               WHEN WS-Z5-CNT(WS-PC-ZIP-LAST-2 + 1)
                       NOT < WS-MIN-5DIGIT
                   MOVE '5' TO WS-PC-LEVEL
                   MOVE 1   TO WS-PC-LEVEL-IDX
               WHEN WS-GROUP-3DIGIT-CNT NOT < WS-MIN-3DIGIT
                   MOVE '3' TO WS-PC-LEVEL
                   MOVE 2   TO WS-PC-LEVEL-IDX
               WHEN OTHER
                   MOVE 'M' TO WS-PC-LEVEL
                   MOVE 3   TO WS-PC-LEVEL-IDX
           END-EVALUATE
           PERFORM 4200-ESTIMATE-POSTAGE THRU 4200-EXIT

           MOVE WS-PIECE-START-KEY TO MW-KEY
           PERFORM 3800-START-WORK THRU 3800-EXIT
           PERFORM 4300-WRITE-BANNER THRU 4300-EXIT
           IF WS-PC-CONSOLIDATED
               PERFORM 4400-WRITE-COVER THRU 4400-EXIT
           END-IF
           IF WS-PC-NO-ADDRESS
               MOVE WS-PC-FIRST-CUST   TO WS-NA-CUST-ID
               MOVE WS-NO-ADDRESS-LINE TO WS-OUT-LINE
               PERFORM 4900-PUT-LINE THRU 4900-EXIT
           END-IF
           PERFORM 4500-PRINT-PIECE-LINE THRU 4500-EXIT
               UNTIL WS-WORK-EOF OR MW-PIECE-KEY NOT = WS-PC-KEY
           PERFORM 4600-TALLY-PIECE THRU 4600-EXIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-SCAN-PIECE THRU 4100-EXIT
      *   Item records only - the print lines are skipped on this
      *   pass.  The work key keeps each customer's items together,
      *   so a change of customer is a new addressee.
      *----------------------------------------------------------------*
       4100-SCAN-PIECE.
           IF MW-LINE-NO NOT = ZERO
               PERFORM 3900-READ-WORK THRU 3900-EXIT
               GO TO 4100-EXIT
           END-IF

           IF MW-CUST-ID NOT = WS-PC-LAST-CUST
               PERFORM 4110-NEW-CUSTOMER THRU 4110-EXIT
           END-IF

           ADD 1 TO WS-PC-ITEM-CNT
           ADD MW-PAGE-CNT TO WS-PC-PAGES
           IF WS-PC-ITEM-CNT NOT > WS-PI-MAX
               MOVE WS-PC-ITEM-CNT TO WS-PI-IDX
               MOVE WS-NAME-LINE   TO WS-PI-NAME(WS-PI-IDX)
               MOVE MW-DOC-DESC    TO WS-PI-DOC-DESC(WS-PI-IDX)
               MOVE MW-ACCT-NUMBER TO WS-PI-ACCT-NUMBER(WS-PI-IDX)
               MOVE MW-PAGE-CNT    TO WS-PI-PAGES(WS-PI-IDX)
           END-IF
           PERFORM 3900-READ-WORK THRU 3900-EXIT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4110-NEW-CUSTOMER THRU 4110-EXIT
      *   Leaves the customer's name in WS-NAME-LINE for the
      *   contents list, and keeps the first WS-PN-MAX names for the
      *   address block.
      *----------------------------------------------------------------*
       4110-NEW-CUSTOMER.
           MOVE MW-CUST-ID TO WS-PC-LAST-CUST
           ADD 1 TO WS-PC-CUST-CNT
           MOVE MW-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE SPACES TO CUST-FIRST-NAME
                   MOVE SPACES TO CUST-LAST-NAME
           END-READ
           MOVE CUST-FIRST-NAME TO WS-NL-FIRST
           MOVE CUST-LAST-NAME  TO WS-NL-LAST
           IF WS-PN-CNT < WS-PN-MAX
               ADD 1 TO WS-PN-CNT
               MOVE WS-NAME-LINE TO WS-PN-NAME(WS-PN-CNT)
           END-IF.
       4110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4200-ESTIMATE-POSTAGE THRU 4200-EXIT
      *   One sheet per page; weight rounds up to the next whole
      *   ounce.  Over WS-MAX-LETTER-OZ the piece goes flat.
      *----------------------------------------------------------------*
       4200-ESTIMATE-POSTAGE.
           MOVE ZERO TO WS-PC-POSTAGE
           COMPUTE WS-PC-OUNCES =
               (WS-PC-PAGES + WS-SHEETS-PER-OZ - 1) / WS-SHEETS-PER-OZ
           IF WS-PC-OUNCES = ZERO
               MOVE 1 TO WS-PC-OUNCES
           END-IF
           IF WS-PC-OUNCES > WS-MAX-LETTER-OZ
               MOVE 'F' TO WS-PC-SHAPE
           ELSE
               MOVE 'L' TO WS-PC-SHAPE
           END-IF
           IF WS-PC-NO-ADDRESS
               GO TO 4200-EXIT
           END-IF

           EVALUATE WS-PC-LEVEL ALSO WS-PC-SHAPE
               WHEN '5' ALSO 'L'
                   MOVE WS-LTR-RATE-5DIGIT TO WS-PC-POSTAGE
               WHEN '3' ALSO 'L'
                   MOVE WS-LTR-RATE-3DIGIT TO WS-PC-POSTAGE
               WHEN 'M' ALSO 'L'
                   MOVE WS-LTR-RATE-MIXED  TO WS-PC-POSTAGE
               WHEN '5' ALSO 'F'
                   MOVE WS-FLT-RATE-5DIGIT TO WS-PC-POSTAGE
               WHEN '3' ALSO 'F'
                   MOVE WS-FLT-RATE-3DIGIT TO WS-PC-POSTAGE
               WHEN OTHER
                   MOVE WS-FLT-RATE-MIXED  TO WS-PC-POSTAGE
           END-EVALUATE
           COMPUTE WS-PC-POSTAGE = WS-PC-POSTAGE
               + ((WS-PC-OUNCES - 1) * WS-ADDL-OZ-RATE).
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4300-WRITE-BANNER THRU 4300-EXIT
      *   The inserter's control line - one per envelope.
      *----------------------------------------------------------------*
       4300-WRITE-BANNER.
           MOVE WS-PIECE-SEQ                   TO WS-BN-PIECE-SEQ
           MOVE WS-LEVEL-NAME(WS-PC-LEVEL-IDX) TO WS-BN-LEVEL
           MOVE WS-PC-ZIP-CODE                 TO WS-BN-ZIP
           MOVE WS-PC-ITEM-CNT                 TO WS-BN-ITEMS
           MOVE WS-PC-PAGES                    TO WS-BN-PAGES
           MOVE WS-PC-OUNCES                   TO WS-BN-OUNCES
           IF WS-PC-SHAPE = 'F'
               MOVE 'FLAT'   TO WS-BN-SHAPE
           ELSE
               MOVE 'LETTER' TO WS-BN-SHAPE
           END-IF
           MOVE WS-PC-POSTAGE                  TO WS-BN-POSTAGE
           MOVE WS-BANNER-LINE TO WS-OUT-LINE
           PERFORM 4900-PUT-LINE THRU 4900-EXIT.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4400-WRITE-COVER THRU 4400-EXIT
      *   Addressees, the mailing address (the household's for a
      *   household piece, else the customer's own), and the
      *   contents list with the page count.
      *----------------------------------------------------------------*
       4400-WRITE-COVER.
           PERFORM 4410-WRITE-NAME THRU 4410-EXIT
               VARYING WS-PN-IDX FROM 1 BY 1
               UNTIL WS-PN-IDX > WS-PN-CNT
           IF WS-PC-CUST-CNT > WS-PN-CNT
               MOVE WS-OTHERS-LINE TO WS-OUT-LINE
               PERFORM 4900-PUT-LINE THRU 4900-EXIT
           END-IF

           MOVE 'N' TO WS-FOUND-SW
           IF WS-PC-HOUSEHOLD
               MOVE WS-PC-PIECE-ID TO HH-ID
               READ HOUSEHOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-SW
               END-READ
           END-IF
           IF WS-FOUND
               MOVE HH-ADDR-LINE-1 TO WS-OUT-LINE
               PERFORM 4900-PUT-LINE THRU 4900-EXIT
               MOVE HH-CITY        TO WS-CL-CITY
               MOVE HH-STATE       TO WS-CL-STATE
               MOVE HH-ZIP-CODE    TO WS-CL-ZIP
           ELSE
               MOVE WS-PC-FIRST-CUST TO CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE SPACES TO CUST-ADDRESS-INFO
                       MOVE ZERO   TO CUST-ZIP-CODE
               END-READ
               MOVE CUST-ADDR-LINE-1 TO WS-OUT-LINE
               PERFORM 4900-PUT-LINE THRU 4900-EXIT
               IF CUST-ADDR-LINE-2 NOT = SPACES
                   MOVE CUST-ADDR-LINE-2 TO WS-OUT-LINE
                   PERFORM 4900-PUT-LINE THRU 4900-EXIT
               END-IF
               MOVE CUST-CITY     TO WS-CL-CITY
               MOVE CUST-STATE    TO WS-CL-STATE
               MOVE CUST-ZIP-CODE TO WS-CL-ZIP
           END-IF
           MOVE WS-CSZ-LINE TO WS-OUT-LINE
           PERFORM 4900-PUT-LINE THRU 4900-EXIT

           MOVE SPACES TO WS-OUT-LINE
           PERFORM 4900-PUT-LINE THRU 4900-EXIT
           MOVE WS-PC-ITEM-CNT TO WS-CT-ITEMS
           MOVE WS-PC-PAGES    TO WS-CT-PAGES
           MOVE WS-CONTENTS-LINE TO WS-OUT-LINE
           PERFORM 4900-PUT-LINE THRU 4900-EXIT
           MOVE SPACES TO WS-OUT-LINE
           PERFORM 4900-PUT-LINE THRU 4900-EXIT
           MOVE WS-COVER-HEADING TO WS-OUT-LINE
           PERFORM 4900-PUT-LINE THRU 4900-EXIT

           PERFORM 4420-WRITE-CONTENTS THRU 4420-EXIT
               VARYING WS-PI-IDX FROM 1 BY 1
               UNTIL WS-PI-IDX > WS-PC-ITEM-CNT
                  OR WS-PI-IDX > WS-PI-MAX
           IF WS-PC-ITEM-CNT > WS-PI-MAX
               COMPUTE WS-CM-MORE-CNT = WS-PC-ITEM-CNT - WS-PI-MAX
               MOVE WS-COVER-MORE-LINE TO WS-OUT-LINE
               PERFORM 4900-PUT-LINE THRU 4900-EXIT
           END-IF.
       4400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4410-WRITE-NAME THRU 4410-EXIT
      *----------------------------------------------------------------*
       4410-WRITE-NAME.
           MOVE WS-PN-NAME(WS-PN-IDX) TO WS-OUT-LINE
           PERFORM 4900-PUT-LINE THRU 4900-EXIT.
       4410-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4420-WRITE-CONTENTS THRU 4420-EXIT
      *----------------------------------------------------------------*
       4420-WRITE-CONTENTS.
           MOVE WS-PI-IDX                     TO WS-CD-ITEM
           MOVE WS-PI-NAME(WS-PI-IDX)         TO WS-CD-NAME
           MOVE WS-PI-DOC-DESC(WS-PI-IDX)     TO WS-CD-DOC-DESC
           MOVE WS-PI-ACCT-NUMBER(WS-PI-IDX)  TO WS-CD-ACCT-NUMBER
           MOVE WS-PI-PAGES(WS-PI-IDX)        TO WS-CD-PAGES
           MOVE WS-COVER-DETAIL TO WS-OUT-LINE
           PERFORM 4900-PUT-LINE THRU 4900-EXIT.
       4420-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4500-PRINT-PIECE-LINE THRU 4500-EXIT
      *   An item record goes back out as the item's header line;
      *   every other record is a print line as produced.
      *----------------------------------------------------------------*
       4500-PRINT-PIECE-LINE.
           IF MW-LINE-NO = ZERO
               MOVE WS-HEADER-TEMPLATE TO MAIL-ITEM-HEADER
               MOVE MW-SOURCE          TO MH-SOURCE
               MOVE MW-NOTICE-CODE     TO MH-NOTICE-CODE
               MOVE MW-CUST-ID         TO MH-CUST-ID
               MOVE MW-ACCT-NUMBER     TO MH-ACCT-NUMBER
               MOVE MAIL-ITEM-HEADER   TO WS-OUT-LINE
           ELSE
               MOVE MW-LINE            TO WS-OUT-LINE
           END-IF
           PERFORM 4900-PUT-LINE THRU 4900-EXIT
           PERFORM 3900-READ-WORK THRU 3900-EXIT.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4600-TALLY-PIECE THRU 4600-EXIT
      *----------------------------------------------------------------*
       4600-TALLY-PIECE.
           MOVE WS-PC-STREAM-IDX TO WS-ST-SUB
           MOVE WS-PC-LEVEL-IDX  TO WS-LV-SUB
           ADD 1              TO WS-LV-PIECE-CNT(WS-ST-SUB WS-LV-SUB)
           ADD WS-PC-ITEM-CNT TO WS-LV-ITEM-CNT(WS-ST-SUB WS-LV-SUB)
           ADD WS-PC-PAGES    TO WS-LV-PAGE-CNT(WS-ST-SUB WS-LV-SUB)
           ADD WS-PC-POSTAGE  TO WS-LV-POSTAGE(WS-ST-SUB WS-LV-SUB)
           ADD WS-PC-POSTAGE  TO WS-TOTAL-POSTAGE
           IF WS-PC-CONSOLIDATED
               ADD 1              TO WS-CONS-PIECE-CNT
               ADD WS-PC-ITEM-CNT TO WS-CONS-ITEM-CNT
           END-IF.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4900-PUT-LINE THRU 4900-EXIT
      *   Consolidated pieces go to MAILOUT; separate and
      *   unaddressable pieces to MAILHELD.
      *----------------------------------------------------------------*
       4900-PUT-LINE.
           IF WS-PC-CONSOLIDATED
               MOVE WS-OUT-LINE TO MAIL-OUT-LINE
               WRITE MAIL-OUT-LINE
           ELSE
               MOVE WS-OUT-LINE TO HELD-OUT-LINE
               WRITE HELD-OUT-LINE
           END-IF.
       4900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-WRITE-REPORT THRU 5000-EXIT
      *----------------------------------------------------------------*
       5000-WRITE-REPORT.
           MOVE WS-TODAY TO WS-RH-DATE
           MOVE WS-RPT-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-RPT-SOURCE-HEADING TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 5100-SOURCE-LINE THRU 5100-EXIT
               VARYING WS-SR-IDX FROM 1 BY 1
               UNTIL WS-SR-IDX > WS-SR-CNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-RPT-LEVEL-HEADING TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 5200-LEVEL-LINE THRU 5200-EXIT
               VARYING WS-LV-SUB FROM 1 BY 1
               UNTIL WS-LV-SUB > 4
               AFTER WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > 2
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           IF WS-CONS-ITEM-CNT > WS-CONS-PIECE-CNT
               COMPUTE WS-SAVED-CNT =
                   WS-CONS-ITEM-CNT - WS-CONS-PIECE-CNT
           END-IF
           MOVE 'ITEMS READ' TO WS-RT-LABEL
           MOVE WS-ITEM-CNT  TO WS-RT-COUNT
           PERFORM 5300-TOTAL-LINE THRU 5300-EXIT
           MOVE 'CONSOLIDATED MAIL PIECES' TO WS-RT-LABEL
           MOVE WS-CONS-PIECE-CNT          TO WS-RT-COUNT
           PERFORM 5300-TOTAL-LINE THRU 5300-EXIT
           MOVE 'ENVELOPES SAVED BY CONSOLIDATION' TO WS-RT-LABEL
           MOVE WS-SAVED-CNT                       TO WS-RT-COUNT
           PERFORM 5300-TOTAL-LINE THRU 5300-EXIT
           MOVE 'ITEMS WITH NO MAILING ADDRESS' TO WS-RT-LABEL
           MOVE WS-NOADDR-CNT                   TO WS-RT-COUNT
           PERFORM 5300-TOTAL-LINE THRU 5300-EXIT
           MOVE 'LINES OUTSIDE ANY ITEM (NOT MAILED)' TO WS-RT-LABEL
           MOVE WS-ORPHAN-CNT                         TO WS-RT-COUNT
           PERFORM 5300-TOTAL-LINE THRU 5300-EXIT
           MOVE 'EMPTY ITEMS DROPPED' TO WS-RT-LABEL
           MOVE WS-EMPTY-ITEM-CNT     TO WS-RT-COUNT
           PERFORM 5300-TOTAL-LINE THRU 5300-EXIT
           MOVE WS-TOTAL-POSTAGE TO WS-RP-POSTAGE
           MOVE WS-RPT-POSTAGE-LINE TO RPT-LINE
           WRITE RPT-LINE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-SOURCE-LINE THRU 5100-EXIT
      *----------------------------------------------------------------*
       5100-SOURCE-LINE.
           MOVE WS-SR-SOURCE(WS-SR-IDX)     TO WS-RS-SOURCE
           MOVE WS-SR-ITEM-CNT(WS-SR-IDX)   TO WS-RS-ITEMS
           MOVE WS-SR-HH-CNT(WS-SR-IDX)     TO WS-RS-HH
           MOVE WS-SR-CUST-CNT(WS-SR-IDX)   TO WS-RS-CUST
           MOVE WS-SR-HELD-CNT(WS-SR-IDX)   TO WS-RS-HELD
           MOVE WS-SR-NOADDR-CNT(WS-SR-IDX) TO WS-RS-NOADDR
           MOVE WS-RPT-SOURCE-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5200-LEVEL-LINE THRU 5200-EXIT
      *   Only the stream and level combinations that had pieces.
      *----------------------------------------------------------------*
       5200-LEVEL-LINE.
           IF WS-LV-PIECE-CNT(WS-ST-SUB WS-LV-SUB) = ZERO
               GO TO 5200-EXIT
           END-IF
           IF WS-ST-SUB = 1
               MOVE 'CONSOLIDATED' TO WS-RV-STREAM
           ELSE
               MOVE 'HELD'         TO WS-RV-STREAM
           END-IF
           MOVE WS-LEVEL-NAME(WS-LV-SUB) TO WS-RV-LEVEL
           MOVE WS-LV-PIECE-CNT(WS-ST-SUB WS-LV-SUB) TO WS-RV-PIECES
           MOVE WS-LV-ITEM-CNT(WS-ST-SUB WS-LV-SUB)  TO WS-RV-ITEMS
           MOVE WS-LV-PAGE-CNT(WS-ST-SUB WS-LV-SUB)  TO WS-RV-PAGES
           MOVE WS-LV-POSTAGE(WS-ST-SUB WS-LV-SUB)   TO WS-RV-POSTAGE
           MOVE WS-RPT-LEVEL-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5300-TOTAL-LINE THRU 5300-EXIT
      *----------------------------------------------------------------*
       5300-TOTAL-LINE.
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-TERMINATE
      *   Anything that could not be mailed - no address, lines
      *   outside an item, a duplicate work key, a rejected rule -
      *   ends the step RC=4 for the correspondence unit to follow
      *   up.
      *----------------------------------------------------------------*
       8000-TERMINATE.
           CLOSE MAIL-WORK
           CLOSE CUSTOMER-MASTER
           CLOSE HOUSEHOLD-FILE
           CLOSE HOUSEHOLD-XREF
           CLOSE MAIL-OUTPUT
           CLOSE HELD-OUTPUT
           CLOSE MAIL-REPORT
           DISPLAY 'MAILASM RUN DATE          = ' WS-TODAY
           DISPLAY 'MAILASM RULES LOADED      = ' WS-MR-CNT
           DISPLAY 'MAILASM RULES REJECTED    = ' WS-RULE-ERR-CNT
           DISPLAY 'MAILASM LETTER LINES READ = ' WS-LTR-LINE-CNT
           DISPLAY 'MAILASM STMT LINES READ   = ' WS-STMT-LINE-CNT
           DISPLAY 'MAILASM ITEMS             = ' WS-ITEM-CNT
           DISPLAY 'MAILASM MAIL PIECES       = ' WS-PIECE-SEQ
           DISPLAY 'MAILASM CONSOLIDATED      = ' WS-CONS-PIECE-CNT
           DISPLAY 'MAILASM ENVELOPES SAVED   = ' WS-SAVED-CNT
           DISPLAY 'MAILASM NO ADDRESS        = ' WS-NOADDR-CNT
           DISPLAY 'MAILASM ORPHAN LINES      = ' WS-ORPHAN-CNT
           DISPLAY 'MAILASM DUPLICATE KEYS    = ' WS-DUP-KEY-CNT
           IF (WS-NOADDR-CNT > ZERO OR WS-ORPHAN-CNT > ZERO
               OR WS-DUP-KEY-CNT > ZERO OR WS-RULE-ERR-CNT > ZERO)
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * 9900-WRITE-RUN-LOG THRU 9900-EXIT
      *   Appends one start ('S') or end ('E') record to the shared
      *   batch run log MORNRPT reports the cycle from.  A run
      *   without a RUNLOG DD simply skips the logging rather than
      *   failing the business step.
      *----------------------------------------------------------------*
       9900-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG
           IF WS-RUNLOG-STATUS NOT = '00'
               GO TO 9900-EXIT
           END-IF
           ACCEPT RL-DATE FROM DATE YYYYMMDD
           ACCEPT RL-TIME FROM TIME
           MOVE 'MAILASM' TO RL-PROGRAM
           MOVE WS-RL-PHASE TO RL-PHASE
           MOVE WS-RL-COUNT TO RL-RECORD-CNT
           MOVE RETURN-CODE TO RL-RETURN-CODE
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG.
       9900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1090-LOAD-BUSINESS-DATE THRU 1090-EXIT
      *   Loads the batch business date from the PROCDATE control
      *   record - a cycle slipping past midnight, or a rerun the
      *   next morning, keeps the night's date until DATEADV
      *   advances it at end of cycle.  A missing control record
      *   falls back to the system clock, the pre-control behavior.
      *----------------------------------------------------------------*
       1090-LOAD-BUSINESS-DATE.
           OPEN INPUT PROC-DATE-CTL
           IF WS-PDATE-STATUS = '00'
               READ PROC-DATE-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PROC-DATE-RECORD TO WS-TODAY
               END-READ
               CLOSE PROC-DATE-CTL
           END-IF
           IF WS-TODAY = ZERO
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
           END-IF.
       1090-EXIT.
           EXIT.
