      * separately for the near-match test.  The file is rebuilt in
      * full (OPEN OUTPUT) each load, so a delisted name disappears
      * the day the new list arrives.
      *
      * The transmission's party type (WN-ENTRY-TYPE - 'I'
      * individual, 'E' entity) carries to WL-ENTRY-TYPE so the
      * screens can keep near matches between like parties; a
      * transmission from before the type existed is one byte
      * short and loads every entry untyped.  Any other value is
      * loaded untyped and counted.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLLOAD.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2024-11-04  DS   ORIGINAL WATCH LIST LOAD.
      *   2026-10-15  DS   INPUT RECORD GREW TO 74 BYTES FOR THE
      *                    LIST'S PARTY TYPE (INDIVIDUAL / ENTITY),
      *                    CARRIED TO WL-ENTRY-TYPE NOW THAT LEGAL-
      *                    ENTITY CUSTOMERS ARE SCREENED.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-NAMES-IN
           RECORD CONTAINS 74 CHARACTERS.
       01  WATCH-NAME-RECORD.
           05  WN-ENTRY-ID                PIC 9(08).
           05  WN-LIST-CODE               PIC X(10).
           05  WN-FULL-NAME               PIC X(55).
           05  WN-ENTRY-TYPE              PIC X(01).
               88  WN-ENTRY-TYPE-VALID     VALUE 'I' 'E' SPACE.

       FD  WATCH-LIST.
           COPY "watchlst.cpy".
       01  WS-COUNTERS.
           05  WS-READ-CNT                PIC 9(07)   VALUE ZERO.
           05  WS-LOADED-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-ENTITY-CNT              PIC 9(07)   VALUE ZERO.
           05  WS-BAD-TYPE-CNT            PIC 9(07)   VALUE ZERO.

      *----------------------------------------------------------------*
      * NAME NORMALIZATION WORK FIELDS - THE SURNAME IS EVERYTHING
           MOVE WN-FULL-NAME  TO WL-FULL-NAME
           MOVE WS-NORM-OUT   TO WL-MATCH-NAME
           MOVE WS-NORM-LAST  TO WL-LAST-NAME
           IF WN-ENTRY-TYPE-VALID
               MOVE WN-ENTRY-TYPE TO WL-ENTRY-TYPE
           ELSE
               MOVE SPACE TO WL-ENTRY-TYPE
               ADD 1 TO WS-BAD-TYPE-CNT
           END-IF
           IF WL-ENTRY-TYPE = 'E'
               ADD 1 TO WS-ENTITY-CNT
           END-IF
           WRITE WATCH-LIST-RECORD
               INVALID KEY
                   DISPLAY 'WLLOAD - DUPLICATE ENTRY-ID ' WL-ENTRY-ID
           CLOSE WATCH-NAMES-IN
           CLOSE WATCH-LIST
           DISPLAY 'WLLOAD NAMES READ   = ' WS-READ-CNT
           DISPLAY 'WLLOAD NAMES LOADED = ' WS-LOADED-CNT
           DISPLAY 'WLLOAD ENTITIES     = ' WS-ENTITY-CNT
           DISPLAY 'WLLOAD BAD TYPE     = ' WS-BAD-TYPE-CNT.

      *----------------------------------------------------------------*
      * 4500-NORMALIZE-NAME THRU 4500-EXIT
