       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDSS-CATSCREEN.

      *----------------------------------------------------------*
      *  Modification history                                    *
      *  2026-10-15  Initial version. Screen-mode maintenance of  *
      *              the topic ownership catalog in doccat.idx,   *
      *              styled after IDSS-BROWSE: page through the   *
      *              entries, filter by owner, overdue or         *
      *              uncataloged, add / change / delete an entry  *
      *              with field-level checks, and mark a topic    *
      *              reviewed today with one key. Each row shows  *
      *              the topic's line count in the doc master,    *
      *              and master topics with no catalog record are *
      *              listed so they can be assigned on the spot.  *
      *              The run lock is held only for the initial    *
      *              load and while a change is saved; every      *
      *              saved change is written to the audit log     *
      *              through IDSS-AUDCHAIN.                       *
      *  2026-10-15  --library=NAME (or IDSS_LIBRARY) maintains   *
      *              one documentation library's catalog against  *
      *              its own doc master under its own run lock,   *
      *              from the library control file. The library   *
      *              name is shown on both screens and carried    *
      *              in the audit record.                         *
      *----------------------------------------------------------*

      *----------------------------------------------------------*
      *  Commands typed at the prompt:                           *
      *    F        page forward          B  page back           *
      *    O/name   owners starting name  D  overdue only        *
      *    U        no catalog record     A  all entries         *
      *    N        new entry             Q  quit                *
      *    Enn      edit row nn (assigns an uncataloged topic)   *
      *    Rnn      mark row nn reviewed today                   *
      *    Xnn      delete row nn                                *
      *  On the entry screen S saves and C cancels. The topic is *
      *  the catalog key: to rename one, delete and add it.      *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CatalogFile ASSIGN TO DYNAMIC WS-CATALOG-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAT-TOPIC
           FILE STATUS IS WS-CATALOG-STATUS.

           SELECT DocMasterFile ASSIGN TO DYNAMIC WS-MASTER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOCM-KEY
           FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CatalogFile.
       01  CatalogRecord.
           05  CAT-TOPIC              PIC X(30).
           05  CAT-OWNER              PIC X(20).
           05  CAT-REVIEWED           PIC X(08).
           05  CAT-INTERVAL           PIC 9(04).

       FD  DocMasterFile.
       01  DocMasterRecord.
           05  DOCM-KEY.
               10  DOCM-TOPIC         PIC X(30).
               10  DOCM-SEQ           PIC 9(04).
           05  DOCM-TEXT              PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "lockreq.cpy".
           COPY "audreq.cpy".
           COPY "libreq.cpy".

       01 WS-ARGUMENT PIC X(256).

      *--------------------------------------------------------*
      *  Command line argument table, same shape as IDSS-MAIN   *
      *  so the two programs parse flags the same way.          *
      *--------------------------------------------------------*
       01  WS-ARG-COUNT PIC 9(2) COMP VALUE 0.
       01  WS-ARG-INDEX PIC 9(2) COMP VALUE 0.
       01  WS-ARG-TABLE.
           05  WS-ARG-ENTRY OCCURS 20 TIMES
                   PIC X(256).
       01  WS-CURRENT-ARG PIC X(256).

       01  WS-CATALOG-PATH
               PIC X(256) VALUE "/var/idss/doccat.idx".
       01  WS-CATALOG-STATUS PIC X(2) VALUE SPACES.
       01  WS-MASTER-PATH
               PIC X(256) VALUE "/var/idss/docmaster.idx".
       01  WS-MASTER-STATUS PIC X(2) VALUE SPACES.
       01  WS-CATALOG-EOF PIC X(1) VALUE 'N'.
           88 CatalogEOF VALUE 'Y'.
       01  WS-MASTER-EOF PIC X(1) VALUE 'N'.
           88 MasterEOF VALUE 'Y'.
       01  WS-NO-MASTER PIC X(1) VALUE 'N'.
           88 NoMaster VALUE 'Y'.
       01  WS-LOAD-OK PIC X(1) VALUE 'Y'.
           88 LoadOk VALUE 'Y'.

      *--------------------------------------------------------*
      *  Audit trail, written through IDSS-AUDCHAIN into the    *
      *  same chained log the batch programs append to. The     *
      *  raw-arguments field carries the entry as saved, laid   *
      *  out like a CATMAINT transaction, plus the user.        *
      *--------------------------------------------------------*
       01  WS-AUDIT-PATH
               PIC X(256) VALUE "/var/idss/audit/idss.log".
       01  WS-MODE-NAME PIC X(15) VALUE "CATSCREEN".
       01  WS-BRANCH-NAME PIC X(20) VALUE SPACES.
       01  WS-USER-NAME PIC X(32) VALUE SPACES.
       01  WS-AUDIT-DETAIL.
           05  WS-AUD-TOPIC           PIC X(30).
           05  FILLER                 PIC X(01).
           05  WS-AUD-OWNER           PIC X(20).
           05  FILLER                 PIC X(01).
           05  WS-AUD-REVIEWED        PIC X(08).
           05  FILLER                 PIC X(01).
           05  WS-AUD-INTERVAL        PIC 9(04).
           05  FILLER                 PIC X(01).
           05  WS-AUD-USER            PIC X(07).

      *--------------------------------------------------------*
      *  Today, for the overdue rule IDSS-CATMAINT --report     *
      *  uses: overdue when last-reviewed plus interval falls   *
      *  before today.                                          *
      *--------------------------------------------------------*
       01  WS-TODAY-FIELDS PIC X(21) VALUE SPACES.
       01  WS-TODAY-DATE PIC 9(8) VALUE 0.
       01  WS-TODAY-INT PIC 9(8) COMP VALUE 0.
       01  WS-REVIEWED-NUM PIC 9(8) VALUE 0.
       01  WS-DUE-INT PIC 9(8) COMP VALUE 0.

      *--------------------------------------------------------*
      *  Doc master topics and their line counts, in key order. *
      *--------------------------------------------------------*
       01  WS-PREV-TOPIC PIC X(30) VALUE SPACES.
       01  WS-MT-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-MT-SUB PIC 9(4) COMP VALUE 0.
       01  WS-MT-PENDING PIC X(1) VALUE 'N'.
           88 MtPending VALUE 'Y'.
       01  WS-MT-TABLE.
           05  WS-MT-ENTRY OCCURS 2000 TIMES.
               10  WS-MT-TOPIC PIC X(30).
               10  WS-MT-LINES PIC 9(5) COMP.
       01  WS-HOLD-LINES PIC 9(5) COMP VALUE 0.

      *--------------------------------------------------------*
      *  The catalog merged with the uncataloged master topics, *
      *  in topic order. The whole table is reloaded after each *
      *  save so the screen shows what is actually on file.     *
      *--------------------------------------------------------*
       01  WS-CE-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-CE-SUB PIC 9(4) COMP VALUE 0.
       01  WS-CE-TABLE.
           05  WS-CE-ENTRY OCCURS 2000 TIMES.
               10  WS-CE-TOPIC PIC X(30).
               10  WS-CE-OWNER PIC X(20).
               10  WS-CE-REVIEWED PIC X(08).
               10  WS-CE-INTERVAL PIC 9(04).
               10  WS-CE-LINES PIC 9(5) COMP.
               10  WS-CE-STATE PIC X(1).
                   88 CeCataloged VALUE 'C'.
                   88 CeUncataloged VALUE 'U'.
               10  WS-CE-DUE PIC X(1).
                   88 CeLate VALUE 'L'.
                   88 CeBadDate VALUE 'B'.
                   88 CeOverdue VALUE 'L' 'B'.
       01  WS-SLOT-TAKEN PIC X(1) VALUE 'N'.
           88 SlotTaken VALUE 'Y'.
       01  WS-VIEW-TRUNCATED PIC X(1) VALUE 'N'.
           88 ViewTruncated VALUE 'Y'.
       01  WS-OVERDUE-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-UNCATALOGED-COUNT PIC 9(4) COMP VALUE 0.

      *--------------------------------------------------------*
      *  The filtered view: subscripts into WS-CE-TABLE.        *
      *--------------------------------------------------------*
       01  WS-VIEW-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-VIEW-TABLE.
           05  WS-VIEW-ENTRY OCCURS 2000 TIMES PIC 9(4) COMP.
       01  WS-FILTER-MODE PIC X(1) VALUE 'A'.
           88 FilterAll VALUE 'A'.
           88 FilterOwner VALUE 'O'.
           88 FilterOverdue VALUE 'D'.
           88 FilterUncataloged VALUE 'U'.
       01  WS-FILTER-OWNER PIC X(20) VALUE SPACES.
       01  WS-FILTER-LENGTH PIC 9(2) COMP VALUE 0.
       01  WS-OWNER-UPPER PIC X(20) VALUE SPACES.
       01  WS-FILTER-TEXT PIC X(26) VALUE SPACES.
       01  WS-COUNTS-TEXT PIC X(80) VALUE SPACES.
       01  WS-SHOWN-NUM PIC 9(4) VALUE 0.
       01  WS-TOTAL-NUM PIC 9(4) VALUE 0.
       01  WS-OVERDUE-NUM PIC 9(4) VALUE 0.
       01  WS-UNCATALOGED-NUM PIC 9(4) VALUE 0.

      *--------------------------------------------------------*
      *  Paging state. WS-PAGE-AREA is redefined as the named   *
      *  fields the screen lines display FROM.                  *
      *--------------------------------------------------------*
       01  WS-PAGE-SIZE PIC 9(2) COMP VALUE 18.
       01  WS-TOP-ROW PIC 9(4) COMP VALUE 1.
       01  WS-MAX-TOP PIC 9(4) COMP VALUE 1.
       01  WS-FILL-INDEX PIC 9(2) COMP VALUE 0.
       01  WS-FILL-ROW PIC 9(4) COMP VALUE 0.
       01  WS-PAGE-AREA.
           05  WS-PG-LINE OCCURS 18 TIMES PIC X(80).
       01  WS-PAGE-NAMED REDEFINES WS-PAGE-AREA.
           05  WS-PG-01 PIC X(80).
           05  WS-PG-02 PIC X(80).
           05  WS-PG-03 PIC X(80).
           05  WS-PG-04 PIC X(80).
           05  WS-PG-05 PIC X(80).
           05  WS-PG-06 PIC X(80).
           05  WS-PG-07 PIC X(80).
           05  WS-PG-08 PIC X(80).
           05  WS-PG-09 PIC X(80).
           05  WS-PG-10 PIC X(80).
           05  WS-PG-11 PIC X(80).
           05  WS-PG-12 PIC X(80).
           05  WS-PG-13 PIC X(80).
           05  WS-PG-14 PIC X(80).
           05  WS-PG-15 PIC X(80).
           05  WS-PG-16 PIC X(80).
           05  WS-PG-17 PIC X(80).
           05  WS-PG-18 PIC X(80).

       01  WS-ROW-LINE.
           05  WS-ROW-NUMBER          PIC 9(02).
           05  FILLER                 PIC X(01).
           05  WS-ROW-TOPIC           PIC X(30).
           05  FILLER                 PIC X(01).
           05  WS-ROW-OWNER           PIC X(20).
           05  FILLER                 PIC X(01).
           05  WS-ROW-REVIEWED        PIC X(08).
           05  FILLER                 PIC X(01).
           05  WS-ROW-INTERVAL        PIC ZZZ9.
           05  FILLER                 PIC X(01).
           05  WS-ROW-LINES           PIC ZZZ9.
           05  FILLER                 PIC X(01).
           05  WS-ROW-FLAG            PIC X(06).

      *--------------------------------------------------------*
      *  Command handling and row selection.                    *
      *--------------------------------------------------------*
       01  WS-COMMAND PIC X(20) VALUE SPACES.
       01  WS-COMMAND-CHAR PIC X(1) VALUE SPACE.
       01  WS-QUIT PIC X(1) VALUE 'N'.
           88 CatalogQuit VALUE 'Y'.
       01  WS-STATUS-TEXT PIC X(34) VALUE SPACES.
       01  WS-ROW-TEXT PIC X(3) JUSTIFIED RIGHT VALUE SPACES.
       01  WS-ROW-PICK PIC 9(3) COMP VALUE 0.
       01  WS-ROW-PICKED PIC X(1) VALUE 'N'.
           88 RowPicked VALUE 'Y'.

      *--------------------------------------------------------*
      *  Entry screen fields. WS-HOLD-* keep the entry as it    *
      *  was shown, so a save can tell when another run has     *
      *  changed the record in the meantime.                    *
      *--------------------------------------------------------*
       01  WS-ED-ACTION PIC X(8) VALUE SPACES.
           88 EdActionAdd VALUE "ADD".
           88 EdActionChange VALUE "CHANGE".
           88 EdActionDelete VALUE "DELETE".
           88 EdActionReviewed VALUE "REVIEWED".
       01  WS-ED-TOPIC PIC X(30) VALUE SPACES.
       01  WS-ED-OWNER PIC X(20) VALUE SPACES.
       01  WS-ED-REVIEWED PIC X(08) VALUE SPACES.
       01  WS-ED-INTERVAL PIC X(04) VALUE SPACES.
       01  WS-ED-LINES PIC 9(5) VALUE 0.
       01  WS-ED-NOTE PIC X(50) VALUE SPACES.
       01  WS-ED-PROMPT PIC X(30) VALUE SPACES.
       01  WS-ED-CONFIRM PIC X(1) VALUE SPACE.
       01  WS-ED-DONE PIC X(1) VALUE 'N'.
           88 EdDone VALUE 'Y'.
       01  WS-ED-VALID PIC X(1) VALUE 'N'.
           88 EdValid VALUE 'Y'.
       01  WS-DEFAULT-INTERVAL PIC X(04) VALUE "90".
       01  WS-INTERVAL-TEXT PIC X(4) JUSTIFIED RIGHT VALUE SPACES.
       01  WS-INTERVAL-NUM PIC 9(4) VALUE 0.
       01  WS-INTERVAL-EDIT PIC ZZZ9.
       01  WS-HOLD-TOPIC PIC X(30) VALUE SPACES.
       01  WS-HOLD-OWNER PIC X(20) VALUE SPACES.
       01  WS-HOLD-REVIEWED PIC X(08) VALUE SPACES.
       01  WS-HOLD-INTERVAL PIC 9(04) VALUE 0.
       01  WS-SAVE-RESULT PIC X(1) VALUE SPACE.
           88 SaveDone VALUE 'D'.
           88 SaveRefused VALUE 'R'.
           88 SaveBusy VALUE 'B'.

      *--------------------------------------------------------*
      *  135-137 library selection. --library= (or the          *
      *  IDSS_LIBRARY environment variable) names a             *
      *  documentation library in the library control file;     *
      *  its files and run lock replace the defaults above      *
      *  before the other flags are parsed, so an explicit      *
      *  path flag still wins. No library, no change.           *
      *--------------------------------------------------------*
       01  WS-LIBRARY-NAME PIC X(10) VALUE SPACES.
       01  WS-LIBRARY-ARG PIC X(246) VALUE SPACES.
       01  WS-LIBRARY-OK PIC X(1) VALUE 'Y'.
           88 LibraryOk VALUE 'Y'.

       SCREEN SECTION.
       01  CATALOG-SCREEN BLANK SCREEN.
           05  LINE 01 COL 01 VALUE "IDSS topic catalog".
           05  LINE 01 COL 20 PIC X(34) FROM WS-STATUS-TEXT.
           05  LINE 01 COL 55 PIC X(26) FROM WS-FILTER-TEXT.
           05  LINE 02 COL 01 VALUE "No".
           05  LINE 02 COL 04 VALUE "Topic".
           05  LINE 02 COL 35 VALUE "Owner".
           05  LINE 02 COL 56 VALUE "Reviewed".
           05  LINE 02 COL 65 VALUE "Days".
           05  LINE 02 COL 70 VALUE "Lines".
           05  LINE 02 COL 75 VALUE "Flag".
           05  LINE 03 COL 01 PIC X(80) FROM WS-PG-01.
           05  LINE 04 COL 01 PIC X(80) FROM WS-PG-02.
           05  LINE 05 COL 01 PIC X(80) FROM WS-PG-03.
           05  LINE 06 COL 01 PIC X(80) FROM WS-PG-04.
           05  LINE 07 COL 01 PIC X(80) FROM WS-PG-05.
           05  LINE 08 COL 01 PIC X(80) FROM WS-PG-06.
           05  LINE 09 COL 01 PIC X(80) FROM WS-PG-07.
           05  LINE 10 COL 01 PIC X(80) FROM WS-PG-08.
           05  LINE 11 COL 01 PIC X(80) FROM WS-PG-09.
           05  LINE 12 COL 01 PIC X(80) FROM WS-PG-10.
           05  LINE 13 COL 01 PIC X(80) FROM WS-PG-11.
           05  LINE 14 COL 01 PIC X(80) FROM WS-PG-12.
           05  LINE 15 COL 01 PIC X(80) FROM WS-PG-13.
           05  LINE 16 COL 01 PIC X(80) FROM WS-PG-14.
           05  LINE 17 COL 01 PIC X(80) FROM WS-PG-15.
           05  LINE 18 COL 01 PIC X(80) FROM WS-PG-16.
           05  LINE 19 COL 01 PIC X(80) FROM WS-PG-17.
           05  LINE 20 COL 01 PIC X(80) FROM WS-PG-18.
           05  LINE 21 COL 01 PIC X(80) FROM WS-COUNTS-TEXT.
           05  LINE 22 COL 71 PIC X(10) FROM WS-LIBRARY-NAME.
           05  LINE 23 COL 01 VALUE
               "F fwd  B back  O/name owner  D overdue".
           05  LINE 23 COL 41 VALUE "U no catalog  A all".
           05  LINE 24 COL 01 VALUE
               "N new  Enn edit  Rnn reviewed today".
           05  LINE 24 COL 38 VALUE "Xnn delete  Q quit :".
           05  LINE 24 COL 60 PIC X(20) USING WS-COMMAND.

       01  ENTRY-SCREEN BLANK SCREEN.
           05  LINE 01 COL 01 VALUE "IDSS topic catalog entry".
           05  LINE 01 COL 27 PIC X(34) FROM WS-STATUS-TEXT.
           05  LINE 01 COL 62 PIC X(10) FROM WS-LIBRARY-NAME.
           05  LINE 02 COL 01 VALUE
               "------------------------------------".
           05  LINE 04 COL 01 VALUE "Action   :".
           05  LINE 04 COL 12 PIC X(08) FROM WS-ED-ACTION.
           05  LINE 06 COL 01 VALUE "Topic    :".
           05  LINE 06 COL 12 PIC X(30) USING WS-ED-TOPIC.
           05  LINE 07 COL 01 VALUE "Owner    :".
           05  LINE 07 COL 12 PIC X(20) USING WS-ED-OWNER.
           05  LINE 08 COL 01 VALUE "Reviewed :".
           05  LINE 08 COL 12 PIC X(08) USING WS-ED-REVIEWED.
           05  LINE 08 COL 22 VALUE "YYYYMMDD, or T for today".
           05  LINE 09 COL 01 VALUE "Interval :".
           05  LINE 09 COL 12 PIC X(04) USING WS-ED-INTERVAL.
           05  LINE 09 COL 22 VALUE "days between reviews".
           05  LINE 11 COL 01 VALUE "Doc master lines :".
           05  LINE 11 COL 20 PIC ZZZZ9 FROM WS-ED-LINES.
           05  LINE 13 COL 01 PIC X(50) FROM WS-ED-NOTE.
           05  LINE 24 COL 01 PIC X(30) FROM WS-ED-PROMPT.
           05  LINE 24 COL 32 PIC X(01) USING WS-ED-CONFIRM.

       PROCEDURE DIVISION.
       100-MAIN-LOGIC.
           PERFORM 120-INITIALIZE
           IF NOT LibraryOk
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 910-ACQUIRE-RUN-LOCK
           IF NOT LockGranted
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 200-LOAD-CATALOG-VIEW
               THRU 200-LOAD-CATALOG-VIEW-EXIT
           PERFORM 920-RELEASE-RUN-LOCK

           IF NOT LoadOk
               DISPLAY "catscreen: cannot open "
                   FUNCTION TRIM(WS-CATALOG-PATH)
                   " (status " WS-CATALOG-STATUS ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 250-BUILD-VIEW
               MOVE "top of catalog" TO WS-STATUS-TEXT
               PERFORM 300-CATALOG-ONE-SCREEN UNTIL CatalogQuit
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

       120-INITIALIZE.
           ACCEPT WS-ARGUMENT FROM COMMAND-LINE
           PERFORM 130-LOAD-ARGUMENTS
           PERFORM 135-SELECT-LIBRARY
           PERFORM 140-PARSE-ARGUMENTS
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-FIELDS
           MOVE WS-TODAY-FIELDS(1:8) TO WS-TODAY-DATE
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               TO WS-TODAY-INT
           ACCEPT WS-USER-NAME FROM ENVIRONMENT "USER"
           IF WS-USER-NAME = SPACES
               ACCEPT WS-USER-NAME FROM ENVIRONMENT "LOGNAME"
           END-IF.

       130-LOAD-ARGUMENTS.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT > 20
               MOVE 20 TO WS-ARG-COUNT
           END-IF
           PERFORM 131-LOAD-ONE-ARGUMENT
               VARYING WS-ARG-INDEX FROM 1 BY 1
               UNTIL WS-ARG-INDEX > WS-ARG-COUNT.

       131-LOAD-ONE-ARGUMENT.
           DISPLAY WS-ARG-INDEX UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-ENTRY(WS-ARG-INDEX) FROM ARGUMENT-VALUE.

      *----------------------------------------------------------*
      *  135-SELECT-LIBRARY looks the named library up through    *
      *  IDSS-LIBRARY before the other flags are parsed. A        *
      *  library that cannot be found, or whose entry is          *
      *  incomplete, stops the run before the lock is taken.      *
      *----------------------------------------------------------*
       135-SELECT-LIBRARY.
           MOVE 'Y' TO WS-LIBRARY-OK
           MOVE SPACES TO WS-LIBRARY-ARG
           PERFORM 136-SCAN-ONE-LIBRARY-ARG
               VARYING WS-ARG-INDEX FROM 1 BY 1
               UNTIL WS-ARG-INDEX > WS-ARG-COUNT
           IF WS-LIBRARY-ARG = SPACES
               ACCEPT WS-LIBRARY-ARG FROM ENVIRONMENT "IDSS_LIBRARY"
           END-IF
           IF WS-LIBRARY-ARG NOT = SPACES
               IF WS-LIBRARY-ARG(11:) NOT = SPACES
                   MOVE 'N' TO WS-LIBRARY-OK
                   DISPLAY "catscreen: library name "
                       FUNCTION TRIM(WS-LIBRARY-ARG)
                       " is longer than 10 characters"
               ELSE
                   MOVE WS-LIBRARY-ARG TO LIBRARY-NAME
                   CALL "IDSS-LIBRARY" USING LIBRARY-REQUEST
                   IF LibraryFound
                       MOVE LIBRARY-NAME TO WS-LIBRARY-NAME
                       PERFORM 137-APPLY-LIBRARY
                   ELSE
                       MOVE 'N' TO WS-LIBRARY-OK
                   END-IF
               END-IF
           END-IF.

       136-SCAN-ONE-LIBRARY-ARG.
           MOVE WS-ARG-ENTRY(WS-ARG-INDEX) TO WS-CURRENT-ARG
           EVALUATE TRUE
               WHEN WS-CURRENT-ARG(1:10) = "--library="
                   MOVE WS-CURRENT-ARG(11:246) TO WS-LIBRARY-ARG
               WHEN WS-CURRENT-ARG(1:17) = "--libraries-path="
                   MOVE WS-CURRENT-ARG(18:239)
                       TO LIBRARY-CONTROL-PATH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       137-APPLY-LIBRARY.
           MOVE LIBRARY-CATALOG-PATH TO WS-CATALOG-PATH
           MOVE LIBRARY-MASTER-PATH TO WS-MASTER-PATH
           MOVE LIBRARY-LOCK-PATH TO LOCK-DIR-PATH.

       140-PARSE-ARGUMENTS.
           PERFORM 141-CLASSIFY-ONE-ARGUMENT
               VARYING WS-ARG-INDEX FROM 1 BY 1
               UNTIL WS-ARG-INDEX > WS-ARG-COUNT.

       141-CLASSIFY-ONE-ARGUMENT.
           MOVE WS-ARG-ENTRY(WS-ARG-INDEX) TO WS-CURRENT-ARG
           EVALUATE TRUE
               WHEN WS-CURRENT-ARG(1:15) = "--catalog-path="
                   MOVE WS-CURRENT-ARG(16:241) TO WS-CATALOG-PATH
               WHEN WS-CURRENT-ARG(1:14) = "--master-path="
                   MOVE WS-CURRENT-ARG(15:242) TO WS-MASTER-PATH
               WHEN WS-CURRENT-ARG(1:8) = "--owner="
                   IF WS-CURRENT-ARG(9:) NOT = SPACES
                       SET FilterOwner TO TRUE
                       MOVE FUNCTION UPPER-CASE(WS-CURRENT-ARG(9:20))
                           TO WS-FILTER-OWNER
                   END-IF
               WHEN FUNCTION TRIM(WS-CURRENT-ARG) = "--overdue"
                   SET FilterOverdue TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------*
      *  200-LOAD-CATALOG-VIEW reads the doc master for its       *
      *  topics and line counts, then merges them with the        *
      *  catalog in key order, so every master topic without a    *
      *  catalog record lands in its place flagged NO CAT. A      *
      *  catalog that does not exist yet reads as empty; the      *
      *  first save creates it. Callers hold the run lock.        *
      *----------------------------------------------------------*
       200-LOAD-CATALOG-VIEW.
           MOVE 'Y' TO WS-LOAD-OK
           MOVE 'N' TO WS-VIEW-TRUNCATED
           MOVE 0 TO WS-CE-COUNT
           MOVE 0 TO WS-OVERDUE-COUNT
           MOVE 0 TO WS-UNCATALOGED-COUNT
           PERFORM 210-LOAD-MASTER-TOPICS
           MOVE 1 TO WS-MT-SUB

           MOVE 'N' TO WS-CATALOG-EOF
           OPEN INPUT CatalogFile
           EVALUATE WS-CATALOG-STATUS
               WHEN "00"
                   PERFORM 220-MERGE-ONE-CATALOG-RECORD
                       UNTIL CatalogEOF
                   CLOSE CatalogFile
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO WS-LOAD-OK
                   GO TO 200-LOAD-CATALOG-VIEW-EXIT
           END-EVALUATE

           PERFORM 222-ADD-UNCATALOGED-TOPIC
               UNTIL WS-MT-SUB > WS-MT-COUNT.
       200-LOAD-CATALOG-VIEW-EXIT.
           EXIT.

       210-LOAD-MASTER-TOPICS.
           MOVE 0 TO WS-MT-COUNT
           MOVE SPACES TO WS-PREV-TOPIC
           MOVE 'N' TO WS-MASTER-EOF
           MOVE 'N' TO WS-NO-MASTER
           OPEN INPUT DocMasterFile
           IF WS-MASTER-STATUS NOT = "00"
               SET NoMaster TO TRUE
           ELSE
               PERFORM 215-COUNT-ONE-MASTER-RECORD UNTIL MasterEOF
               CLOSE DocMasterFile
           END-IF.

       215-COUNT-ONE-MASTER-RECORD.
           READ DocMasterFile NEXT RECORD
               AT END
                   SET MasterEOF TO TRUE
               NOT AT END
                   IF DOCM-TOPIC NOT = WS-PREV-TOPIC
                       MOVE DOCM-TOPIC TO WS-PREV-TOPIC
                       IF WS-MT-COUNT < 2000
                           ADD 1 TO WS-MT-COUNT
                           MOVE DOCM-TOPIC
                               TO WS-MT-TOPIC(WS-MT-COUNT)
                           MOVE 0 TO WS-MT-LINES(WS-MT-COUNT)
                       ELSE
                           SET ViewTruncated TO TRUE
                       END-IF
                   END-IF
                   IF WS-MT-COUNT > 0
                       IF WS-MT-TOPIC(WS-MT-COUNT) = DOCM-TOPIC
                           ADD 1 TO WS-MT-LINES(WS-MT-COUNT)
                       END-IF
                   END-IF
           END-READ.

       220-MERGE-ONE-CATALOG-RECORD.
           READ CatalogFile NEXT RECORD
               AT END
                   SET CatalogEOF TO TRUE
               NOT AT END
                   PERFORM 225-PLACE-CATALOG-RECORD
           END-READ.

       221-CHECK-MASTER-PENDING.
           MOVE 'N' TO WS-MT-PENDING
           IF WS-MT-SUB <= WS-MT-COUNT
               IF WS-MT-TOPIC(WS-MT-SUB) < CAT-TOPIC
                   SET MtPending TO TRUE
               END-IF
           END-IF.

       222-ADD-UNCATALOGED-TOPIC.
           PERFORM 235-TAKE-VIEW-SLOT
           IF SlotTaken
               MOVE WS-MT-TOPIC(WS-MT-SUB) TO WS-CE-TOPIC(WS-CE-SUB)
               MOVE SPACES TO WS-CE-OWNER(WS-CE-SUB)
               MOVE SPACES TO WS-CE-REVIEWED(WS-CE-SUB)
               MOVE 0 TO WS-CE-INTERVAL(WS-CE-SUB)
               MOVE WS-MT-LINES(WS-MT-SUB) TO WS-CE-LINES(WS-CE-SUB)
               SET CeUncataloged(WS-CE-SUB) TO TRUE
               PERFORM 230-ASSESS-ONE-ENTRY
           END-IF
           ADD 1 TO WS-MT-SUB.

       223-FLUSH-ONE-PENDING-TOPIC.
           PERFORM 222-ADD-UNCATALOGED-TOPIC
           PERFORM 221-CHECK-MASTER-PENDING.

       225-PLACE-CATALOG-RECORD.
           PERFORM 221-CHECK-MASTER-PENDING
           PERFORM 223-FLUSH-ONE-PENDING-TOPIC UNTIL NOT MtPending
           MOVE 0 TO WS-HOLD-LINES
           IF WS-MT-SUB <= WS-MT-COUNT
               IF WS-MT-TOPIC(WS-MT-SUB) = CAT-TOPIC
                   MOVE WS-MT-LINES(WS-MT-SUB) TO WS-HOLD-LINES
                   ADD 1 TO WS-MT-SUB
               END-IF
           END-IF
           PERFORM 235-TAKE-VIEW-SLOT
           IF SlotTaken
               MOVE CAT-TOPIC TO WS-CE-TOPIC(WS-CE-SUB)
               MOVE CAT-OWNER TO WS-CE-OWNER(WS-CE-SUB)
               MOVE CAT-REVIEWED TO WS-CE-REVIEWED(WS-CE-SUB)
               MOVE CAT-INTERVAL TO WS-CE-INTERVAL(WS-CE-SUB)
               MOVE WS-HOLD-LINES TO WS-CE-LINES(WS-CE-SUB)
               SET CeCataloged(WS-CE-SUB) TO TRUE
               PERFORM 230-ASSESS-ONE-ENTRY
           END-IF.

      *----------------------------------------------------------*
      *  230-ASSESS-ONE-ENTRY applies the CATMAINT --report rule; *
      *  a review date that is not a real YYYYMMDD date counts    *
      *  as overdue, since nobody can tell when it is due.        *
      *----------------------------------------------------------*
       230-ASSESS-ONE-ENTRY.
           MOVE SPACE TO WS-CE-DUE(WS-CE-SUB)
           IF CeUncataloged(WS-CE-SUB)
               ADD 1 TO WS-UNCATALOGED-COUNT
           ELSE
               IF WS-CE-REVIEWED(WS-CE-SUB) IS NOT NUMERIC
                   SET CeBadDate(WS-CE-SUB) TO TRUE
               ELSE
                   MOVE WS-CE-REVIEWED(WS-CE-SUB) TO WS-REVIEWED-NUM
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-REVIEWED-NUM)
                       NOT = 0
                       SET CeBadDate(WS-CE-SUB) TO TRUE
                   ELSE
                       COMPUTE WS-DUE-INT =
                           FUNCTION INTEGER-OF-DATE(WS-REVIEWED-NUM)
                           + WS-CE-INTERVAL(WS-CE-SUB)
                       IF WS-DUE-INT < WS-TODAY-INT
                           SET CeLate(WS-CE-SUB) TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF CeOverdue(WS-CE-SUB)
                   ADD 1 TO WS-OVERDUE-COUNT
               END-IF
           END-IF.

       235-TAKE-VIEW-SLOT.
           IF WS-CE-COUNT < 2000
               ADD 1 TO WS-CE-COUNT
               MOVE WS-CE-COUNT TO WS-CE-SUB
               SET SlotTaken TO TRUE
           ELSE
               MOVE 'N' TO WS-SLOT-TAKEN
               SET ViewTruncated TO TRUE
           END-IF.

      *----------------------------------------------------------*
      *  250-BUILD-VIEW picks the entries the current filter      *
      *  shows and keeps the page in range after a reload.        *
      *----------------------------------------------------------*
       250-BUILD-VIEW.
           MOVE 0 TO WS-VIEW-COUNT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(
               WS-FILTER-OWNER TRAILING)) TO WS-FILTER-LENGTH
           PERFORM 255-CONSIDER-ONE-ENTRY
               VARYING WS-CE-SUB FROM 1 BY 1
               UNTIL WS-CE-SUB > WS-CE-COUNT
           IF WS-VIEW-COUNT > WS-PAGE-SIZE
               COMPUTE WS-MAX-TOP =
                   WS-VIEW-COUNT - WS-PAGE-SIZE + 1
           ELSE
               MOVE 1 TO WS-MAX-TOP
           END-IF
           IF WS-TOP-ROW > WS-MAX-TOP
               MOVE WS-MAX-TOP TO WS-TOP-ROW
           END-IF
           PERFORM 260-BUILD-HEADING-TEXT.

       255-CONSIDER-ONE-ENTRY.
           EVALUATE TRUE
               WHEN FilterOverdue
                   IF CeOverdue(WS-CE-SUB)
                       PERFORM 256-KEEP-ENTRY
                   END-IF
               WHEN FilterUncataloged
                   IF CeUncataloged(WS-CE-SUB)
                       PERFORM 256-KEEP-ENTRY
                   END-IF
               WHEN FilterOwner
                   MOVE FUNCTION UPPER-CASE(WS-CE-OWNER(WS-CE-SUB))
                       TO WS-OWNER-UPPER
                   IF CeCataloged(WS-CE-SUB)
                       AND WS-OWNER-UPPER(1:WS-FILTER-LENGTH)
                           = WS-FILTER-OWNER(1:WS-FILTER-LENGTH)
                       PERFORM 256-KEEP-ENTRY
                   END-IF
               WHEN OTHER
                   PERFORM 256-KEEP-ENTRY
           END-EVALUATE.

       256-KEEP-ENTRY.
           ADD 1 TO WS-VIEW-COUNT
           MOVE WS-CE-SUB TO WS-VIEW-ENTRY(WS-VIEW-COUNT).

       260-BUILD-HEADING-TEXT.
           MOVE SPACES TO WS-FILTER-TEXT
           EVALUATE TRUE
               WHEN FilterOverdue
                   MOVE "overdue only" TO WS-FILTER-TEXT
               WHEN FilterUncataloged
                   MOVE "no catalog record only" TO WS-FILTER-TEXT
               WHEN FilterOwner
                   STRING "owner " DELIMITED BY SIZE
                       WS-FILTER-OWNER(1:WS-FILTER-LENGTH)
                           DELIMITED BY SIZE
                       INTO WS-FILTER-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE "all entries" TO WS-FILTER-TEXT
           END-EVALUATE

           MOVE WS-VIEW-COUNT TO WS-SHOWN-NUM
           MOVE WS-CE-COUNT TO WS-TOTAL-NUM
           MOVE WS-OVERDUE-COUNT TO WS-OVERDUE-NUM
           MOVE WS-UNCATALOGED-COUNT TO WS-UNCATALOGED-NUM
           MOVE SPACES TO WS-COUNTS-TEXT
           STRING "shown " DELIMITED BY SIZE
               WS-SHOWN-NUM DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               WS-TOTAL-NUM DELIMITED BY SIZE
               "   overdue " DELIMITED BY SIZE
               WS-OVERDUE-NUM DELIMITED BY SIZE
               "   no catalog record " DELIMITED BY SIZE
               WS-UNCATALOGED-NUM DELIMITED BY SIZE
               INTO WS-COUNTS-TEXT
           END-STRING
           EVALUATE TRUE
               WHEN ViewTruncated
                   MOVE "   (first 2000 only)"
                       TO WS-COUNTS-TEXT(58:23)
               WHEN NoMaster
                   MOVE "   (no doc master)"
                       TO WS-COUNTS-TEXT(58:23)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------*
      *  300-CATALOG-ONE-SCREEN paints the current page, takes    *
      *  one command from the prompt, and applies it.             *
      *----------------------------------------------------------*
       300-CATALOG-ONE-SCREEN.
           PERFORM 310-FILL-PAGE-AREA
           MOVE SPACES TO WS-COMMAND
           DISPLAY CATALOG-SCREEN
           ACCEPT CATALOG-SCREEN
           PERFORM 320-HANDLE-COMMAND.

       310-FILL-PAGE-AREA.
           MOVE SPACES TO WS-PAGE-AREA
           PERFORM 315-FILL-ONE-PAGE-LINE
               VARYING WS-FILL-INDEX FROM 1 BY 1
               UNTIL WS-FILL-INDEX > WS-PAGE-SIZE.

       315-FILL-ONE-PAGE-LINE.
           COMPUTE WS-FILL-ROW = WS-TOP-ROW + WS-FILL-INDEX - 1
           IF WS-FILL-ROW <= WS-VIEW-COUNT
               MOVE WS-VIEW-ENTRY(WS-FILL-ROW) TO WS-CE-SUB
               PERFORM 316-FORMAT-ONE-ROW
               MOVE WS-ROW-LINE TO WS-PG-LINE(WS-FILL-INDEX)
           END-IF.

       316-FORMAT-ONE-ROW.
           MOVE SPACES TO WS-ROW-LINE
           MOVE WS-FILL-INDEX TO WS-ROW-NUMBER
           MOVE WS-CE-TOPIC(WS-CE-SUB) TO WS-ROW-TOPIC
           MOVE WS-CE-LINES(WS-CE-SUB) TO WS-ROW-LINES
           EVALUATE TRUE
               WHEN CeUncataloged(WS-CE-SUB)
                   MOVE "(unassigned)" TO WS-ROW-OWNER
                   MOVE "NO CAT" TO WS-ROW-FLAG
               WHEN OTHER
                   MOVE WS-CE-OWNER(WS-CE-SUB) TO WS-ROW-OWNER
                   MOVE WS-CE-REVIEWED(WS-CE-SUB) TO WS-ROW-REVIEWED
                   MOVE WS-CE-INTERVAL(WS-CE-SUB) TO WS-ROW-INTERVAL
                   IF CeLate(WS-CE-SUB)
                       MOVE "LATE" TO WS-ROW-FLAG
                   END-IF
                   IF CeBadDate(WS-CE-SUB)
                       MOVE "DATE?" TO WS-ROW-FLAG
                   END-IF
           END-EVALUATE.

       320-HANDLE-COMMAND.
           MOVE FUNCTION UPPER-CASE(WS-COMMAND(1:1))
               TO WS-COMMAND-CHAR
           EVALUATE WS-COMMAND-CHAR
               WHEN "F"
                   PERFORM 330-PAGE-FORWARD
               WHEN "B"
                   PERFORM 340-PAGE-BACK
               WHEN "O"
                   PERFORM 350-FILTER-BY-OWNER
               WHEN "D"
                   SET FilterOverdue TO TRUE
                   PERFORM 360-APPLY-FILTER
               WHEN "U"
                   SET FilterUncataloged TO TRUE
                   PERFORM 360-APPLY-FILTER
               WHEN "A"
                   SET FilterAll TO TRUE
                   PERFORM 360-APPLY-FILTER
               WHEN "N"
                   PERFORM 400-NEW-ENTRY
               WHEN "E"
                   PERFORM 410-EDIT-ROW
               WHEN "R"
                   PERFORM 420-MARK-ROW-REVIEWED
               WHEN "X"
                   PERFORM 430-DELETE-ROW
               WHEN "Q"
                   SET CatalogQuit TO TRUE
               WHEN SPACE
                   PERFORM 330-PAGE-FORWARD
               WHEN OTHER
                   MOVE "unknown command" TO WS-STATUS-TEXT
           END-EVALUATE.

       330-PAGE-FORWARD.
           IF WS-TOP-ROW + WS-PAGE-SIZE <= WS-MAX-TOP
               ADD WS-PAGE-SIZE TO WS-TOP-ROW
               MOVE SPACES TO WS-STATUS-TEXT
           ELSE
               MOVE WS-MAX-TOP TO WS-TOP-ROW
               MOVE "end of catalog" TO WS-STATUS-TEXT
           END-IF.

       340-PAGE-BACK.
           IF WS-TOP-ROW > WS-PAGE-SIZE
               SUBTRACT WS-PAGE-SIZE FROM WS-TOP-ROW
               MOVE SPACES TO WS-STATUS-TEXT
           ELSE
               MOVE 1 TO WS-TOP-ROW
               MOVE "top of catalog" TO WS-STATUS-TEXT
           END-IF.

       350-FILTER-BY-OWNER.
           MOVE SPACES TO WS-FILTER-OWNER
           IF WS-COMMAND(2:1) = "/"
               MOVE FUNCTION UPPER-CASE(WS-COMMAND(3:18))
                   TO WS-FILTER-OWNER
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-COMMAND(2:19))
                   TO WS-FILTER-OWNER
           END-IF
           MOVE FUNCTION TRIM(WS-FILTER-OWNER) TO WS-FILTER-OWNER
           IF WS-FILTER-OWNER = SPACES
               MOVE "owner filter needs O/name"
                   TO WS-STATUS-TEXT
           ELSE
               SET FilterOwner TO TRUE
               PERFORM 360-APPLY-FILTER
           END-IF.

       360-APPLY-FILTER.
           MOVE 1 TO WS-TOP-ROW
           PERFORM 250-BUILD-VIEW
           IF WS-VIEW-COUNT = 0
               MOVE "no entries match" TO WS-STATUS-TEXT
           ELSE
               MOVE "top of catalog" TO WS-STATUS-TEXT
           END-IF.

      *----------------------------------------------------------*
      *  370-PICK-ROW takes the row number after the command      *
      *  letter (E5, E05 or E 5) and finds the entry shown on     *
      *  that line of the current page.                           *
      *----------------------------------------------------------*
       370-PICK-ROW.
           MOVE 'N' TO WS-ROW-PICKED
           MOVE FUNCTION TRIM(WS-COMMAND(2:19)) TO WS-ROW-TEXT
           INSPECT WS-ROW-TEXT REPLACING LEADING SPACE BY ZERO
           IF WS-ROW-TEXT IS NUMERIC
               MOVE WS-ROW-TEXT TO WS-ROW-PICK
               COMPUTE WS-FILL-ROW = WS-TOP-ROW + WS-ROW-PICK - 1
               IF WS-ROW-PICK >= 1
                   AND WS-ROW-PICK <= WS-PAGE-SIZE
                   AND WS-FILL-ROW <= WS-VIEW-COUNT
                   MOVE WS-VIEW-ENTRY(WS-FILL-ROW) TO WS-CE-SUB
                   SET RowPicked TO TRUE
               ELSE
                   MOVE "no such row on this page"
                       TO WS-STATUS-TEXT
               END-IF
           ELSE
               MOVE "give the row number, e.g. E05"
                   TO WS-STATUS-TEXT
           END-IF.

       400-NEW-ENTRY.
           SET EdActionAdd TO TRUE
           MOVE SPACES TO WS-ED-TOPIC
           MOVE SPACES TO WS-ED-OWNER
           MOVE WS-TODAY-DATE TO WS-ED-REVIEWED
           MOVE WS-DEFAULT-INTERVAL TO WS-ED-INTERVAL
           MOVE 0 TO WS-ED-LINES
           MOVE SPACES TO WS-HOLD-TOPIC
           MOVE "new catalog entry" TO WS-ED-NOTE
           MOVE SPACES TO WS-STATUS-TEXT
           PERFORM 500-EDIT-ENTRY.

      *----------------------------------------------------------*
      *  410-EDIT-ROW changes a cataloged entry, or assigns an    *
      *  uncataloged master topic by adding it with the topic     *
      *  already filled in.                                       *
      *----------------------------------------------------------*
       410-EDIT-ROW.
           PERFORM 370-PICK-ROW
           IF RowPicked
               PERFORM 440-LOAD-ROW-FIELDS
               MOVE SPACES TO WS-STATUS-TEXT
               IF CeUncataloged(WS-CE-SUB)
                   SET EdActionAdd TO TRUE
                   MOVE WS-TODAY-DATE TO WS-ED-REVIEWED
                   MOVE WS-DEFAULT-INTERVAL TO WS-ED-INTERVAL
                   MOVE "doc master topic with no catalog record"
                       TO WS-ED-NOTE
               ELSE
                   SET EdActionChange TO TRUE
                   MOVE "topic is the key; delete and add to rename"
                       TO WS-ED-NOTE
               END-IF
               PERFORM 500-EDIT-ENTRY
           END-IF.

       420-MARK-ROW-REVIEWED.
           PERFORM 370-PICK-ROW
           IF RowPicked
               IF CeUncataloged(WS-CE-SUB)
                   MOVE "no catalog record, use E to assign"
                       TO WS-STATUS-TEXT
               ELSE
                   PERFORM 440-LOAD-ROW-FIELDS
                   SET EdActionReviewed TO TRUE
                   MOVE WS-TODAY-DATE TO WS-ED-REVIEWED
                   MOVE WS-HOLD-INTERVAL TO WS-INTERVAL-NUM
                   PERFORM 600-SAVE-ENTRY THRU 600-SAVE-ENTRY-EXIT
               END-IF
           END-IF.

       430-DELETE-ROW.
           PERFORM 370-PICK-ROW
           IF RowPicked
               IF CeUncataloged(WS-CE-SUB)
                   MOVE "no catalog record to delete"
                       TO WS-STATUS-TEXT
               ELSE
                   PERFORM 440-LOAD-ROW-FIELDS
                   SET EdActionDelete TO TRUE
                   MOVE "S removes the catalog record only"
                       TO WS-ED-NOTE
                   MOVE SPACES TO WS-STATUS-TEXT
                   PERFORM 500-EDIT-ENTRY
               END-IF
           END-IF.

       440-LOAD-ROW-FIELDS.
           MOVE WS-CE-TOPIC(WS-CE-SUB) TO WS-ED-TOPIC
           MOVE WS-CE-OWNER(WS-CE-SUB) TO WS-ED-OWNER
           MOVE WS-CE-REVIEWED(WS-CE-SUB) TO WS-ED-REVIEWED
           MOVE WS-CE-INTERVAL(WS-CE-SUB) TO WS-INTERVAL-EDIT
           MOVE FUNCTION TRIM(WS-INTERVAL-EDIT) TO WS-ED-INTERVAL
           MOVE WS-CE-LINES(WS-CE-SUB) TO WS-ED-LINES
           MOVE WS-CE-TOPIC(WS-CE-SUB) TO WS-HOLD-TOPIC
           MOVE WS-CE-OWNER(WS-CE-SUB) TO WS-HOLD-OWNER
           MOVE WS-CE-REVIEWED(WS-CE-SUB) TO WS-HOLD-REVIEWED
           MOVE WS-CE-INTERVAL(WS-CE-SUB) TO WS-HOLD-INTERVAL.

      *----------------------------------------------------------*
      *  500-EDIT-ENTRY keeps the entry screen up until the       *
      *  entry is saved or the edit is cancelled; a field that    *
      *  fails its check is named on the status line and the     *
      *  rest of what was typed is kept for correction.          *
      *----------------------------------------------------------*
       500-EDIT-ENTRY.
           MOVE 'N' TO WS-ED-DONE
           IF EdActionDelete
               MOVE "S delete this entry  C cancel :"
                   TO WS-ED-PROMPT
           ELSE
               MOVE "S save  C cancel :" TO WS-ED-PROMPT
           END-IF
           PERFORM 510-EDIT-ONE-SCREEN UNTIL EdDone.

       510-EDIT-ONE-SCREEN.
           MOVE SPACE TO WS-ED-CONFIRM
           DISPLAY ENTRY-SCREEN
           ACCEPT ENTRY-SCREEN
           IF NOT EdActionAdd
               MOVE WS-HOLD-TOPIC TO WS-ED-TOPIC
           END-IF
           IF EdActionDelete
               MOVE WS-HOLD-OWNER TO WS-ED-OWNER
               MOVE WS-HOLD-REVIEWED TO WS-ED-REVIEWED
               MOVE WS-HOLD-INTERVAL TO WS-INTERVAL-EDIT
               MOVE FUNCTION TRIM(WS-INTERVAL-EDIT)
                   TO WS-ED-INTERVAL
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-ED-CONFIRM) TO WS-ED-CONFIRM
           EVALUATE WS-ED-CONFIRM
               WHEN "S"
                   PERFORM 515-SAVE-FROM-SCREEN
               WHEN "C"
                   SET EdDone TO TRUE
                   MOVE "nothing saved" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "S to save or C to cancel"
                       TO WS-STATUS-TEXT
           END-EVALUATE.

       515-SAVE-FROM-SCREEN.
           IF EdActionDelete
               MOVE 'Y' TO WS-ED-VALID
               MOVE WS-HOLD-INTERVAL TO WS-INTERVAL-NUM
           ELSE
               PERFORM 520-VALIDATE-ENTRY
                   THRU 520-VALIDATE-ENTRY-EXIT
           END-IF
           IF EdValid
               PERFORM 600-SAVE-ENTRY THRU 600-SAVE-ENTRY-EXIT
               IF NOT SaveBusy
                   SET EdDone TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  520-VALIDATE-ENTRY checks each field in screen order and *
      *  stops at the first one that is wrong. It is stricter    *
      *  than the CATMAINT transaction check: the date must be a  *
      *  real calendar date no later than today and the interval  *
      *  at least one day.                                        *
      *----------------------------------------------------------*
       520-VALIDATE-ENTRY.
           MOVE 'N' TO WS-ED-VALID
           MOVE FUNCTION TRIM(WS-ED-TOPIC) TO WS-ED-TOPIC
           MOVE FUNCTION TRIM(WS-ED-OWNER) TO WS-ED-OWNER
           MOVE FUNCTION TRIM(WS-ED-REVIEWED) TO WS-ED-REVIEWED

           IF WS-ED-TOPIC = SPACES
               MOVE "topic is required" TO WS-STATUS-TEXT
               GO TO 520-VALIDATE-ENTRY-EXIT
           END-IF
           IF WS-ED-OWNER = SPACES
               MOVE "owner is required" TO WS-STATUS-TEXT
               GO TO 520-VALIDATE-ENTRY-EXIT
           END-IF

           IF FUNCTION UPPER-CASE(WS-ED-REVIEWED) = "T"
               MOVE WS-TODAY-DATE TO WS-ED-REVIEWED
           END-IF
           IF WS-ED-REVIEWED IS NOT NUMERIC
               MOVE "reviewed must be YYYYMMDD or T"
                   TO WS-STATUS-TEXT
               GO TO 520-VALIDATE-ENTRY-EXIT
           END-IF
           MOVE WS-ED-REVIEWED TO WS-REVIEWED-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-REVIEWED-NUM) NOT = 0
               MOVE "reviewed is not a real date"
                   TO WS-STATUS-TEXT
               GO TO 520-VALIDATE-ENTRY-EXIT
           END-IF
           IF WS-REVIEWED-NUM > WS-TODAY-DATE
               MOVE "reviewed date is in the future"
                   TO WS-STATUS-TEXT
               GO TO 520-VALIDATE-ENTRY-EXIT
           END-IF

           MOVE FUNCTION TRIM(WS-ED-INTERVAL) TO WS-INTERVAL-TEXT
           INSPECT WS-INTERVAL-TEXT REPLACING LEADING SPACE BY ZERO
           IF WS-INTERVAL-TEXT IS NOT NUMERIC
               MOVE "interval must be days, 1-9999"
                   TO WS-STATUS-TEXT
               GO TO 520-VALIDATE-ENTRY-EXIT
           END-IF
           MOVE WS-INTERVAL-TEXT TO WS-INTERVAL-NUM
           IF WS-INTERVAL-NUM = 0
               MOVE "interval must be at least 1 day"
                   TO WS-STATUS-TEXT
               GO TO 520-VALIDATE-ENTRY-EXIT
           END-IF

           IF EdActionChange
               AND WS-ED-OWNER = WS-HOLD-OWNER
               AND WS-ED-REVIEWED = WS-HOLD-REVIEWED
               AND WS-INTERVAL-NUM = WS-HOLD-INTERVAL
               MOVE "nothing changed, C to cancel"
                   TO WS-STATUS-TEXT
               GO TO 520-VALIDATE-ENTRY-EXIT
           END-IF

           MOVE 'Y' TO WS-ED-VALID.
       520-VALIDATE-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  600-SAVE-ENTRY holds the run lock only for the save: it  *
      *  applies the one change, writes the audit record and      *
      *  reloads the list, then lets go. A change or delete is    *
      *  refused if the record no longer reads as it was shown,   *
      *  so a batch run in between is never silently undone. If  *
      *  the lock is busy nothing is touched and the entry stays  *
      *  on screen for another try.                               *
      *----------------------------------------------------------*
       600-SAVE-ENTRY.
           MOVE SPACE TO WS-SAVE-RESULT
           PERFORM 930-ACQUIRE-SAVE-LOCK
           IF NOT LockGranted
               SET SaveBusy TO TRUE
               GO TO 600-SAVE-ENTRY-EXIT
           END-IF

           OPEN I-O CatalogFile
           IF WS-CATALOG-STATUS = "35" AND EdActionAdd
               OPEN OUTPUT CatalogFile
               CLOSE CatalogFile
               OPEN I-O CatalogFile
           END-IF
           IF WS-CATALOG-STATUS NOT = "00"
               SET SaveRefused TO TRUE
               MOVE SPACES TO WS-STATUS-TEXT
               STRING "cannot open catalog, status "
                   DELIMITED BY SIZE
                   WS-CATALOG-STATUS DELIMITED BY SIZE
                   INTO WS-STATUS-TEXT
               END-STRING
               PERFORM 920-RELEASE-RUN-LOCK
               GO TO 600-SAVE-ENTRY-EXIT
           END-IF

           EVALUATE TRUE
               WHEN EdActionAdd
                   PERFORM 610-SAVE-ADD
               WHEN EdActionDelete
                   PERFORM 630-SAVE-DELETE
               WHEN OTHER
                   PERFORM 620-SAVE-CHANGE
           END-EVALUATE
           CLOSE CatalogFile

           IF SaveDone
               PERFORM 690-WRITE-AUDIT-RECORD
           END-IF

           PERFORM 200-LOAD-CATALOG-VIEW
               THRU 200-LOAD-CATALOG-VIEW-EXIT
           PERFORM 920-RELEASE-RUN-LOCK
           IF NOT LoadOk
               MOVE SPACES TO WS-STATUS-TEXT
               STRING "reload failed, status "
                   DELIMITED BY SIZE
                   WS-CATALOG-STATUS DELIMITED BY SIZE
                   INTO WS-STATUS-TEXT
               END-STRING
           END-IF
           PERFORM 250-BUILD-VIEW.
       600-SAVE-ENTRY-EXIT.
           EXIT.

       610-SAVE-ADD.
           MOVE WS-ED-TOPIC TO CAT-TOPIC
           MOVE WS-ED-OWNER TO CAT-OWNER
           MOVE WS-ED-REVIEWED TO CAT-REVIEWED
           MOVE WS-INTERVAL-NUM TO CAT-INTERVAL
           WRITE CatalogRecord
               INVALID KEY
                   SET SaveRefused TO TRUE
                   MOVE "already cataloged, list reloaded"
                       TO WS-STATUS-TEXT
               NOT INVALID KEY
                   SET SaveDone TO TRUE
                   MOVE "entry added" TO WS-STATUS-TEXT
           END-WRITE.

       620-SAVE-CHANGE.
           MOVE WS-ED-TOPIC TO CAT-TOPIC
           READ CatalogFile
               INVALID KEY
                   SET SaveRefused TO TRUE
                   MOVE "no longer cataloged, list reloaded"
                       TO WS-STATUS-TEXT
               NOT INVALID KEY
                   PERFORM 625-CHECK-RECORD-UNCHANGED
           END-READ
           IF NOT SaveRefused
               MOVE WS-ED-OWNER TO CAT-OWNER
               MOVE WS-ED-REVIEWED TO CAT-REVIEWED
               MOVE WS-INTERVAL-NUM TO CAT-INTERVAL
               REWRITE CatalogRecord
                   INVALID KEY
                       SET SaveRefused TO TRUE
                       MOVE "not rewritten, list reloaded"
                           TO WS-STATUS-TEXT
                   NOT INVALID KEY
                       SET SaveDone TO TRUE
                       IF EdActionReviewed
                           MOVE "marked reviewed today"
                               TO WS-STATUS-TEXT
                       ELSE
                           MOVE "entry changed" TO WS-STATUS-TEXT
                       END-IF
               END-REWRITE
           END-IF.

       625-CHECK-RECORD-UNCHANGED.
           IF CAT-OWNER NOT = WS-HOLD-OWNER
               OR CAT-REVIEWED NOT = WS-HOLD-REVIEWED
               OR CAT-INTERVAL NOT = WS-HOLD-INTERVAL
               SET SaveRefused TO TRUE
               MOVE "changed by another run, reloaded"
                   TO WS-STATUS-TEXT
           END-IF.

       630-SAVE-DELETE.
           MOVE WS-ED-TOPIC TO CAT-TOPIC
           READ CatalogFile
               INVALID KEY
                   SET SaveRefused TO TRUE
                   MOVE "no longer cataloged, list reloaded"
                       TO WS-STATUS-TEXT
               NOT INVALID KEY
                   PERFORM 625-CHECK-RECORD-UNCHANGED
           END-READ
           IF NOT SaveRefused
               DELETE CatalogFile RECORD
                   INVALID KEY
                       SET SaveRefused TO TRUE
                       MOVE "not deleted, list reloaded"
                           TO WS-STATUS-TEXT
                   NOT INVALID KEY
                       SET SaveDone TO TRUE
                       MOVE "entry deleted" TO WS-STATUS-TEXT
               END-DELETE
           END-IF.

      *----------------------------------------------------------*
      *  690-WRITE-AUDIT-RECORD seals one record per saved change *
      *  while the run lock is still held.                        *
      *----------------------------------------------------------*
       690-WRITE-AUDIT-RECORD.
           EVALUATE TRUE
               WHEN EdActionAdd
                   MOVE "CAT-ADDED" TO WS-BRANCH-NAME
               WHEN EdActionChange
                   MOVE "CAT-CHANGED" TO WS-BRANCH-NAME
               WHEN EdActionReviewed
                   MOVE "CAT-REVIEWED" TO WS-BRANCH-NAME
               WHEN OTHER
                   MOVE "CAT-DELETED" TO WS-BRANCH-NAME
           END-EVALUATE
           MOVE SPACES TO WS-AUDIT-DETAIL
           MOVE WS-ED-TOPIC TO WS-AUD-TOPIC
           MOVE WS-ED-OWNER TO WS-AUD-OWNER
           MOVE WS-ED-REVIEWED TO WS-AUD-REVIEWED
           MOVE WS-INTERVAL-NUM TO WS-AUD-INTERVAL
           MOVE WS-USER-NAME TO WS-AUD-USER

           SET AudchainActionAppend TO TRUE
           MOVE WS-AUDIT-PATH TO AUDCHAIN-LOG-PATH
           MOVE WS-MODE-NAME TO AUDCHAIN-MODE
           MOVE WS-BRANCH-NAME TO AUDCHAIN-BRANCH
           MOVE WS-AUDIT-DETAIL TO AUDCHAIN-RAW-ARGS
           MOVE WS-LIBRARY-NAME TO AUDCHAIN-LIBRARY
           CALL "IDSS-AUDCHAIN" USING AUDCHAIN-REQUEST
           IF NOT AudchainDone
               MOVE "saved, but audit record NOT written"
                   TO WS-STATUS-TEXT
           END-IF.

      *----------------------------------------------------------*
      *  910-ACQUIRE-RUN-LOCK takes the exclusive run lock just   *
      *  long enough to load the catalog and doc master, with a   *
      *  short wait since someone is sitting at the console; a    *
      *  blocked start fails with return code 12 naming the       *
      *  holder.                                                  *
      *----------------------------------------------------------*
       910-ACQUIRE-RUN-LOCK.
           SET LockActionAcquire TO TRUE
           MOVE "IDSS-CATSCREEN" TO LOCK-PROGRAM
           MOVE 5 TO LOCK-WAIT-SECONDS
           CALL "IDSS-LOCK" USING LOCK-REQUEST
           EVALUATE TRUE
               WHEN LockGranted
                   CONTINUE
               WHEN LockStale
                   DISPLAY "catscreen: run lock "
                       FUNCTION TRIM(LOCK-DIR-PATH)
                       " is STALE: holder pid "
                       FUNCTION TRIM(LOCK-HOLDER-PID)
                       " (" FUNCTION TRIM(LOCK-HOLDER-PROGRAM)
                       ", since " LOCK-HOLDER-STAMP
                       ") is gone; remove the lock directory "
                       "and rerun"
               WHEN OTHER
                   DISPLAY "catscreen: another run holds the "
                       "lock: pid "
                       FUNCTION TRIM(LOCK-HOLDER-PID)
                       " (" FUNCTION TRIM(LOCK-HOLDER-PROGRAM)
                       ", since " LOCK-HOLDER-STAMP
                       "); try again when it finishes"
           END-EVALUATE.

       920-RELEASE-RUN-LOCK.
           SET LockActionRelease TO TRUE
           CALL "IDSS-LOCK" USING LOCK-REQUEST.

      *----------------------------------------------------------*
      *  930-ACQUIRE-SAVE-LOCK is the in-session form of 910: the *
      *  holder goes to the status line instead of the console.   *
      *----------------------------------------------------------*
       930-ACQUIRE-SAVE-LOCK.
           SET LockActionAcquire TO TRUE
           MOVE "IDSS-CATSCREEN" TO LOCK-PROGRAM
           MOVE 5 TO LOCK-WAIT-SECONDS
           CALL "IDSS-LOCK" USING LOCK-REQUEST
           EVALUATE TRUE
               WHEN LockGranted
                   CONTINUE
               WHEN LockStale
                   MOVE "run lock is STALE, not saved"
                       TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-STATUS-TEXT
                   STRING "lock held by " DELIMITED BY SIZE
                       FUNCTION TRIM(LOCK-HOLDER-PROGRAM)
                           DELIMITED BY SIZE
                       ", retry" DELIMITED BY SIZE
                       INTO WS-STATUS-TEXT
                   END-STRING
           END-EVALUATE.
