       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDSS-WORKQ.

      *----------------------------------------------------------*
      *  Modification history                                    *
      *  2026-10-15  Initial version. Builds one work-queue file  *
      *              per topic owner from the same findings the   *
      *              IDSS-CATMAINT review report, --xref and      *
      *              --intake raise: reviews past due, doc        *
      *              sections whose header is gone, headers with  *
      *              no doc section, quarantined header drops,    *
      *              and master topics with no catalog record.    *
      *              Owners come from CAT-OWNER in doccat.idx;    *
      *              header items are routed through a prefix     *
      *              routing file; anything left over goes to     *
      *              the unassigned queue.                        *
      *  2026-10-15  --library=NAME (or IDSS_LIBRARY) builds the  *
      *              queues for one documentation library: its    *
      *              catalog, doc master, header drop and         *
      *              quarantine come from the library control     *
      *              file, the queues and work list go to its     *
      *              reports directory, and the run lock is the   *
      *              library's own.                               *
      *----------------------------------------------------------*

      *----------------------------------------------------------*
      *  Routing file layout (one per line, --routes=FILE):       *
      *    cols  1-30  header name prefix, e.g. "vfs_" or         *
      *                "vfs_hdr.h" for a single header            *
      *    col   31    blank                                     *
      *    cols 32-51  owner, spelled as in CAT-OWNER            *
      *  The longest matching prefix wins. Blank lines and lines  *
      *  starting with "*" are comments. A missing routing file   *
      *  is not an error: header items then all go unassigned.   *
      *                                                          *
      *  Due dates. A review is due on its last-reviewed date     *
      *  plus its interval. An undocumented or quarantined        *
      *  header is due --grace-days= (default 14) after the file  *
      *  date in its directory. A stale doc section or an         *
      *  uncataloged topic is due the day it is found. Days       *
      *  overdue count from the due date to today.                *
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

           SELECT RoutesFile ASSIGN TO DYNAMIC WS-ROUTES-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROUTES-STATUS.

           SELECT FileListFile ASSIGN TO DYNAMIC WS-LIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIST-STATUS.

           SELECT HeaderFile ASSIGN TO DYNAMIC WS-HEADER-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HEADER-FILE-STATUS.

           SELECT QueueFile ASSIGN TO DYNAMIC WS-QUEUE-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUEUE-STATUS.

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

       FD  RoutesFile.
       01  RouteRecord.
           05  RTE-PREFIX             PIC X(30).
           05  FILLER                 PIC X(01).
           05  RTE-OWNER              PIC X(20).

      *    One line per directory entry, as find -printf writes  *
      *    it: the file date, a blank, then the file name.       *
       FD  FileListFile.
       01  FileListRecord.
           05  FLS-DATE               PIC X(08).
           05  FILLER                 PIC X(01).
           05  FLS-NAME               PIC X(247).

       FD  HeaderFile.
       01  HeaderFileRecord PIC X(200).

       FD  QueueFile.
       01  QueueRecord PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "lockreq.cpy".
           COPY "libreq.cpy".
           COPY "versinfo.cpy".

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
       01  WS-ROUTES-PATH
               PIC X(256) VALUE "/var/idss/workq.routes".
       01  WS-ROUTES-STATUS PIC X(2) VALUE SPACES.
       01  WS-HEADERS-DIR
               PIC X(256) VALUE "/usr/share/idss/headers".
       01  WS-QUARANTINE-DIR
               PIC X(256) VALUE "/var/idss/quarantine".
       01  WS-QUEUE-DIR
               PIC X(256) VALUE "/var/idss/reports/workq".
       01  WS-LIST-PATH
               PIC X(256)
               VALUE "/var/idss/reports/workq-list.txt".
       01  WS-LIST-STATUS PIC X(2) VALUE SPACES.
       01  WS-HEADER-FILE-PATH PIC X(256) VALUE SPACES.
       01  WS-HEADER-FILE-STATUS PIC X(2) VALUE SPACES.
       01  WS-QUEUE-FILE-PATH PIC X(256) VALUE SPACES.
       01  WS-QUEUE-STATUS PIC X(2) VALUE SPACES.

       01  WS-CATALOG-EOF PIC X(1) VALUE 'N'.
           88 CatalogEOF VALUE 'Y'.
       01  WS-MASTER-EOF PIC X(1) VALUE 'N'.
           88 MasterEOF VALUE 'Y'.
       01  WS-ROUTES-EOF PIC X(1) VALUE 'N'.
           88 RoutesEOF VALUE 'Y'.
       01  WS-LIST-EOF PIC X(1) VALUE 'N'.
           88 ListEOF VALUE 'Y'.
       01  WS-HEADER-FILE-EOF PIC X(1) VALUE 'N'.
           88 HeaderFileEOF VALUE 'Y'.

      *--------------------------------------------------------*
      *  --grace-days= is how long a new header may sit without *
      *  a doc section, or in quarantine, before it is overdue. *
      *--------------------------------------------------------*
       01  WS-GRACE-DAYS PIC 9(3) VALUE 14.
       01  WS-GRACE-ARG PIC X(3) VALUE SPACES.
       01  WS-NUM-IN PIC X(3) JUSTIFIED RIGHT VALUE SPACES.

      *--------------------------------------------------------*
      *  Shell operands get the same plain-path character       *
      *  check IDSS-MAIN applies before its own CALL "SYSTEM".  *
      *--------------------------------------------------------*
       01  WS-SHELL-COMMAND PIC X(600) VALUE SPACES.
       01  WS-SHELL-QUOTE PIC X(1) VALUE X"22".
       01  WS-SHELL-ARGS-SAFE PIC X(1) VALUE 'Y'.
           88 ShellArgsSafe VALUE 'Y'.
       01  WS-SHELL-CHECK-FIELD PIC X(256) VALUE SPACES.
       01  WS-SHELL-CHECK-LENGTH PIC 9(4) COMP VALUE 0.
       01  WS-SHELL-CHECK-INDEX PIC 9(4) COMP VALUE 0.
       01  WS-SHELL-CHECK-CHAR PIC X(1) VALUE SPACE.
       01  WS-LIST-DIR PIC X(256) VALUE SPACES.

      *--------------------------------------------------------*
      *  Dates. Every due date is carried as an integer day     *
      *  number so grace periods and intervals are plain adds.  *
      *--------------------------------------------------------*
       01  WS-TODAY-FIELDS PIC X(21) VALUE SPACES.
       01  WS-TODAY-DATE PIC 9(8) VALUE 0.
       01  WS-TODAY-INT PIC 9(8) COMP VALUE 0.
       01  WS-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-DUE-INT PIC 9(8) COMP VALUE 0.

      *--------------------------------------------------------*
      *  Distinct doc master topics. A topic is matched when a  *
      *  header file name or one of its #define names equals   *
      *  it, the same rule --xref uses for doc.txt.             *
      *--------------------------------------------------------*
       01  WS-TP-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-TP-SUB PIC 9(4) COMP VALUE 0.
       01  WS-TP-TABLE.
           05  WS-TP-ENTRY OCCURS 2000 TIMES.
               10  WS-TP-NAME PIC X(30).
               10  WS-TP-MATCHED PIC X(1).
                   88 TopicMatched VALUE 'Y'.
       01  WS-TP-NAME-LENGTH PIC 9(4) COMP VALUE 0.
       01  WS-PREV-TOPIC PIC X(30) VALUE SPACES.
       01  WS-HOLD-TOPIC PIC X(30) VALUE SPACES.

      *--------------------------------------------------------*
      *  Header routing table, loaded from --routes=.           *
      *--------------------------------------------------------*
       01  WS-RT-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-RT-SUB PIC 9(4) COMP VALUE 0.
       01  WS-RT-TABLE.
           05  WS-RT-ENTRY OCCURS 200 TIMES.
               10  WS-RT-PREFIX PIC X(30).
               10  WS-RT-LENGTH PIC 9(4) COMP.
               10  WS-RT-OWNER PIC X(20).
       01  WS-RT-BEST-LENGTH PIC 9(4) COMP VALUE 0.
       01  WS-ROUTE-NAME PIC X(64) VALUE SPACES.
       01  WS-ROUTE-OWNER PIC X(20) VALUE SPACES.

      *--------------------------------------------------------*
      *  Header scan work fields.                               *
      *--------------------------------------------------------*
       01  WS-HEADER-NAME PIC X(64) VALUE SPACES.
       01  WS-HEADER-DATE PIC X(8) VALUE SPACES.
       01  WS-HEADER-DOCUMENTED PIC X(1) VALUE 'N'.
           88 HeaderDocumented VALUE 'Y'.
       01  WS-TOKEN-1 PIC X(64) VALUE SPACES.
       01  WS-TOKEN-2 PIC X(64) VALUE SPACES.
       01  WS-CANDIDATE PIC X(64) VALUE SPACES.

      *--------------------------------------------------------*
      *  Work items, one per finding. WS-IT-KIND groups them    *
      *  into the sections of an owner's queue file, written    *
      *  in the order of WS-KIND-ORDER.                         *
      *--------------------------------------------------------*
       01  WS-IT-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-IT-SUB PIC 9(4) COMP VALUE 0.
       01  WS-IT-TABLE.
           05  WS-IT-ENTRY OCCURS 2000 TIMES.
               10  WS-IT-OWNER PIC X(20).
               10  WS-IT-KIND PIC X(1).
               10  WS-IT-SUBJECT PIC X(40).
               10  WS-IT-DUE PIC 9(8).
               10  WS-IT-DAYS-OVER PIC 9(5).
               10  WS-IT-NOTE PIC X(50).
       01  WS-IT-OVERFLOW-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-NEW-OWNER PIC X(20) VALUE SPACES.
       01  WS-NEW-KIND PIC X(1) VALUE SPACE.
       01  WS-NEW-SUBJECT PIC X(40) VALUE SPACES.
       01  WS-NEW-DUE-INT PIC 9(8) COMP VALUE 0.
       01  WS-NEW-NOTE PIC X(50) VALUE SPACES.

       01  WS-KIND-ORDER PIC X(5) VALUE "RSUQC".
       01  WS-KIND-SUB PIC 9(1) VALUE 0.
       01  WS-PASS-KIND PIC X(1) VALUE SPACE.
           88 PassReview VALUE 'R'.
           88 PassStale VALUE 'S'.
           88 PassUndocumented VALUE 'U'.
           88 PassQuarantine VALUE 'Q'.
           88 PassUncataloged VALUE 'C'.
       01  WS-PASS-HITS PIC 9(4) COMP VALUE 0.

      *--------------------------------------------------------*
      *  Distinct owners in the order first seen; a blank owner *
      *  is the unassigned queue.                               *
      *--------------------------------------------------------*
       01  WS-OW-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-OW-SUB PIC 9(4) COMP VALUE 0.
       01  WS-OW-HIT PIC 9(4) COMP VALUE 0.
       01  WS-OW-TABLE.
           05  WS-OW-ENTRY OCCURS 500 TIMES.
               10  WS-OW-OWNER PIC X(20).
               10  WS-OW-ITEMS PIC 9(4) COMP.
               10  WS-OW-OVERDUE PIC 9(4) COMP.
       01  WS-OWNER-FILE-NAME PIC X(20) VALUE SPACES.
       01  WS-OWNER-NAME-LENGTH PIC 9(4) COMP VALUE 0.
       01  WS-OWNER-NAME-INDEX PIC 9(4) COMP VALUE 0.
       01  WS-OWNER-NAME-CHAR PIC X(1) VALUE SPACE.

      *--------------------------------------------------------*
      *  Totals and queue file text.                            *
      *--------------------------------------------------------*
      *    These counters feed STRING statements, so they stay   *
      *    USAGE DISPLAY.                                        *
       01  WS-LINE-TEXT PIC X(132) VALUE SPACES.
       01  WS-COUNT-TEXT PIC 9(4) VALUE 0.
       01  WS-COUNT-TEXT-2 PIC 9(4) VALUE 0.
       01  WS-DAYS-TEXT PIC Z(4)9.
       01  WS-REVIEW-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-STALE-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-UNDOC-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-QUARANTINE-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-UNCATALOGED-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-UNASSIGNED-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-HEADER-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-UNREADABLE-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-QUEUE-FILE-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-WORKQ-OK PIC X(1) VALUE 'Y'.
           88 WorkqOk VALUE 'Y'.
       01  WS-EXIT-CODE PIC 9(2) VALUE 0.

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

           PERFORM 200-BUILD-WORK-QUEUES
               THRU 200-BUILD-WORK-QUEUES-EXIT
           EVALUATE TRUE
               WHEN NOT WorkqOk
                   MOVE 8 TO WS-EXIT-CODE
               WHEN WS-UNASSIGNED-COUNT > 0
                   MOVE 4 TO WS-EXIT-CODE
               WHEN OTHER
                   MOVE 0 TO WS-EXIT-CODE
           END-EVALUATE

           PERFORM 920-RELEASE-RUN-LOCK

           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       120-INITIALIZE.
           ACCEPT WS-ARGUMENT FROM COMMAND-LINE
           PERFORM 130-LOAD-ARGUMENTS
           PERFORM 135-SELECT-LIBRARY
           PERFORM 140-PARSE-ARGUMENTS
           PERFORM 145-APPLY-GRACE-ARG.

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
                   DISPLAY "workq: library name "
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
           MOVE LIBRARY-HEADERS-DIR TO WS-HEADERS-DIR
           MOVE LIBRARY-QUARANTINE-DIR TO WS-QUARANTINE-DIR
           MOVE LIBRARY-LOCK-PATH TO LOCK-DIR-PATH
           MOVE SPACES TO WS-QUEUE-DIR
           STRING FUNCTION TRIM(LIBRARY-REPORTS-DIR) DELIMITED BY SIZE
               "/workq" DELIMITED BY SIZE
               INTO WS-QUEUE-DIR
           END-STRING
           MOVE SPACES TO WS-LIST-PATH
           STRING FUNCTION TRIM(LIBRARY-REPORTS-DIR) DELIMITED BY SIZE
               "/workq-list.txt" DELIMITED BY SIZE
               INTO WS-LIST-PATH
           END-STRING.

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
               WHEN WS-CURRENT-ARG(1:9) = "--routes="
                   MOVE WS-CURRENT-ARG(10:247) TO WS-ROUTES-PATH
               WHEN WS-CURRENT-ARG(1:14) = "--headers-dir="
                   MOVE WS-CURRENT-ARG(15:242) TO WS-HEADERS-DIR
               WHEN WS-CURRENT-ARG(1:17) = "--quarantine-dir="
                   MOVE WS-CURRENT-ARG(18:239)
                       TO WS-QUARANTINE-DIR
               WHEN WS-CURRENT-ARG(1:12) = "--queue-dir="
                   MOVE WS-CURRENT-ARG(13:244) TO WS-QUEUE-DIR
               WHEN WS-CURRENT-ARG(1:13) = "--grace-days="
                   MOVE WS-CURRENT-ARG(14:3) TO WS-GRACE-ARG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       145-APPLY-GRACE-ARG.
           IF WS-GRACE-ARG NOT = SPACES
               MOVE FUNCTION TRIM(WS-GRACE-ARG) TO WS-NUM-IN
               INSPECT WS-NUM-IN REPLACING LEADING SPACE BY ZERO
               IF WS-NUM-IN IS NUMERIC
                   MOVE WS-NUM-IN TO WS-GRACE-DAYS
               ELSE
                   DISPLAY "--grace-days= is not numeric, keeping "
                       WS-GRACE-DAYS
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  200-BUILD-WORK-QUEUES gathers every finding into the     *
      *  work item table first and writes the queue files last,  *
      *  so a run that fails part way leaves last week's queue    *
      *  files alone rather than half of this week's.             *
      *----------------------------------------------------------*
       200-BUILD-WORK-QUEUES.
           MOVE 'Y' TO WS-WORKQ-OK
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-FIELDS
           MOVE WS-TODAY-FIELDS(1:8) TO WS-TODAY-DATE
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               TO WS-TODAY-INT
           DISPLAY "Owner work queues as of " WS-TODAY-DATE
           DISPLAY "Catalog    : " FUNCTION TRIM(WS-CATALOG-PATH)
           DISPLAY "Doc master : " FUNCTION TRIM(WS-MASTER-PATH)
           DISPLAY "Headers    : " FUNCTION TRIM(WS-HEADERS-DIR)
           DISPLAY "Quarantine : " FUNCTION TRIM(WS-QUARANTINE-DIR)
           DISPLAY "Routes     : " FUNCTION TRIM(WS-ROUTES-PATH)
           DISPLAY "Queues to  : " FUNCTION TRIM(WS-QUEUE-DIR)
           IF WS-LIBRARY-NAME NOT = SPACES
               DISPLAY "Library    : " FUNCTION TRIM(WS-LIBRARY-NAME)
           END-IF
           DISPLAY " "

           PERFORM 205-CHECK-WORKQ-ARGS-SAFE
           IF NOT ShellArgsSafe
               MOVE 'N' TO WS-WORKQ-OK
               DISPLAY "workq: a path contains characters not "
                   "allowed in a shell command, aborting"
               GO TO 200-BUILD-WORK-QUEUES-EXIT
           END-IF

           OPEN INPUT CatalogFile
           IF WS-CATALOG-STATUS NOT = "00"
               MOVE 'N' TO WS-WORKQ-OK
               DISPLAY "workq: cannot open "
                   FUNCTION TRIM(WS-CATALOG-PATH)
                   " (status " WS-CATALOG-STATUS
                   "), load it with IDSS-CATMAINT first"
               GO TO 200-BUILD-WORK-QUEUES-EXIT
           END-IF

           PERFORM 210-LOAD-MASTER-TOPICS
           IF NOT WorkqOk
               CLOSE CatalogFile
               GO TO 200-BUILD-WORK-QUEUES-EXIT
           END-IF

           MOVE 'N' TO WS-CATALOG-EOF
           PERFORM 220-CHECK-ONE-CATALOG-TOPIC UNTIL CatalogEOF

           PERFORM 240-LOAD-ROUTES

           MOVE WS-HEADERS-DIR TO WS-LIST-DIR
           PERFORM 250-LIST-DIRECTORY
           IF NOT WorkqOk
               CLOSE CatalogFile
               GO TO 200-BUILD-WORK-QUEUES-EXIT
           END-IF
           MOVE 'N' TO WS-LIST-EOF
           PERFORM 255-CHECK-ONE-HEADER UNTIL ListEOF
           CLOSE FileListFile

           PERFORM 230-CHECK-ONE-MASTER-TOPIC
               VARYING WS-TP-SUB FROM 1 BY 1
               UNTIL WS-TP-SUB > WS-TP-COUNT
           CLOSE CatalogFile

           MOVE WS-QUARANTINE-DIR TO WS-LIST-DIR
           PERFORM 250-LIST-DIRECTORY
           IF NOT WorkqOk
               GO TO 200-BUILD-WORK-QUEUES-EXIT
           END-IF
           MOVE 'N' TO WS-LIST-EOF
           PERFORM 265-CHECK-ONE-QUARANTINED UNTIL ListEOF
           CLOSE FileListFile

           PERFORM 300-WRITE-QUEUE-FILES
           PERFORM 340-DISPLAY-WORKQ-SUMMARY.
       200-BUILD-WORK-QUEUES-EXIT.
           EXIT.

       205-CHECK-WORKQ-ARGS-SAFE.
           MOVE 'Y' TO WS-SHELL-ARGS-SAFE
           MOVE FUNCTION TRIM(WS-HEADERS-DIR) TO WS-SHELL-CHECK-FIELD
           PERFORM 206-VALIDATE-SHELL-FIELD
           MOVE FUNCTION TRIM(WS-QUARANTINE-DIR)
               TO WS-SHELL-CHECK-FIELD
           PERFORM 206-VALIDATE-SHELL-FIELD
           MOVE FUNCTION TRIM(WS-QUEUE-DIR) TO WS-SHELL-CHECK-FIELD
           PERFORM 206-VALIDATE-SHELL-FIELD
           MOVE FUNCTION TRIM(WS-LIST-PATH) TO WS-SHELL-CHECK-FIELD
           PERFORM 206-VALIDATE-SHELL-FIELD.

       206-VALIDATE-SHELL-FIELD.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SHELL-CHECK-FIELD))
               TO WS-SHELL-CHECK-LENGTH
           PERFORM 207-VALIDATE-ONE-CHAR
               VARYING WS-SHELL-CHECK-INDEX FROM 1 BY 1
               UNTIL WS-SHELL-CHECK-INDEX > WS-SHELL-CHECK-LENGTH.

       207-VALIDATE-ONE-CHAR.
           MOVE WS-SHELL-CHECK-FIELD(WS-SHELL-CHECK-INDEX:1)
               TO WS-SHELL-CHECK-CHAR
           IF NOT ((WS-SHELL-CHECK-CHAR >= "A" AND
                       WS-SHELL-CHECK-CHAR <= "Z")
                   OR (WS-SHELL-CHECK-CHAR >= "a" AND
                       WS-SHELL-CHECK-CHAR <= "z")
                   OR (WS-SHELL-CHECK-CHAR >= "0" AND
                       WS-SHELL-CHECK-CHAR <= "9")
                   OR WS-SHELL-CHECK-CHAR = "/"
                   OR WS-SHELL-CHECK-CHAR = "."
                   OR WS-SHELL-CHECK-CHAR = "_"
                   OR WS-SHELL-CHECK-CHAR = "-")
               MOVE 'N' TO WS-SHELL-ARGS-SAFE
           END-IF.

      *----------------------------------------------------------*
      *  210-LOAD-MASTER-TOPICS walks the doc master in key       *
      *  order and keeps each distinct DOCM-TOPIC once, as        *
      *  IDSS-CATMAINT 320-SCAN-MASTER-TOPICS does.               *
      *----------------------------------------------------------*
       210-LOAD-MASTER-TOPICS.
           MOVE 'N' TO WS-MASTER-EOF
           MOVE SPACES TO WS-PREV-TOPIC
           OPEN INPUT DocMasterFile
           IF WS-MASTER-STATUS NOT = "00"
               MOVE 'N' TO WS-WORKQ-OK
               DISPLAY "workq: cannot open "
                   FUNCTION TRIM(WS-MASTER-PATH)
                   " (status " WS-MASTER-STATUS
                   "), run IDSS-DOCLOAD first"
           ELSE
               PERFORM 211-LOAD-ONE-MASTER-RECORD UNTIL MasterEOF
               CLOSE DocMasterFile
           END-IF.

       211-LOAD-ONE-MASTER-RECORD.
           READ DocMasterFile NEXT RECORD
               AT END
                   SET MasterEOF TO TRUE
               NOT AT END
                   IF DOCM-TOPIC NOT = WS-PREV-TOPIC
                       MOVE DOCM-TOPIC TO WS-PREV-TOPIC
                       IF WS-TP-COUNT < 2000
                           ADD 1 TO WS-TP-COUNT
                           MOVE DOCM-TOPIC
                               TO WS-TP-NAME(WS-TP-COUNT)
                           MOVE 'N' TO WS-TP-MATCHED(WS-TP-COUNT)
                       ELSE
                           DISPLAY "workq: doc master has more "
                               "than 2000 topics, topics past "
                               "2000 are not checked"
                           SET MasterEOF TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  220-CHECK-ONE-CATALOG-TOPIC queues every review past     *
      *  its due date for the topic's owner, with the same test   *
      *  as IDSS-CATMAINT 315-ASSESS-ONE-CATALOG-TOPIC. A review  *
      *  date that cannot be used is queued as due at once.       *
      *----------------------------------------------------------*
       220-CHECK-ONE-CATALOG-TOPIC.
           READ CatalogFile NEXT RECORD
               AT END
                   SET CatalogEOF TO TRUE
               NOT AT END
                   PERFORM 221-ASSESS-ONE-REVIEW
           END-READ.

       221-ASSESS-ONE-REVIEW.
           MOVE 0 TO WS-DUE-INT
           IF CAT-REVIEWED IS NUMERIC
               MOVE CAT-REVIEWED TO WS-DATE-NUM
               MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   TO WS-DUE-INT
           END-IF

           MOVE CAT-OWNER TO WS-NEW-OWNER
           MOVE 'R' TO WS-NEW-KIND
           MOVE CAT-TOPIC TO WS-NEW-SUBJECT
           MOVE SPACES TO WS-NEW-NOTE
           IF WS-DUE-INT = 0
               MOVE WS-TODAY-INT TO WS-NEW-DUE-INT
               STRING "review date unusable ("
                       DELIMITED BY SIZE
                   CAT-REVIEWED DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-NEW-NOTE
               END-STRING
               PERFORM 290-ADD-WORK-ITEM
           ELSE
               ADD CAT-INTERVAL TO WS-DUE-INT
               IF WS-DUE-INT < WS-TODAY-INT
                   MOVE WS-DUE-INT TO WS-NEW-DUE-INT
                   STRING "last reviewed " DELIMITED BY SIZE
                       CAT-REVIEWED DELIMITED BY SIZE
                       " every " DELIMITED BY SIZE
                       CAT-INTERVAL DELIMITED BY SIZE
                       " day(s)" DELIMITED BY SIZE
                       INTO WS-NEW-NOTE
                   END-STRING
                   PERFORM 290-ADD-WORK-ITEM
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  230-CHECK-ONE-MASTER-TOPIC runs after the header scan:   *
      *  a topic with no catalog record goes to the unassigned    *
      *  queue to be given an owner, and a ".h" topic no header   *
      *  matched is a stale section for its owner to retire.      *
      *----------------------------------------------------------*
       230-CHECK-ONE-MASTER-TOPIC.
           MOVE WS-TP-NAME(WS-TP-SUB) TO WS-HOLD-TOPIC
           MOVE WS-HOLD-TOPIC TO CAT-TOPIC
           READ CatalogFile
               INVALID KEY
                   MOVE SPACES TO CAT-OWNER
                   MOVE SPACES TO WS-NEW-OWNER
                   MOVE 'C' TO WS-NEW-KIND
                   MOVE WS-HOLD-TOPIC TO WS-NEW-SUBJECT
                   MOVE WS-TODAY-INT TO WS-NEW-DUE-INT
                   MOVE "no owner on file" TO WS-NEW-NOTE
                   PERFORM 290-ADD-WORK-ITEM
               NOT INVALID KEY
                   CONTINUE
           END-READ

           IF NOT TopicMatched(WS-TP-SUB)
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-HOLD-TOPIC))
                   TO WS-TP-NAME-LENGTH
               IF WS-TP-NAME-LENGTH > 2
                   AND WS-HOLD-TOPIC(WS-TP-NAME-LENGTH - 1:2)
                       = ".h"
                   MOVE CAT-OWNER TO WS-NEW-OWNER
                   MOVE 'S' TO WS-NEW-KIND
                   MOVE WS-HOLD-TOPIC TO WS-NEW-SUBJECT
                   MOVE WS-TODAY-INT TO WS-NEW-DUE-INT
                   MOVE "no such header in the drop directory"
                       TO WS-NEW-NOTE
                   PERFORM 290-ADD-WORK-ITEM
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  240-LOAD-ROUTES reads the header routing file into the   *
      *  routing table; see the layout at the top.                *
      *----------------------------------------------------------*
       240-LOAD-ROUTES.
           MOVE 0 TO WS-RT-COUNT
           MOVE 'N' TO WS-ROUTES-EOF
           OPEN INPUT RoutesFile
           IF WS-ROUTES-STATUS NOT = "00"
               DISPLAY "workq: no routing file "
                   FUNCTION TRIM(WS-ROUTES-PATH)
                   " (status " WS-ROUTES-STATUS
                   "), header items go unassigned"
           ELSE
               PERFORM 241-LOAD-ONE-ROUTE UNTIL RoutesEOF
               CLOSE RoutesFile
           END-IF.

       241-LOAD-ONE-ROUTE.
           READ RoutesFile
               AT END
                   SET RoutesEOF TO TRUE
               NOT AT END
                   IF RouteRecord = SPACES
                       OR RTE-PREFIX(1:1) = "*"
                       OR RTE-PREFIX = SPACES
                       CONTINUE
                   ELSE
                       IF WS-RT-COUNT < 200
                           ADD 1 TO WS-RT-COUNT
                           MOVE RTE-PREFIX
                               TO WS-RT-PREFIX(WS-RT-COUNT)
                           MOVE FUNCTION LENGTH(
                               FUNCTION TRIM(RTE-PREFIX))
                               TO WS-RT-LENGTH(WS-RT-COUNT)
                           MOVE RTE-OWNER
                               TO WS-RT-OWNER(WS-RT-COUNT)
                       ELSE
                           DISPLAY "workq: more than 200 routes, "
                               "ignoring: "
                               FUNCTION TRIM(RouteRecord)
                       END-IF
                   END-IF
           END-READ.

      *    245 leaves the owner of the longest prefix matching    *
      *    WS-ROUTE-NAME in WS-ROUTE-OWNER, or spaces.             *
       245-ROUTE-ONE-NAME.
           MOVE SPACES TO WS-ROUTE-OWNER
           MOVE 0 TO WS-RT-BEST-LENGTH
           PERFORM 246-MATCH-ONE-ROUTE
               VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > WS-RT-COUNT.

       246-MATCH-ONE-ROUTE.
           IF WS-RT-LENGTH(WS-RT-SUB) > WS-RT-BEST-LENGTH
               AND WS-ROUTE-NAME(1:WS-RT-LENGTH(WS-RT-SUB)) =
                   WS-RT-PREFIX(WS-RT-SUB)
                       (1:WS-RT-LENGTH(WS-RT-SUB))
               MOVE WS-RT-LENGTH(WS-RT-SUB) TO WS-RT-BEST-LENGTH
               MOVE WS-RT-OWNER(WS-RT-SUB) TO WS-ROUTE-OWNER
           END-IF.

      *----------------------------------------------------------*
      *  250-LIST-DIRECTORY writes one "YYYYMMDD name" line per   *
      *  file in WS-LIST-DIR to the list file and opens it.       *
      *----------------------------------------------------------*
       250-LIST-DIRECTORY.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "find " DELIMITED BY SIZE
               WS-SHELL-QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-LIST-DIR) DELIMITED BY SIZE
               WS-SHELL-QUOTE DELIMITED BY SIZE
               " -maxdepth 1 -type f -printf " DELIMITED BY SIZE
               WS-SHELL-QUOTE DELIMITED BY SIZE
               "%TY%Tm%Td %f\n" DELIMITED BY SIZE
               WS-SHELL-QUOTE DELIMITED BY SIZE
               " > " DELIMITED BY SIZE
               WS-SHELL-QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-LIST-PATH) DELIMITED BY SIZE
               WS-SHELL-QUOTE DELIMITED BY SIZE
               " 2>/dev/null" DELIMITED BY SIZE
               INTO WS-SHELL-COMMAND
           END-STRING

           CALL "SYSTEM" USING WS-SHELL-COMMAND
           IF RETURN-CODE NOT = 0
               MOVE 'N' TO WS-WORKQ-OK
               DISPLAY "workq: cannot list "
                   FUNCTION TRIM(WS-LIST-DIR)
                   " (return code " RETURN-CODE ")"
           ELSE
               OPEN INPUT FileListFile
               IF WS-LIST-STATUS NOT = "00"
                   MOVE 'N' TO WS-WORKQ-OK
                   DISPLAY "workq: cannot read "
                       FUNCTION TRIM(WS-LIST-PATH)
                       " (status " WS-LIST-STATUS ")"
               END-IF
           END-IF
           MOVE 0 TO RETURN-CODE.

      *----------------------------------------------------------*
      *  255-CHECK-ONE-HEADER marks the topics a header documents *
      *  and queues the header when nothing in the master covers  *
      *  it, routed by name and due a grace period after its      *
      *  file date.                                               *
      *----------------------------------------------------------*
       255-CHECK-ONE-HEADER.
           READ FileListFile
               AT END
                   SET ListEOF TO TRUE
               NOT AT END
                   IF FLS-NAME NOT = SPACES
                       ADD 1 TO WS-HEADER-COUNT
                       MOVE FLS-NAME TO WS-HEADER-NAME
                       MOVE FLS-DATE TO WS-HEADER-DATE
                       MOVE 'N' TO WS-HEADER-DOCUMENTED
                       MOVE WS-HEADER-NAME TO WS-CANDIDATE
                       PERFORM 258-MARK-TOPIC-FOR-CANDIDATE
                       PERFORM 256-SCAN-ONE-HEADER-FILE
                       IF NOT HeaderDocumented
                           MOVE 'U' TO WS-NEW-KIND
                           MOVE "no doc section names this header"
                               TO WS-NEW-NOTE
                           PERFORM 270-QUEUE-HEADER-ITEM
                       END-IF
                   END-IF
           END-READ.

       256-SCAN-ONE-HEADER-FILE.
           MOVE SPACES TO WS-HEADER-FILE-PATH
           STRING FUNCTION TRIM(WS-HEADERS-DIR) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-HEADER-NAME) DELIMITED BY SIZE
               INTO WS-HEADER-FILE-PATH
           END-STRING

           MOVE 'N' TO WS-HEADER-FILE-EOF
           OPEN INPUT HeaderFile
           IF WS-HEADER-FILE-STATUS NOT = "00"
               ADD 1 TO WS-UNREADABLE-COUNT
               DISPLAY "  cannot read header "
                   FUNCTION TRIM(WS-HEADER-NAME)
                   " (status " WS-HEADER-FILE-STATUS ")"
           ELSE
               PERFORM 257-SCAN-ONE-HEADER-LINE
                   UNTIL HeaderFileEOF
               CLOSE HeaderFile
           END-IF.

       257-SCAN-ONE-HEADER-LINE.
           READ HeaderFile
               AT END
                   SET HeaderFileEOF TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-TOKEN-1
                   MOVE SPACES TO WS-TOKEN-2
                   UNSTRING HeaderFileRecord
                       DELIMITED BY ALL SPACE
                       INTO WS-TOKEN-1 WS-TOKEN-2
                   END-UNSTRING
                   IF WS-TOKEN-1 = "#define"
                       AND WS-TOKEN-2 NOT = SPACES
                       MOVE WS-TOKEN-2 TO WS-CANDIDATE
                       PERFORM 258-MARK-TOPIC-FOR-CANDIDATE
                   END-IF
           END-READ.

       258-MARK-TOPIC-FOR-CANDIDATE.
           PERFORM 259-MATCH-ONE-TOPIC
               VARYING WS-TP-SUB FROM 1 BY 1
               UNTIL WS-TP-SUB > WS-TP-COUNT.

       259-MATCH-ONE-TOPIC.
           IF FUNCTION TRIM(WS-TP-NAME(WS-TP-SUB)) =
                   FUNCTION TRIM(WS-CANDIDATE)
               MOVE 'Y' TO WS-TP-MATCHED(WS-TP-SUB)
               SET HeaderDocumented TO TRUE
           END-IF.

       265-CHECK-ONE-QUARANTINED.
           READ FileListFile
               AT END
                   SET ListEOF TO TRUE
               NOT AT END
                   IF FLS-NAME NOT = SPACES
                       MOVE FLS-NAME TO WS-HEADER-NAME
                       MOVE FLS-DATE TO WS-HEADER-DATE
                       MOVE 'Q' TO WS-NEW-KIND
                       MOVE "rejected by --intake, in quarantine"
                           TO WS-NEW-NOTE
                       PERFORM 270-QUEUE-HEADER-ITEM
                   END-IF
           END-READ.

      *    270 routes WS-HEADER-NAME and queues it due the grace   *
      *    period after WS-HEADER-DATE (today if the date is bad). *
       270-QUEUE-HEADER-ITEM.
           MOVE WS-HEADER-NAME TO WS-ROUTE-NAME
           PERFORM 245-ROUTE-ONE-NAME
           MOVE WS-ROUTE-OWNER TO WS-NEW-OWNER
           MOVE WS-HEADER-NAME TO WS-NEW-SUBJECT
           MOVE 0 TO WS-DUE-INT
           IF WS-HEADER-DATE IS NUMERIC
               MOVE WS-HEADER-DATE TO WS-DATE-NUM
               MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   TO WS-DUE-INT
           END-IF
           IF WS-DUE-INT = 0
               MOVE WS-TODAY-INT TO WS-NEW-DUE-INT
           ELSE
               COMPUTE WS-NEW-DUE-INT = WS-DUE-INT + WS-GRACE-DAYS
           END-IF
           PERFORM 290-ADD-WORK-ITEM.

      *----------------------------------------------------------*
      *  290-ADD-WORK-ITEM files one finding from the WS-NEW-     *
      *  fields, working out its due date and days overdue, and   *
      *  keeps the per-kind and unassigned totals.                *
      *----------------------------------------------------------*
       290-ADD-WORK-ITEM.
           IF WS-IT-COUNT >= 2000
               ADD 1 TO WS-IT-OVERFLOW-COUNT
           ELSE
               ADD 1 TO WS-IT-COUNT
               MOVE WS-NEW-OWNER TO WS-IT-OWNER(WS-IT-COUNT)
               MOVE WS-NEW-KIND TO WS-IT-KIND(WS-IT-COUNT)
               MOVE WS-NEW-SUBJECT TO WS-IT-SUBJECT(WS-IT-COUNT)
               MOVE WS-NEW-NOTE TO WS-IT-NOTE(WS-IT-COUNT)
               MOVE FUNCTION DATE-OF-INTEGER(WS-NEW-DUE-INT)
                   TO WS-IT-DUE(WS-IT-COUNT)
               IF WS-NEW-DUE-INT < WS-TODAY-INT
                   COMPUTE WS-IT-DAYS-OVER(WS-IT-COUNT) =
                       WS-TODAY-INT - WS-NEW-DUE-INT
               ELSE
                   MOVE 0 TO WS-IT-DAYS-OVER(WS-IT-COUNT)
               END-IF
               MOVE WS-NEW-KIND TO WS-PASS-KIND
               EVALUATE TRUE
                   WHEN PassReview
                       ADD 1 TO WS-REVIEW-COUNT
                   WHEN PassStale
                       ADD 1 TO WS-STALE-COUNT
                   WHEN PassUndocumented
                       ADD 1 TO WS-UNDOC-COUNT
                   WHEN PassQuarantine
                       ADD 1 TO WS-QUARANTINE-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-UNCATALOGED-COUNT
               END-EVALUATE
               IF WS-NEW-OWNER = SPACES
                   ADD 1 TO WS-UNASSIGNED-COUNT
               END-IF
               PERFORM 295-TALLY-ITEM-OWNER
           END-IF.

       295-TALLY-ITEM-OWNER.
           MOVE 0 TO WS-OW-HIT
           PERFORM 296-MATCH-ONE-OWNER
               VARYING WS-OW-SUB FROM 1 BY 1
               UNTIL WS-OW-SUB > WS-OW-COUNT
                   OR WS-OW-HIT > 0
           IF WS-OW-HIT = 0
               IF WS-OW-COUNT < 500
                   ADD 1 TO WS-OW-COUNT
                   MOVE WS-OW-COUNT TO WS-OW-HIT
                   MOVE WS-NEW-OWNER TO WS-OW-OWNER(WS-OW-HIT)
                   MOVE 0 TO WS-OW-ITEMS(WS-OW-HIT)
                   MOVE 0 TO WS-OW-OVERDUE(WS-OW-HIT)
               ELSE
                   DISPLAY "workq: more than 500 owners, no queue "
                       "for " FUNCTION TRIM(WS-NEW-OWNER)
               END-IF
           END-IF
           IF WS-OW-HIT > 0
               ADD 1 TO WS-OW-ITEMS(WS-OW-HIT)
               IF WS-IT-DAYS-OVER(WS-IT-COUNT) > 0
                   ADD 1 TO WS-OW-OVERDUE(WS-OW-HIT)
               END-IF
           END-IF.

       296-MATCH-ONE-OWNER.
           IF WS-OW-OWNER(WS-OW-SUB) = WS-NEW-OWNER
               MOVE WS-OW-SUB TO WS-OW-HIT
           END-IF.

      *----------------------------------------------------------*
      *  300-WRITE-QUEUE-FILES clears last run's queue files and  *
      *  writes workq-OWNER.txt for every owner with items, plus  *
      *  workq-UNASSIGNED.txt, in the queue directory. Characters *
      *  other than letters, digits, dot, underscore and dash in  *
      *  an owner name become "_" in the file name.               *
      *----------------------------------------------------------*
       300-WRITE-QUEUE-FILES.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "mkdir -p " DELIMITED BY SIZE
               WS-SHELL-QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-QUEUE-DIR) DELIMITED BY SIZE
               WS-SHELL-QUOTE DELIMITED BY SIZE
               " && rm -f " DELIMITED BY SIZE
               WS-SHELL-QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-QUEUE-DIR) DELIMITED BY SIZE
               WS-SHELL-QUOTE DELIMITED BY SIZE
               "/workq-*.txt" DELIMITED BY SIZE
               INTO WS-SHELL-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-COMMAND
           IF RETURN-CODE NOT = 0
               MOVE 'N' TO WS-WORKQ-OK
               DISPLAY "workq: cannot prepare "
                   FUNCTION TRIM(WS-QUEUE-DIR)
                   " (return code " RETURN-CODE ")"
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
               PERFORM 310-WRITE-ONE-OWNER-QUEUE
                   VARYING WS-OW-SUB FROM 1 BY 1
                   UNTIL WS-OW-SUB > WS-OW-COUNT
           END-IF.

       310-WRITE-ONE-OWNER-QUEUE.
           IF WS-OW-OWNER(WS-OW-SUB) = SPACES
               MOVE "UNASSIGNED" TO WS-OWNER-FILE-NAME
           ELSE
               MOVE WS-OW-OWNER(WS-OW-SUB) TO WS-OWNER-FILE-NAME
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(WS-OWNER-FILE-NAME TRAILING))
                   TO WS-OWNER-NAME-LENGTH
               PERFORM 311-CLEAN-ONE-NAME-CHAR
                   VARYING WS-OWNER-NAME-INDEX FROM 1 BY 1
                   UNTIL WS-OWNER-NAME-INDEX > WS-OWNER-NAME-LENGTH
           END-IF
           MOVE SPACES TO WS-QUEUE-FILE-PATH
           STRING FUNCTION TRIM(WS-QUEUE-DIR) DELIMITED BY SIZE
               "/workq-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-OWNER-FILE-NAME) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-QUEUE-FILE-PATH
           END-STRING

           OPEN OUTPUT QueueFile
           IF WS-QUEUE-STATUS NOT = "00"
               MOVE 'N' TO WS-WORKQ-OK
               DISPLAY "workq: cannot write "
                   FUNCTION TRIM(WS-QUEUE-FILE-PATH)
                   " (status " WS-QUEUE-STATUS ")"
           ELSE
               ADD 1 TO WS-QUEUE-FILE-COUNT
               PERFORM 315-WRITE-QUEUE-HEADING
               PERFORM 320-WRITE-ONE-SECTION
                   VARYING WS-KIND-SUB FROM 1 BY 1
                   UNTIL WS-KIND-SUB > 5
               CLOSE QueueFile
               DISPLAY "  " WS-OWNER-FILE-NAME
                   " items " WS-OW-ITEMS(WS-OW-SUB)
                   "  overdue " WS-OW-OVERDUE(WS-OW-SUB)
                   "  -> " FUNCTION TRIM(WS-QUEUE-FILE-PATH)
           END-IF.

       311-CLEAN-ONE-NAME-CHAR.
           MOVE WS-OWNER-FILE-NAME(WS-OWNER-NAME-INDEX:1)
               TO WS-OWNER-NAME-CHAR
           IF NOT ((WS-OWNER-NAME-CHAR >= "A" AND
                       WS-OWNER-NAME-CHAR <= "Z")
                   OR (WS-OWNER-NAME-CHAR >= "a" AND
                       WS-OWNER-NAME-CHAR <= "z")
                   OR (WS-OWNER-NAME-CHAR >= "0" AND
                       WS-OWNER-NAME-CHAR <= "9")
                   OR WS-OWNER-NAME-CHAR = "."
                   OR WS-OWNER-NAME-CHAR = "_"
                   OR WS-OWNER-NAME-CHAR = "-")
               MOVE "_" TO WS-OWNER-FILE-NAME(WS-OWNER-NAME-INDEX:1)
           END-IF.

       315-WRITE-QUEUE-HEADING.
           MOVE SPACES TO QueueRecord
           STRING "IDSS documentation work queue  v"
                   DELIMITED BY SIZE
               FUNCTION TRIM(WS-VER-SEMANTIC) DELIMITED BY SIZE
               " (built " DELIMITED BY SIZE
               FUNCTION TRIM(WS-VER-BUILD-DATE) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO QueueRecord
           END-STRING
           WRITE QueueRecord

           MOVE SPACES TO QueueRecord
           IF WS-OW-OWNER(WS-OW-SUB) = SPACES
               STRING "Owner     : (unassigned - give these an "
                       DELIMITED BY SIZE
                   "owner in the catalog or routing file)"
                       DELIMITED BY SIZE
                   INTO QueueRecord
               END-STRING
           ELSE
               STRING "Owner     : " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OW-OWNER(WS-OW-SUB))
                       DELIMITED BY SIZE
                   INTO QueueRecord
               END-STRING
           END-IF
           WRITE QueueRecord

           MOVE WS-OW-ITEMS(WS-OW-SUB) TO WS-COUNT-TEXT
           MOVE WS-OW-OVERDUE(WS-OW-SUB) TO WS-COUNT-TEXT-2
           MOVE SPACES TO QueueRecord
           STRING "As of     : " DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               "   items " DELIMITED BY SIZE
               WS-COUNT-TEXT DELIMITED BY SIZE
               "   overdue " DELIMITED BY SIZE
               WS-COUNT-TEXT-2 DELIMITED BY SIZE
               INTO QueueRecord
           END-STRING
           WRITE QueueRecord.

      *----------------------------------------------------------*
      *  320-WRITE-ONE-SECTION writes one kind of item for the    *
      *  current owner under its own heading; an empty section    *
      *  is left out.                                             *
      *----------------------------------------------------------*
       320-WRITE-ONE-SECTION.
           MOVE WS-KIND-ORDER(WS-KIND-SUB:1) TO WS-PASS-KIND
           MOVE 0 TO WS-PASS-HITS
           PERFORM 325-WRITE-ONE-ITEM
               VARYING WS-IT-SUB FROM 1 BY 1
               UNTIL WS-IT-SUB > WS-IT-COUNT.

       325-WRITE-ONE-ITEM.
           IF WS-IT-OWNER(WS-IT-SUB) = WS-OW-OWNER(WS-OW-SUB)
               AND WS-IT-KIND(WS-IT-SUB) = WS-PASS-KIND
               IF WS-PASS-HITS = 0
                   PERFORM 326-WRITE-SECTION-HEADING
               END-IF
               ADD 1 TO WS-PASS-HITS
               MOVE WS-IT-DAYS-OVER(WS-IT-SUB) TO WS-DAYS-TEXT
               MOVE SPACES TO QueueRecord
               STRING "  " DELIMITED BY SIZE
                   WS-IT-DUE(WS-IT-SUB) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-DAYS-TEXT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-IT-SUBJECT(WS-IT-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-IT-NOTE(WS-IT-SUB) DELIMITED BY SIZE
                   INTO QueueRecord
               END-STRING
               WRITE QueueRecord
           END-IF.

       326-WRITE-SECTION-HEADING.
           MOVE SPACES TO QueueRecord
           WRITE QueueRecord
           EVALUATE TRUE
               WHEN PassReview
                   MOVE "Reviews past due" TO QueueRecord
               WHEN PassStale
                   MOVE "Doc sections whose header is gone"
                       TO QueueRecord
               WHEN PassUndocumented
                   MOVE "Headers with no doc section"
                       TO QueueRecord
               WHEN PassQuarantine
                   MOVE "Header drops in quarantine"
                       TO QueueRecord
               WHEN OTHER
                   MOVE "Doc topics with no catalog record"
                       TO QueueRecord
           END-EVALUATE
           WRITE QueueRecord
           MOVE "  DUE       OVERDUE  ITEM" TO QueueRecord
           WRITE QueueRecord.

       340-DISPLAY-WORKQ-SUMMARY.
           DISPLAY " "
           DISPLAY "Work queue summary:"
           DISPLAY "  master topics       : " WS-TP-COUNT
           DISPLAY "  headers scanned     : " WS-HEADER-COUNT
           DISPLAY "  reviews past due    : " WS-REVIEW-COUNT
           DISPLAY "  stale doc sections  : " WS-STALE-COUNT
           DISPLAY "  undocumented headers: " WS-UNDOC-COUNT
           DISPLAY "  quarantined headers : " WS-QUARANTINE-COUNT
           DISPLAY "  missing from catalog: " WS-UNCATALOGED-COUNT
           DISPLAY "  unassigned items    : " WS-UNASSIGNED-COUNT
           DISPLAY "  queue files written : " WS-QUEUE-FILE-COUNT
           IF WS-UNREADABLE-COUNT > 0
               DISPLAY "  unreadable headers  : " WS-UNREADABLE-COUNT
           END-IF
           IF WS-IT-OVERFLOW-COUNT > 0
               DISPLAY "  not queued (table full): "
                   WS-IT-OVERFLOW-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  910-ACQUIRE-RUN-LOCK serializes this run against every   *
      *  other writer and reader of the library's files through   *
      *  IDSS-LOCK; a blocked run waits briefly, then fails with  *
      *  return code 12 and a message naming the holder.          *
      *----------------------------------------------------------*
       910-ACQUIRE-RUN-LOCK.
           SET LockActionAcquire TO TRUE
           MOVE "IDSS-WORKQ" TO LOCK-PROGRAM
           CALL "IDSS-LOCK" USING LOCK-REQUEST
           EVALUATE TRUE
               WHEN LockGranted
                   CONTINUE
               WHEN LockStale
                   DISPLAY "workq: run lock "
                       FUNCTION TRIM(LOCK-DIR-PATH)
                       " is STALE: holder pid "
                       FUNCTION TRIM(LOCK-HOLDER-PID)
                       " (" FUNCTION TRIM(LOCK-HOLDER-PROGRAM)
                       ", since " LOCK-HOLDER-STAMP
                       ") is gone; remove the lock directory "
                       "and rerun"
               WHEN OTHER
                   DISPLAY "workq: another run holds the "
                       "lock: pid "
                       FUNCTION TRIM(LOCK-HOLDER-PID)
                       " (" FUNCTION TRIM(LOCK-HOLDER-PROGRAM)
                       ", since " LOCK-HOLDER-STAMP
                       "); try again when it finishes"
           END-EVALUATE.

       920-RELEASE-RUN-LOCK.
           SET LockActionRelease TO TRUE
           CALL "IDSS-LOCK" USING LOCK-REQUEST.
