      *              resolve NAME through the release register    *
      *              IDSS-RELCUT keeps, so a prior release's doc  *
      *              file or manifest no longer needs a raw path. *
      *  2026-10-15  Symbol dictionary. --load-symbols has        *
      *              IDSS-SYMLOAD file every #define in the drop  *
      *              directory (symbol, header, line, value) in   *
      *              symbols.idx, and --intake reloads it after   *
      *              accepting a header. --symbol=NAME shows      *
      *              where a symbol is defined; --symbol-value=   *
      *              lists the symbols defined to a value, with   *
      *              0x1F, 31 and 037 treated alike. Both query   *
      *              a release's snapshot through                 *
      *              --symbol-path=@NAME.                         *
      *  2026-10-15  --history=TOPIC reports every change the     *
      *              change journal holds for a topic (who, when, *
      *              which batch, old and new text) to the        *
      *              console and a dated report file, and         *
      *              --lookup=TOPIC --as-of=YYYYMMDD rebuilds the *
      *              section as it stood at the end of that day   *
      *              by rolling the later journaled changes back  *
      *              off the current master.                      *
      *  2026-10-15  --refcheck follows the "see ..." and "refer  *
      *              to ..." pointers in the doc master and       *
      *              reports pointers to topics that no longer    *
      *              exist, orphan topics nothing points at and   *
      *              no header names, and circular see chains.    *
      *              Warning RC 4 on any finding; REFCHECK        *
      *              jobstream step.                              *
      *  2026-10-15  Audit records are written through            *
      *              IDSS-AUDCHAIN: each carries a sequence       *
      *              number and a check value chained from the    *
      *              previous record, unbroken across audit log   *
      *              rotation.                                    *
      *  2026-10-15  Results records carry the run's start and    *
      *              end stamps and elapsed seconds (per step     *
      *              for a job stream), for the IDSS-MONITOR      *
      *              expected-run calendar.                       *
      *  2026-10-15  --library=NAME (or IDSS_LIBRARY) runs        *
      *              against one documentation library from the   *
      *              library control file: its doc file, header   *
      *              drop, incoming and quarantine directories,   *
      *              master, keyword, symbol, journal, baseline   *
      *              and register files, reports directory, and   *
      *              its own run lock and checkpoint. Audit and   *
      *              results records carry the library name, and  *
      *              housekeeping holds the audit log's lock      *
      *              while it rotates and purges archives.        *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           RECORD KEY IS KW-KEY
           FILE STATUS IS WS-KEYWORD-STATUS.

           SELECT SymbolFile ASSIGN TO DYNAMIC WS-SYMBOL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SYM-KEY
           ALTERNATE RECORD KEY IS SYM-MATCH-KEY WITH DUPLICATES
           FILE STATUS IS WS-SYMBOL-STATUS.

           SELECT JournalFile ASSIGN TO DYNAMIC WS-JOURNAL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JRN-KEY
           FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD InputFile.
           05  AUDIT-BRANCH           PIC X(20).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  AUDIT-RAW-ARGS         PIC X(73).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  AUDIT-SEQ              PIC 9(10).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  AUDIT-CHECK            PIC 9(18).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  AUDIT-LIBRARY          PIC X(10).

       FD  BaselineFile.
       01  BaselineRecord PIC X(300).
           05  RES-MISSING-COUNT      PIC 9(08).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  RES-EXTRA-COUNT        PIC 9(08).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  RES-START-STAMP        PIC X(14).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  RES-END-STAMP          PIC X(14).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  RES-ELAPSED-SECS       PIC 9(06).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  RES-LIBRARY            PIC X(10).

       FD  OldDocFile.
       01  OldDocRecord PIC X(80).
               10  KW-TOPIC           PIC X(30).
           05  KW-TEXT                PIC X(80).

       FD  SymbolFile.
       01  SymbolRecord.
           05  SYM-KEY.
               10  SYM-NAME           PIC X(40).
               10  SYM-HEADER         PIC X(40).
           05  SYM-MATCH-KEY          PIC X(40).
           05  SYM-LINE-NO            PIC 9(06).
           05  SYM-VALUE              PIC X(80).

       FD  JournalFile.
       01  JournalRecord.
           05  JRN-KEY.
               10  JRN-TOPIC          PIC X(30).
               10  JRN-STAMP          PIC X(16).
               10  JRN-SERIAL         PIC 9(05).
           05  JRN-SEQ                PIC 9(04).
           05  JRN-ACTION             PIC X(07).
           05  JRN-ORIGIN             PIC X(07).
           05  JRN-USER               PIC X(16).
           05  JRN-BATCH              PIC X(100).
           05  JRN-BEFORE             PIC X(80).
           05  JRN-AFTER              PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "versinfo.cpy".
           COPY "lockreq.cpy".
           COPY "symreq.cpy".
           COPY "audreq.cpy".
           COPY "libreq.cpy".

       01 WS-EOF PIC X(1) VALUE 'N'.
           88 EndOfFile VALUE 'Y'.
           88 FLAG-SEARCH VALUE 'Y'.
       01  WS-FLAG-INTAKE PIC X(1) VALUE 'N'.
           88 FLAG-INTAKE VALUE 'Y'.
       01  WS-FLAG-SYMBOL PIC X(1) VALUE 'N'.
           88 FLAG-SYMBOL VALUE 'Y'.
       01  WS-FLAG-SYMBOL-VALUE PIC X(1) VALUE 'N'.
           88 FLAG-SYMBOL-VALUE VALUE 'Y'.
       01  WS-FLAG-LOAD-SYMBOLS PIC X(1) VALUE 'N'.
           88 FLAG-LOAD-SYMBOLS VALUE 'Y'.
       01  WS-FLAG-HISTORY PIC X(1) VALUE 'N'.
           88 FLAG-HISTORY VALUE 'Y'.
       01  WS-FLAG-REFCHECK PIC X(1) VALUE 'N'.
           88 FLAG-REFCHECK VALUE 'Y'.

      *--------------------------------------------------------*
      *  Flag values ("--flag=value" style).                   *
           88 KeywordEOF VALUE 'Y'.
       01  WS-SEARCH-TOPIC-COUNT PIC 9(4) COMP VALUE 0.

      *--------------------------------------------------------*
      *  630/640 symbol query working fields. The symbol file   *
      *  is built by IDSS-SYMLOAD from the header drop, keyed   *
      *  by symbol plus header, with each value filed again     *
      *  under a normalized match key for the reverse query.    *
      *  A --symbol-path= of "@NAME" is a release's snapshot.   *
      *--------------------------------------------------------*
       01  WS-SYMBOL-PATH
               PIC X(256) VALUE "/var/idss/symbols.idx".
       01  WS-SYMBOL-STATUS PIC X(2) VALUE SPACES.
       01  WS-SYMBOL-QUERY PIC X(40) VALUE SPACES.
       01  WS-SYMBOL-VALUE-QUERY PIC X(80) VALUE SPACES.
       01  WS-SYMBOL-MATCH-KEY PIC X(40) VALUE SPACES.
       01  WS-SYMBOL-OK PIC X(1) VALUE 'Y'.
           88 SymbolOk VALUE 'Y'.
       01  WS-SYMBOL-FOUND PIC X(1) VALUE 'N'.
           88 SymbolFound VALUE 'Y'.
       01  WS-SYMBOL-EOF PIC X(1) VALUE 'N'.
           88 SymbolEOF VALUE 'Y'.
       01  WS-SYMBOL-HIT-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-SYMLOAD-OK PIC X(1) VALUE 'Y'.
           88 SymloadOk VALUE 'Y'.

      *--------------------------------------------------------*
      *  560-581 change journal working fields. IDSS-DOCMAINT   *
      *  files one record per changed line, keyed by topic, run *
      *  timestamp and serial; DOCM-SEQ is the line's place     *
      *  after the run for an ADD or REPLACE and before it for  *
      *  a DELETE. --as-of= loads the current section and the   *
      *  topic's changes after the given day, then undoes those *
      *  runs newest first.                                     *
      *--------------------------------------------------------*
       01  WS-JOURNAL-PATH
               PIC X(256) VALUE "/var/idss/docjournal.idx".
       01  WS-JOURNAL-STATUS PIC X(2) VALUE SPACES.
       01  WS-JOURNAL-EOF PIC X(1) VALUE 'N'.
           88 JournalEOF VALUE 'Y'.
       01  WS-HISTORY-TOPIC PIC X(30) VALUE SPACES.
       01  WS-HISTORY-OK PIC X(1) VALUE 'Y'.
           88 HistoryOk VALUE 'Y'.
       01  WS-HIS-ENTRY-COUNT PIC 9(8) COMP VALUE 0.
       01  WS-HIS-RUN-COUNT PIC 9(8) COMP VALUE 0.
       01  WS-HIS-ADD-COUNT PIC 9(8) COMP VALUE 0.
       01  WS-HIS-REPLACE-COUNT PIC 9(8) COMP VALUE 0.
       01  WS-HIS-DELETE-COUNT PIC 9(8) COMP VALUE 0.
       01  WS-HIS-LAST-STAMP PIC X(16) VALUE SPACES.
       01  WS-HIS-WHEN PIC X(19) VALUE SPACES.
       01  WS-AS-OF-DATE PIC X(8) VALUE SPACES.
       01  WS-AS-OF-BAD PIC X(1) VALUE 'N'.
           88 AsOfDateBad VALUE 'Y'.
       01  WS-AO-LINE-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-AO-SUB PIC 9(4) COMP VALUE 0.
       01  WS-AO-TO-SUB PIC 9(4) COMP VALUE 0.
       01  WS-AO-LINE-TABLE.
           05  WS-AO-ENTRY OCCURS 2000 TIMES.
               10  WS-AO-LINE PIC X(80).
               10  WS-AO-DROP PIC X(1).
                   88 AoLineDropped VALUE 'Y'.
       01  WS-AO-CHG-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-AO-CHG-SUB PIC 9(4) COMP VALUE 0.
       01  WS-AO-GRP-FIRST PIC 9(4) COMP VALUE 0.
       01  WS-AO-GRP-LAST PIC 9(4) COMP VALUE 0.
       01  WS-AO-CHG-TABLE.
           05  WS-AO-CHG-ENTRY OCCURS 2000 TIMES.
               10  WS-AO-CHG-STAMP PIC X(16).
               10  WS-AO-CHG-SEQ PIC 9(4) COMP.
               10  WS-AO-CHG-ACTION PIC X(7).
               10  WS-AO-CHG-BEFORE PIC X(80).
       01  WS-AO-RUN-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-AO-MISFIT-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-AO-OVERFLOW PIC X(1) VALUE 'N'.
           88 AoOverflow VALUE 'Y'.

      *--------------------------------------------------------*
      *  585-599 reference check working fields. Topics share   *
      *  the --xref topic table (WS-XT-TABLE) so the header     *
      *  scan marks them the same way; WS-RC-TOPIC-TABLE runs   *
      *  beside it entry for entry. Each reference names the    *
      *  topic it was found in, the target word, and (once      *
      *  resolved) the target's table entry, 0 if missing.      *
      *--------------------------------------------------------*
       01  WS-REFCHECK-OK PIC X(1) VALUE 'Y'.
           88 RefcheckOk VALUE 'Y'.
       01  WS-RC-PREV-TOPIC PIC X(30) VALUE SPACES.
       01  WS-RC-UPPER PIC X(80) VALUE SPACES.
       01  WS-RC-REST PIC X(80) VALUE SPACES.
       01  WS-RC-POS PIC 9(4) COMP VALUE 0.
       01  WS-RC-START PIC 9(4) COMP VALUE 0.
       01  WS-RC-KIND PIC X(1) VALUE SPACE.
           88 RefSee VALUE 'S'.
           88 RefSeeAlso VALUE 'A'.
           88 RefReferTo VALUE 'R'.
       01  WS-RC-TOKEN PIC X(64) VALUE SPACES.
       01  WS-RC-TOKEN-WORK PIC X(64) VALUE SPACES.
       01  WS-RC-TOKEN-LENGTH PIC 9(4) COMP VALUE 0.
       01  WS-RC-TRIMMED PIC X(1) VALUE 'N'.
           88 RcTokenTrimmed VALUE 'Y'.
       01  WS-RC-MARK-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-RC-TOPIC-TABLE.
           05  WS-RC-TOPIC-ENTRY OCCURS 500 TIMES.
               10  WS-RC-REFERENCED PIC X(1).
                   88 TopicReferenced VALUE 'Y'.
               10  WS-RC-COLOR PIC X(1).
                   88 RcTopicUnvisited VALUE 'W'.
                   88 RcTopicOnPath VALUE 'G'.
                   88 RcTopicDone VALUE 'B'.
               10  WS-RC-STACK-POS PIC 9(4) COMP.
               10  WS-RC-FIRST-REF PIC 9(4) COMP.
               10  WS-RC-REF-LINES PIC 9(4) COMP.
       01  WS-RF-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-RF-SUB PIC 9(4) COMP VALUE 0.
       01  WS-RF-TABLE.
           05  WS-RF-ENTRY OCCURS 2000 TIMES.
               10  WS-RF-FROM PIC 9(4) COMP.
               10  WS-RF-TO PIC 9(4) COMP.
               10  WS-RF-TARGET PIC X(30).
               10  WS-RF-KIND PIC X(1).
               10  WS-RF-SEQ PIC 9(4).
       01  WS-RC-HIT PIC 9(4) COMP VALUE 0.
       01  WS-RC-STK-TOP PIC 9(4) COMP VALUE 0.
       01  WS-RC-STACK.
           05  WS-RC-STK-ENTRY OCCURS 500 TIMES.
               10  WS-RC-STK-NODE PIC 9(4) COMP.
               10  WS-RC-STK-CURSOR PIC 9(4) COMP.
       01  WS-RC-ROOT PIC 9(4) COMP VALUE 0.
       01  WS-RC-NODE PIC 9(4) COMP VALUE 0.
       01  WS-RC-NEXT PIC 9(4) COMP VALUE 0.
       01  WS-RC-EDGE PIC 9(4) COMP VALUE 0.
       01  WS-RC-CHAIN-SUB PIC 9(4) COMP VALUE 0.
       01  WS-RC-CHAIN PIC X(100) VALUE SPACES.
       01  WS-RC-CHAIN-PTR PIC 9(4) COMP VALUE 0.
       01  WS-RC-SEQ-TEXT PIC 9(4) VALUE 0.
       01  WS-RC-DANGLING-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-RC-ORPHAN-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-RC-CHAIN-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-RC-OVERFLOW-COUNT PIC 9(4) COMP VALUE 0.

      *--------------------------------------------------------*
      *  700-HOUSEKEEP working fields. Archives are dated       *
      *  copies of the audit log in the audit directory; the    *
       01  WS-RESULTS-STATUS PIC X(2) VALUE SPACES.
       01  WS-EXIT-CODE PIC 9(2) VALUE 0.
       01  WS-RUN-VERDICT PIC X(4) VALUE "PASS".

      *--------------------------------------------------------*
      *  Run timing for the results record. WS-RUN-START-STAMP  *
      *  is taken once the run lock is held; a job stream step  *
      *  restarts WS-RES-START-STAMP so each step's record      *
      *  times that step alone. Elapsed is whole seconds.       *
      *--------------------------------------------------------*
       01  WS-RUN-START-STAMP PIC X(21) VALUE SPACES.
       01  WS-RES-START-STAMP PIC X(21) VALUE SPACES.
       01  WS-RES-END-STAMP PIC X(21) VALUE SPACES.
       01  WS-TIMING-STAMP PIC X(21) VALUE SPACES.
       01  WS-TIMING-DATE PIC 9(8) VALUE 0.
       01  WS-TIMING-HH PIC 9(2) VALUE 0.
       01  WS-TIMING-MM PIC 9(2) VALUE 0.
       01  WS-TIMING-SS PIC 9(2) VALUE 0.
       01  WS-TIMING-SECS PIC 9(12) COMP VALUE 0.
       01  WS-START-SECS PIC 9(12) COMP VALUE 0.
       01  WS-ELAPSED-SECS PIC 9(12) COMP VALUE 0.
       01  WS-RC-FAILED-TALLY PIC 9(2) COMP VALUE 0.

      *--------------------------------------------------------*
       01  WS-REL-FOUND PIC X(1) VALUE 'N'.
           88 ReleaseFound VALUE 'Y'.

      *--------------------------------------------------------*
      *  135-138 library selection. --library= (or the          *
      *  IDSS_LIBRARY environment variable) names a             *
      *  documentation library in the library control file;     *
      *  its files replace the defaults above before the other  *
      *  flags are parsed, so an explicit --master-path= and    *
      *  the like still win. Work files move to the library's   *
      *  reports directory so two libraries never share one.    *
      *  With no library named every default stands and the     *
      *  audit and results records carry a blank library.       *
      *--------------------------------------------------------*
       01  WS-LIBRARY-NAME PIC X(10) VALUE SPACES.
       01  WS-LIBRARY-ARG PIC X(246) VALUE SPACES.
       01  WS-LIBRARY-OK PIC X(1) VALUE 'Y'.
           88 LibraryOk VALUE 'Y'.
       01  WS-LIB-WORK-NAME PIC X(40) VALUE SPACES.
       01  WS-LIB-WORK-PATH PIC X(256) VALUE SPACES.

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
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP
           MOVE WS-RUN-START-STAMP TO WS-RES-START-STAMP

           IF FLAG-JOBSTREAM
               PERFORM 750-RUN-JOBSTREAM
                   THRU 750-RUN-JOBSTREAM-EXIT
               MOVE WS-RUN-START-STAMP TO WS-RES-START-STAMP
           ELSE
               PERFORM 150-EXECUTE-MODE
               PERFORM 895-ASSESS-RUN-OUTCOME
                           END-IF
                       END-IF
                   END-IF
               WHEN FLAG-LOOKUP AND WS-AS-OF-DATE NOT = SPACES
                   PERFORM 570-LOOKUP-TOPIC-AS-OF
                       THRU 570-LOOKUP-TOPIC-AS-OF-EXIT
                   MOVE "LOOKUP" TO WS-MODE-NAME
                   EVALUATE TRUE
                       WHEN AsOfDateBad
                           MOVE "BAD-AS-OF-DATE" TO WS-BRANCH-NAME
                       WHEN AoOverflow
                           MOVE "AS-OF-ROLLBACK-FAILED"
                               TO WS-BRANCH-NAME
                       WHEN NOT LookupOk
                           IF WS-MASTER-STATUS NOT = "00"
                               MOVE "MASTER-OPEN-FAILED"
                                   TO WS-BRANCH-NAME
                           ELSE
                               MOVE "JOURNAL-OPEN-FAILED"
                                   TO WS-BRANCH-NAME
                           END-IF
                       WHEN LookupFound
                           MOVE "LOOKED-UP-AS-OF" TO WS-BRANCH-NAME
                       WHEN OTHER
                           MOVE "TOPIC-NOT-FOUND" TO WS-BRANCH-NAME
                   END-EVALUATE
               WHEN FLAG-LOOKUP
                   PERFORM 600-LOOKUP-TOPIC
                       THRU 600-LOOKUP-TOPIC-EXIT
                           MOVE "TOPIC-NOT-FOUND" TO WS-BRANCH-NAME
                       END-IF
                   END-IF
               WHEN FLAG-HISTORY
                   MOVE "HISTORY" TO WS-RPT-NAME
                   MOVE WS-JOURNAL-PATH TO WS-RPT-PATH-1
                   PERFORM 930-OPEN-RUN-REPORT
                   PERFORM 560-TOPIC-HISTORY
                       THRU 560-TOPIC-HISTORY-EXIT
                   PERFORM 945-CLOSE-RUN-REPORT
                   MOVE "HISTORY" TO WS-MODE-NAME
                   IF NOT HistoryOk
                       MOVE "JOURNAL-OPEN-FAILED" TO WS-BRANCH-NAME
                   ELSE
                       IF WS-HIS-ENTRY-COUNT > 0
                           MOVE "SHOWED-HISTORY" TO WS-BRANCH-NAME
                       ELSE
                           MOVE "TOPIC-NOT-FOUND" TO WS-BRANCH-NAME
                       END-IF
                   END-IF
               WHEN FLAG-SEARCH
                   PERFORM 620-SEARCH-KEYWORDS
                       THRU 620-SEARCH-KEYWORDS-EXIT
                           MOVE "SEARCH-NOT-FOUND" TO WS-BRANCH-NAME
                       END-IF
                   END-IF
               WHEN FLAG-SYMBOL
                   PERFORM 687-RESOLVE-SYMBOL-RELEASE
                   PERFORM 630-LOOKUP-SYMBOL
                       THRU 630-LOOKUP-SYMBOL-EXIT
                   MOVE "SYMBOL" TO WS-MODE-NAME
                   IF NOT SymbolOk
                       MOVE "SYMBOL-OPEN-FAILED" TO WS-BRANCH-NAME
                   ELSE
                       IF SymbolFound
                           MOVE "LOOKED-UP-SYMBOL" TO WS-BRANCH-NAME
                       ELSE
                           MOVE "SYMBOL-NOT-FOUND" TO WS-BRANCH-NAME
                       END-IF
                   END-IF
               WHEN FLAG-SYMBOL-VALUE
                   PERFORM 687-RESOLVE-SYMBOL-RELEASE
                   PERFORM 640-LOOKUP-SYMBOL-VALUE
                       THRU 640-LOOKUP-SYMBOL-VALUE-EXIT
                   MOVE "SYMBOL-VALUE" TO WS-MODE-NAME
                   IF NOT SymbolOk
                       MOVE "SYMBOL-OPEN-FAILED" TO WS-BRANCH-NAME
                   ELSE
                       IF SymbolFound
                           MOVE "LOOKED-UP-VALUE" TO WS-BRANCH-NAME
                       ELSE
                           MOVE "SYMBOL-NOT-FOUND" TO WS-BRANCH-NAME
                       END-IF
                   END-IF
               WHEN FLAG-LOAD-SYMBOLS
                   PERFORM 490-LOAD-SYMBOLS
                   MOVE "LOAD-SYMBOLS" TO WS-MODE-NAME
                   IF SymloadOk
                       MOVE "LOADED-SYMBOLS" TO WS-BRANCH-NAME
                   ELSE
                       MOVE "SYMBOL-LOAD-FAILED" TO WS-BRANCH-NAME
                   END-IF
               WHEN FLAG-BASELINE
                   PERFORM 410-RECORD-BASELINE
                       THRU 410-RECORD-BASELINE-EXIT
                           MOVE "XREF-CLEAN" TO WS-BRANCH-NAME
                       END-IF
                   END-IF
               WHEN FLAG-REFCHECK
                   MOVE "REFCHECK" TO WS-RPT-NAME
                   MOVE WS-MASTER-PATH TO WS-RPT-PATH-1
                   MOVE WS-HEADERS-DIR TO WS-RPT-PATH-2
                   PERFORM 930-OPEN-RUN-REPORT
                   PERFORM 585-CHECK-REFERENCES
                       THRU 585-CHECK-REFERENCES-EXIT
                   PERFORM 945-CLOSE-RUN-REPORT
                   MOVE "REFCHECK" TO WS-MODE-NAME
                   IF NOT RefcheckOk
                       IF WS-MASTER-STATUS NOT = "00"
                           MOVE "MASTER-OPEN-FAILED" TO WS-BRANCH-NAME
                       ELSE
                           MOVE "LIST-HEADERS-FAILED"
                               TO WS-BRANCH-NAME
                       END-IF
                   ELSE
                       IF WS-RC-DANGLING-COUNT > 0
                               OR WS-RC-ORPHAN-COUNT > 0
                               OR WS-RC-CHAIN-COUNT > 0
                           MOVE "REFS-BROKEN" TO WS-BRANCH-NAME
                       ELSE
                           MOVE "REFS-CLEAN" TO WS-BRANCH-NAME
                       END-IF
                   END-IF
               WHEN FLAG-COMPARE
                   PERFORM 682-RESOLVE-OLDDOC-RELEASE
                   MOVE "COMPARE" TO WS-RPT-NAME
       120-INITIALIZE.
           ACCEPT WS-ARGUMENT FROM COMMAND-LINE
           PERFORM 130-LOAD-ARGUMENTS
           PERFORM 135-SELECT-LIBRARY
           PERFORM 140-PARSE-ARGUMENTS
           PERFORM 145-RESOLVE-DOC-PATH.

           DISPLAY WS-ARG-INDEX UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-ENTRY(WS-ARG-INDEX) FROM ARGUMENT-VALUE.

      *----------------------------------------------------------*
      *  135-SELECT-LIBRARY looks the named library up through    *
      *  IDSS-LIBRARY before the other flags are parsed. A        *
      *  library that cannot be found, or whose entry is          *
      *  incomplete, stops the run before the lock is taken       *
      *  rather than letting it fall back on the default files.   *
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
                   DISPLAY "library name "
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
           MOVE LIBRARY-DOC-PATH TO WS-DOC-PATH-ARG
           MOVE LIBRARY-HEADERS-DIR TO WS-HEADERS-DIR
           MOVE LIBRARY-INCOMING-DIR TO WS-INCOMING-DIR
           MOVE LIBRARY-QUARANTINE-DIR TO WS-QUARANTINE-DIR
           MOVE LIBRARY-MASTER-PATH TO WS-MASTER-PATH
           MOVE LIBRARY-KEYWORD-PATH TO WS-KEYWORD-PATH
           MOVE LIBRARY-SYMBOL-PATH TO WS-SYMBOL-PATH
           MOVE LIBRARY-JOURNAL-PATH TO WS-JOURNAL-PATH
           MOVE LIBRARY-BASELINE-PATH TO WS-BASELINE-PATH
           MOVE LIBRARY-REGISTER-PATH TO WS-REGISTER-PATH
           MOVE LIBRARY-REPORTS-DIR TO WS-REPORTS-DIR
           MOVE LIBRARY-LOCK-PATH TO LOCK-DIR-PATH

           MOVE SPACES TO WS-CHECKPOINT-PATH
           STRING FUNCTION TRIM(WS-AUDIT-DIR) DELIMITED BY SIZE
               "/idss-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-LIBRARY-NAME) DELIMITED BY SIZE
               ".ckpt" DELIMITED BY SIZE
               INTO WS-CHECKPOINT-PATH
           END-STRING

           MOVE "housekeep-work.txt" TO WS-LIB-WORK-NAME
           PERFORM 138-BUILD-LIBRARY-WORK-PATH
           MOVE WS-LIB-WORK-PATH TO WS-HK-WORK-PATH
           MOVE "header-inventory.txt" TO WS-LIB-WORK-NAME
           PERFORM 138-BUILD-LIBRARY-WORK-PATH
           MOVE WS-LIB-WORK-PATH TO WS-INVENTORY-PATH
           MOVE "headers-current.txt" TO WS-LIB-WORK-NAME
           PERFORM 138-BUILD-LIBRARY-WORK-PATH
           MOVE WS-LIB-WORK-PATH TO WS-CURSUMS-PATH
           MOVE "intake-list.txt" TO WS-LIB-WORK-NAME
           PERFORM 138-BUILD-LIBRARY-WORK-PATH
           MOVE WS-LIB-WORK-PATH TO WS-INTAKE-LIST-PATH
           MOVE "xref-headers.txt" TO WS-LIB-WORK-NAME
           PERFORM 138-BUILD-LIBRARY-WORK-PATH
           MOVE WS-LIB-WORK-PATH TO WS-XREF-LIST-PATH
           MOVE "reconcile-doc-sorted.txt" TO WS-LIB-WORK-NAME
           PERFORM 138-BUILD-LIBRARY-WORK-PATH
           MOVE WS-LIB-WORK-PATH TO WS-SORTED-DOC-PATH
           MOVE "reconcile-man-sorted.txt" TO WS-LIB-WORK-NAME
           PERFORM 138-BUILD-LIBRARY-WORK-PATH
           MOVE WS-LIB-WORK-PATH TO WS-SORTED-MAN-PATH
           MOVE "symload-list.txt" TO WS-LIB-WORK-NAME
           PERFORM 138-BUILD-LIBRARY-WORK-PATH
           MOVE WS-LIB-WORK-PATH TO SYMLOAD-LIST-PATH.

       138-BUILD-LIBRARY-WORK-PATH.
           MOVE SPACES TO WS-LIB-WORK-PATH
           STRING FUNCTION TRIM(WS-REPORTS-DIR) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-LIB-WORK-NAME) DELIMITED BY SIZE
               INTO WS-LIB-WORK-PATH
           END-STRING.

       140-PARSE-ARGUMENTS.
           PERFORM 141-CLASSIFY-ONE-ARGUMENT
               VARYING WS-ARG-INDEX FROM 1 BY 1
                   MOVE WS-CURRENT-ARG(10:30) TO WS-SEARCH-WORD
               WHEN WS-CURRENT-ARG(1:15) = "--keyword-path="
                   MOVE WS-CURRENT-ARG(16:241) TO WS-KEYWORD-PATH
               WHEN WS-CURRENT-ARG(1:9) = "--symbol="
                   SET FLAG-SYMBOL TO TRUE
                   MOVE WS-CURRENT-ARG(10:40) TO WS-SYMBOL-QUERY
               WHEN WS-CURRENT-ARG(1:15) = "--symbol-value="
                   SET FLAG-SYMBOL-VALUE TO TRUE
                   MOVE WS-CURRENT-ARG(16:80) TO WS-SYMBOL-VALUE-QUERY
               WHEN WS-CURRENT-ARG(1:14) = "--symbol-path="
                   MOVE WS-CURRENT-ARG(15:242) TO WS-SYMBOL-PATH
               WHEN FUNCTION TRIM(WS-CURRENT-ARG) = "--load-symbols"
                   SET FLAG-LOAD-SYMBOLS TO TRUE
               WHEN WS-CURRENT-ARG(1:10) = "--history="
                   SET FLAG-HISTORY TO TRUE
                   MOVE WS-CURRENT-ARG(11:30) TO WS-HISTORY-TOPIC
               WHEN WS-CURRENT-ARG(1:8) = "--as-of="
                   MOVE WS-CURRENT-ARG(9:8) TO WS-AS-OF-DATE
               WHEN WS-CURRENT-ARG(1:15) = "--journal-path="
                   MOVE WS-CURRENT-ARG(16:241) TO WS-JOURNAL-PATH
               WHEN WS-CURRENT-ARG(1:16) = "--register-path="
                   MOVE WS-CURRENT-ARG(17:240) TO WS-REGISTER-PATH
               WHEN FUNCTION TRIM(WS-CURRENT-ARG) = "--housekeep"
                   SET FLAG-VERIFY-HEADERS TO TRUE
               WHEN WS-CURRENT-ARG(1:16) = "--baseline-path="
                   MOVE WS-CURRENT-ARG(17:240) TO WS-BASELINE-PATH
               WHEN FUNCTION TRIM(WS-CURRENT-ARG) = "--refcheck"
                   SET FLAG-REFCHECK TO TRUE
               WHEN FUNCTION TRIM(WS-CURRENT-ARG) = "--xref"
                   SET FLAG-XREF TO TRUE
               WHEN FUNCTION TRIM(WS-CURRENT-ARG) = "--intake"
           MOVE 0 TO WS-INTAKE-ACCEPT-COUNT
           MOVE 0 TO WS-INTAKE-REJECT-COUNT
           MOVE 0 TO WS-INTAKE-STUCK-COUNT
           MOVE 'N' TO WS-SYMLOAD-OK
           DISPLAY "Header intake from "
               FUNCTION TRIM(WS-INCOMING-DIR)
           DISPLAY "  accepted -> " FUNCTION TRIM(WS-HEADERS-DIR)
                   THRU 410-RECORD-BASELINE-EXIT
               IF NOT BaselineOk
                   MOVE 'N' TO WS-INTAKE-OK
               ELSE
                   DISPLAY " "
                   PERFORM 490-LOAD-SYMBOLS
                   IF NOT SymloadOk
                       MOVE 'N' TO WS-INTAKE-OK
                   END-IF
               END-IF
           END-IF

           IF WS-INTAKE-ACCEPT-COUNT > 0
               DISPLAY "  baseline refreshed in "
                   FUNCTION TRIM(WS-BASELINE-PATH)
               IF SymloadOk
                   DISPLAY "  symbols reloaded in "
                       FUNCTION TRIM(WS-SYMBOL-PATH)
               END-IF
           END-IF.

      *==========================================================*
      *  490-LOAD-SYMBOLS rebuilds the symbol dictionary from    *
      *  the header drop directory through IDSS-SYMLOAD, under   *
      *  the run lock this run already holds. --intake comes     *
      *  through here after every accepted drop, so the          *
      *  dictionary never describes headers that are gone.       *
      *==========================================================*
       490-LOAD-SYMBOLS.
           MOVE 'Y' TO WS-SYMLOAD-OK
           DISPLAY "Loading symbols from "
               FUNCTION TRIM(WS-HEADERS-DIR)
               " into " FUNCTION TRIM(WS-SYMBOL-PATH)

           IF WS-SYMBOL-PATH(1:1) = "@"
               MOVE 'N' TO WS-SYMLOAD-OK
               DISPLAY "--load-symbols: a release snapshot cannot "
                   "be reloaded"
           ELSE
               SET SymloadActionLoad TO TRUE
               MOVE WS-HEADERS-DIR TO SYMLOAD-HEADERS-DIR
               MOVE WS-SYMBOL-PATH TO SYMLOAD-SYMBOL-PATH
               CALL "IDSS-SYMLOAD" USING SYMLOAD-REQUEST
               IF NOT SymloadDone
                   MOVE 'N' TO WS-SYMLOAD-OK
               END-IF
               DISPLAY "  headers scanned    : " SYMLOAD-HEADER-COUNT
               DISPLAY "  symbols filed      : " SYMLOAD-SYMBOL-COUNT
               IF SYMLOAD-REDEFINE-COUNT > 0
                   DISPLAY "  repeat definitions : "
                       SYMLOAD-REDEFINE-COUNT
               END-IF
               IF SYMLOAD-UNREADABLE-COUNT > 0
                   DISPLAY "  unreadable headers : "
                       SYMLOAD-UNREADABLE-COUNT
               END-IF
           END-IF.

      *==========================================================*
           MOVE WS-EXTRA-COUNT TO WS-RPT-STAT-COUNT
           PERFORM 955-EMIT-STAT-LINE.

      *==========================================================*
      *  560-TOPIC-HISTORY lists every change the journal holds  *
      *  for one topic, oldest first: when, what, which line,    *
      *  who, the batch or backup it came from, and the text     *
      *  before and after. IDSS-DOCMAINT writes the journal.     *
      *==========================================================*
       560-TOPIC-HISTORY.
           MOVE 'Y' TO WS-HISTORY-OK
           MOVE 'N' TO WS-JOURNAL-EOF
           MOVE 0 TO WS-HIS-ENTRY-COUNT
           MOVE 0 TO WS-HIS-RUN-COUNT
           MOVE 0 TO WS-HIS-ADD-COUNT
           MOVE 0 TO WS-HIS-REPLACE-COUNT
           MOVE 0 TO WS-HIS-DELETE-COUNT
           MOVE SPACES TO WS-HIS-LAST-STAMP

           OPEN INPUT JournalFile
           IF WS-JOURNAL-STATUS NOT = "00"
               MOVE 'N' TO WS-HISTORY-OK
               DISPLAY "--history=: cannot open "
                   FUNCTION TRIM(WS-JOURNAL-PATH)
                   " (status " WS-JOURNAL-STATUS
                   "), IDSS-DOCMAINT starts it with its next batch"
               GO TO 560-TOPIC-HISTORY-EXIT
           END-IF

           STRING "Change history for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-HISTORY-TOPIC) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           PERFORM 950-EMIT-REPORT-LINE

           MOVE WS-HISTORY-TOPIC TO JRN-TOPIC
           MOVE LOW-VALUES TO JRN-STAMP
           MOVE ZEROES TO JRN-SERIAL
           START JournalFile KEY >= JRN-KEY
               INVALID KEY
                   SET JournalEOF TO TRUE
           END-START
           PERFORM 561-FETCH-ONE-HISTORY-ENTRY UNTIL JournalEOF
           CLOSE JournalFile

           IF WS-HIS-ENTRY-COUNT = 0
               MOVE "  (no journaled changes)" TO WS-RPT-LINE
               PERFORM 950-EMIT-REPORT-LINE
           END-IF
           PERFORM 563-DISPLAY-HISTORY-SUMMARY.
       560-TOPIC-HISTORY-EXIT.
           EXIT.

       561-FETCH-ONE-HISTORY-ENTRY.
           READ JournalFile NEXT RECORD
               AT END
                   SET JournalEOF TO TRUE
               NOT AT END
                   IF JRN-TOPIC = WS-HISTORY-TOPIC
                       PERFORM 562-EMIT-ONE-HISTORY-ENTRY
                   ELSE
                       SET JournalEOF TO TRUE
                   END-IF
           END-READ.

       562-EMIT-ONE-HISTORY-ENTRY.
           ADD 1 TO WS-HIS-ENTRY-COUNT
           IF JRN-STAMP NOT = WS-HIS-LAST-STAMP
               ADD 1 TO WS-HIS-RUN-COUNT
               MOVE JRN-STAMP TO WS-HIS-LAST-STAMP
               MOVE SPACES TO WS-RPT-LINE
               PERFORM 950-EMIT-REPORT-LINE
           END-IF
           EVALUATE JRN-ACTION
               WHEN "ADD"
                   ADD 1 TO WS-HIS-ADD-COUNT
               WHEN "REPLACE"
                   ADD 1 TO WS-HIS-REPLACE-COUNT
               WHEN "DELETE"
                   ADD 1 TO WS-HIS-DELETE-COUNT
           END-EVALUATE

           MOVE SPACES TO WS-HIS-WHEN
           STRING JRN-STAMP(1:4) "-" JRN-STAMP(5:2) "-"
                   JRN-STAMP(7:2) " " JRN-STAMP(9:2) ":"
                   JRN-STAMP(11:2) ":" JRN-STAMP(13:2)
                   DELIMITED BY SIZE
               INTO WS-HIS-WHEN
           END-STRING

           STRING "  " DELIMITED BY SIZE
               WS-HIS-WHEN DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               JRN-ACTION DELIMITED BY SIZE
               "  seq " DELIMITED BY SIZE
               JRN-SEQ DELIMITED BY SIZE
               "  by " DELIMITED BY SIZE
               FUNCTION TRIM(JRN-USER) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           PERFORM 950-EMIT-REPORT-LINE

           IF JRN-ORIGIN = "RESTORE"
               STRING "      restore " DELIMITED BY SIZE
                   FUNCTION TRIM(JRN-BATCH) DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING "      batch   " DELIMITED BY SIZE
                   FUNCTION TRIM(JRN-BATCH) DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
           END-IF
           PERFORM 950-EMIT-REPORT-LINE

           IF JRN-ACTION NOT = "ADD"
               STRING "      was: " DELIMITED BY SIZE
                   JRN-BEFORE DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               PERFORM 950-EMIT-REPORT-LINE
           END-IF
           IF JRN-ACTION NOT = "DELETE"
               STRING "      now: " DELIMITED BY SIZE
                   JRN-AFTER DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               PERFORM 950-EMIT-REPORT-LINE
           END-IF.

       563-DISPLAY-HISTORY-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 950-EMIT-REPORT-LINE
           MOVE "History summary:" TO WS-RPT-LINE
           PERFORM 950-EMIT-REPORT-LINE
           MOVE "journal entries" TO WS-RPT-STAT-LABEL
           MOVE WS-HIS-ENTRY-COUNT TO WS-RPT-STAT-COUNT
           PERFORM 955-EMIT-STAT-LINE
           MOVE "runs that changed the topic" TO WS-RPT-STAT-LABEL
           MOVE WS-HIS-RUN-COUNT TO WS-RPT-STAT-COUNT
           PERFORM 955-EMIT-STAT-LINE
           MOVE "lines added" TO WS-RPT-STAT-LABEL
           MOVE WS-HIS-ADD-COUNT TO WS-RPT-STAT-COUNT
           PERFORM 955-EMIT-STAT-LINE
           MOVE "lines replaced" TO WS-RPT-STAT-LABEL
           MOVE WS-HIS-REPLACE-COUNT TO WS-RPT-STAT-COUNT
           PERFORM 955-EMIT-STAT-LINE
           MOVE "lines deleted" TO WS-RPT-STAT-LABEL
           MOVE WS-HIS-DELETE-COUNT TO WS-RPT-STAT-COUNT
           PERFORM 955-EMIT-STAT-LINE.

      *==========================================================*
      *  570-LOOKUP-TOPIC-AS-OF answers "what did this section   *
      *  say on that day": the current section is read from the  *
      *  doc master, the topic's journaled changes made after    *
      *  the given date are loaded, and each of those runs is    *
      *  undone newest first. A journal entry that no longer     *
      *  lines up with the section (an edit made outside         *
      *  IDSS-DOCMAINT) is counted and called out rather than    *
      *  guessed at.                                             *
      *==========================================================*
       570-LOOKUP-TOPIC-AS-OF.
           MOVE 'Y' TO WS-LOOKUP-OK
           MOVE 'N' TO WS-LOOKUP-FOUND
           MOVE 'N' TO WS-AS-OF-BAD
           MOVE 'N' TO WS-AO-OVERFLOW
           MOVE 0 TO WS-AO-LINE-COUNT
           MOVE 0 TO WS-AO-CHG-COUNT
           MOVE 0 TO WS-AO-RUN-COUNT
           MOVE 0 TO WS-AO-MISFIT-COUNT
           MOVE "00" TO WS-MASTER-STATUS

           IF WS-AS-OF-DATE IS NOT NUMERIC
               MOVE 'N' TO WS-LOOKUP-OK
               MOVE 'Y' TO WS-AS-OF-BAD
               DISPLAY "--as-of=: needs a date as YYYYMMDD, got "
                   FUNCTION TRIM(WS-AS-OF-DATE)
               GO TO 570-LOOKUP-TOPIC-AS-OF-EXIT
           END-IF

           MOVE 'N' TO WS-MASTER-EOF
           OPEN INPUT DocMasterFile
           IF WS-MASTER-STATUS NOT = "00"
               MOVE 'N' TO WS-LOOKUP-OK
               DISPLAY "--lookup=: cannot open "
                   FUNCTION TRIM(WS-MASTER-PATH)
                   " (status " WS-MASTER-STATUS
                   "), run IDSS-DOCLOAD first"
               GO TO 570-LOOKUP-TOPIC-AS-OF-EXIT
           END-IF
           MOVE WS-LOOKUP-TOPIC TO DOCM-TOPIC
           MOVE ZEROES TO DOCM-SEQ
           START DocMasterFile KEY >= DOCM-KEY
               INVALID KEY
                   SET MasterEOF TO TRUE
           END-START
           PERFORM 571-LOAD-ONE-CURRENT-LINE UNTIL MasterEOF
           CLOSE DocMasterFile

           MOVE 'N' TO WS-JOURNAL-EOF
           OPEN INPUT JournalFile
           IF WS-JOURNAL-STATUS NOT = "00"
               MOVE 'N' TO WS-LOOKUP-OK
               DISPLAY "--as-of=: cannot open "
                   FUNCTION TRIM(WS-JOURNAL-PATH)
                   " (status " WS-JOURNAL-STATUS
                   "), IDSS-DOCMAINT starts it with its next batch"
               GO TO 570-LOOKUP-TOPIC-AS-OF-EXIT
           END-IF
      *    Everything stamped on the day itself stays applied.    *
           MOVE WS-LOOKUP-TOPIC TO JRN-TOPIC
           MOVE WS-AS-OF-DATE TO JRN-STAMP(1:8)
           MOVE ALL "9" TO JRN-STAMP(9:8)
           MOVE 99999 TO JRN-SERIAL
           START JournalFile KEY > JRN-KEY
               INVALID KEY
                   SET JournalEOF TO TRUE
           END-START
           PERFORM 572-LOAD-ONE-LATER-CHANGE UNTIL JournalEOF
           CLOSE JournalFile

           IF AoOverflow
               MOVE 'N' TO WS-LOOKUP-OK
               DISPLAY "--as-of=: more than 2000 lines or changes "
                   "to roll back for "
                   FUNCTION TRIM(WS-LOOKUP-TOPIC)
               GO TO 570-LOOKUP-TOPIC-AS-OF-EXIT
           END-IF

           MOVE WS-AO-CHG-COUNT TO WS-AO-GRP-LAST
           PERFORM 575-ROLL-BACK-ONE-RUN UNTIL WS-AO-GRP-LAST = 0

           PERFORM 581-DISPLAY-ONE-AS-OF-LINE
               VARYING WS-AO-SUB FROM 1 BY 1
               UNTIL WS-AO-SUB > WS-AO-LINE-COUNT
           IF WS-AO-LINE-COUNT > 0
               SET LookupFound TO TRUE
               DISPLAY " "
               DISPLAY "  (" WS-AO-LINE-COUNT " line(s) for "
                   FUNCTION TRIM(WS-LOOKUP-TOPIC) " as of "
                   WS-AS-OF-DATE "; " WS-AO-CHG-COUNT
                   " later change(s) in " WS-AO-RUN-COUNT
                   " run(s) rolled back)"
           ELSE
               DISPLAY "--lookup=: no section for "
                   FUNCTION TRIM(WS-LOOKUP-TOPIC) " as of "
                   WS-AS-OF-DATE
           END-IF
           IF WS-AO-MISFIT-COUNT > 0
               DISPLAY "  warning: " WS-AO-MISFIT-COUNT
                   " journal entr(ies) did not line up with the "
                   "section; it was changed outside IDSS-DOCMAINT"
           END-IF.
       570-LOOKUP-TOPIC-AS-OF-EXIT.
           EXIT.

       571-LOAD-ONE-CURRENT-LINE.
           READ DocMasterFile NEXT RECORD
               AT END
                   SET MasterEOF TO TRUE
               NOT AT END
                   IF DOCM-TOPIC = WS-LOOKUP-TOPIC
                       IF WS-AO-LINE-COUNT < 2000
                           ADD 1 TO WS-AO-LINE-COUNT
                           MOVE DOCM-TEXT
                               TO WS-AO-LINE(WS-AO-LINE-COUNT)
                           MOVE 'N' TO WS-AO-DROP(WS-AO-LINE-COUNT)
                       ELSE
                           SET AoOverflow TO TRUE
                           SET MasterEOF TO TRUE
                       END-IF
                   ELSE
                       SET MasterEOF TO TRUE
                   END-IF
           END-READ.

       572-LOAD-ONE-LATER-CHANGE.
           READ JournalFile NEXT RECORD
               AT END
                   SET JournalEOF TO TRUE
               NOT AT END
                   IF JRN-TOPIC = WS-LOOKUP-TOPIC
                       IF WS-AO-CHG-COUNT < 2000
                           ADD 1 TO WS-AO-CHG-COUNT
                           MOVE JRN-STAMP
                               TO WS-AO-CHG-STAMP(WS-AO-CHG-COUNT)
                           MOVE JRN-SEQ
                               TO WS-AO-CHG-SEQ(WS-AO-CHG-COUNT)
                           MOVE JRN-ACTION
                               TO WS-AO-CHG-ACTION(WS-AO-CHG-COUNT)
                           MOVE JRN-BEFORE
                               TO WS-AO-CHG-BEFORE(WS-AO-CHG-COUNT)
                       ELSE
                           SET AoOverflow TO TRUE
                           SET JournalEOF TO TRUE
                       END-IF
                   ELSE
                       SET JournalEOF TO TRUE
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  575-ROLL-BACK-ONE-RUN undoes the newest run still        *
      *  applied (all entries sharing its timestamp). ADD and     *
      *  REPLACE entries are placed as the section stood after    *
      *  that run, so replaced lines get their old text back and  *
      *  added lines are dropped first; DELETE entries are placed *
      *  as it stood before the run, so once the section is       *
      *  squeezed they go back in, lowest place first.            *
      *----------------------------------------------------------*
       575-ROLL-BACK-ONE-RUN.
           ADD 1 TO WS-AO-RUN-COUNT
           MOVE WS-AO-GRP-LAST TO WS-AO-GRP-FIRST
           PERFORM 576-WIDEN-RUN-GROUP
               UNTIL WS-AO-GRP-FIRST = 1
                   OR WS-AO-CHG-STAMP(WS-AO-GRP-FIRST - 1) NOT =
                       WS-AO-CHG-STAMP(WS-AO-GRP-LAST)

           PERFORM 577-UNDO-ONE-ADD-OR-REPLACE
               VARYING WS-AO-CHG-SUB FROM WS-AO-GRP-FIRST BY 1
               UNTIL WS-AO-CHG-SUB > WS-AO-GRP-LAST
           MOVE 0 TO WS-AO-TO-SUB
           PERFORM 578-KEEP-ONE-LINE
               VARYING WS-AO-SUB FROM 1 BY 1
               UNTIL WS-AO-SUB > WS-AO-LINE-COUNT
           MOVE WS-AO-TO-SUB TO WS-AO-LINE-COUNT
           PERFORM 579-UNDO-ONE-DELETE
               VARYING WS-AO-CHG-SUB FROM WS-AO-GRP-FIRST BY 1
               UNTIL WS-AO-CHG-SUB > WS-AO-GRP-LAST

           COMPUTE WS-AO-GRP-LAST = WS-AO-GRP-FIRST - 1.

       576-WIDEN-RUN-GROUP.
           SUBTRACT 1 FROM WS-AO-GRP-FIRST.

       577-UNDO-ONE-ADD-OR-REPLACE.
           IF WS-AO-CHG-ACTION(WS-AO-CHG-SUB) = "ADD"
                   OR WS-AO-CHG-ACTION(WS-AO-CHG-SUB) = "REPLACE"
               IF WS-AO-CHG-SEQ(WS-AO-CHG-SUB) = 0
                   OR WS-AO-CHG-SEQ(WS-AO-CHG-SUB) >
                       WS-AO-LINE-COUNT
                   ADD 1 TO WS-AO-MISFIT-COUNT
               ELSE
                   MOVE WS-AO-CHG-SEQ(WS-AO-CHG-SUB) TO WS-AO-SUB
                   IF WS-AO-CHG-ACTION(WS-AO-CHG-SUB) = "ADD"
                       MOVE 'Y' TO WS-AO-DROP(WS-AO-SUB)
                   ELSE
                       MOVE WS-AO-CHG-BEFORE(WS-AO-CHG-SUB)
                           TO WS-AO-LINE(WS-AO-SUB)
                   END-IF
               END-IF
           END-IF.

       578-KEEP-ONE-LINE.
           IF NOT AoLineDropped(WS-AO-SUB)
               ADD 1 TO WS-AO-TO-SUB
               IF WS-AO-TO-SUB NOT = WS-AO-SUB
                   MOVE WS-AO-ENTRY(WS-AO-SUB)
                       TO WS-AO-ENTRY(WS-AO-TO-SUB)
               END-IF
           END-IF.

       579-UNDO-ONE-DELETE.
           IF WS-AO-CHG-ACTION(WS-AO-CHG-SUB) = "DELETE"
               IF WS-AO-CHG-SEQ(WS-AO-CHG-SUB) = 0
                   OR WS-AO-CHG-SEQ(WS-AO-CHG-SUB) >
                       WS-AO-LINE-COUNT + 1
                   OR WS-AO-LINE-COUNT >= 2000
                   ADD 1 TO WS-AO-MISFIT-COUNT
               ELSE
                   PERFORM 580-SHIFT-ONE-LINE-DOWN
                       VARYING WS-AO-SUB FROM WS-AO-LINE-COUNT BY -1
                       UNTIL WS-AO-SUB < WS-AO-CHG-SEQ(WS-AO-CHG-SUB)
                   MOVE WS-AO-CHG-SEQ(WS-AO-CHG-SUB) TO WS-AO-SUB
                   MOVE WS-AO-CHG-BEFORE(WS-AO-CHG-SUB)
                       TO WS-AO-LINE(WS-AO-SUB)
                   MOVE 'N' TO WS-AO-DROP(WS-AO-SUB)
                   ADD 1 TO WS-AO-LINE-COUNT
               END-IF
           END-IF.

       580-SHIFT-ONE-LINE-DOWN.
           MOVE WS-AO-ENTRY(WS-AO-SUB) TO WS-AO-ENTRY(WS-AO-SUB + 1).

       581-DISPLAY-ONE-AS-OF-LINE.
           DISPLAY WS-AO-LINE(WS-AO-SUB).

      *==========================================================*
      *  585-CHECK-REFERENCES follows every pointer one section  *
      *  makes to another ("see VFS_HDR_FLAGS", "see also x.h",  *
      *  "refer to xxx.h") through the doc master and reports    *
      *  three things: references to a topic the master no       *
      *  longer holds, orphan topics nothing points at and no    *
      *  header in the drop directory names, and circular        *
      *  chains of "see" / "refer to" pointers that never reach  *
      *  a section with the content. A "see also" is a side      *
      *  pointer - two topics naming each other that way is     *
      *  normal - so it counts against orphans but not chains.   *
      *  Only a word with an underscore in it, or ending ".h",   *
      *  is taken as a topic name, so "see the table" is not a   *
      *  reference.                                              *
      *==========================================================*
       585-CHECK-REFERENCES.
           MOVE 'Y' TO WS-REFCHECK-OK
           MOVE 0 TO WS-XT-COUNT
           MOVE 0 TO WS-RF-COUNT
           MOVE 0 TO WS-HEADER-COUNT
           MOVE 0 TO WS-UNREADABLE-COUNT
           MOVE 0 TO WS-RC-DANGLING-COUNT
           MOVE 0 TO WS-RC-ORPHAN-COUNT
           MOVE 0 TO WS-RC-CHAIN-COUNT
           MOVE 0 TO WS-RC-OVERFLOW-COUNT
           DISPLAY "Checking cross-topic references in "
               FUNCTION TRIM(WS-MASTER-PATH)

           PERFORM 451-CHECK-XREF-ARGS-SAFE
           IF NOT ShellArgsSafe
               MOVE 'N' TO WS-REFCHECK-OK
               DISPLAY "--refcheck: a path contains characters not "
                   "allowed in a shell command, aborting"
               GO TO 585-CHECK-REFERENCES-EXIT
           END-IF

           MOVE 'N' TO WS-MASTER-EOF
           MOVE SPACES TO WS-RC-PREV-TOPIC
           OPEN INPUT DocMasterFile
           IF WS-MASTER-STATUS NOT = "00"
               MOVE 'N' TO WS-REFCHECK-OK
               DISPLAY "--refcheck: cannot open "
                   FUNCTION TRIM(WS-MASTER-PATH)
                   " (status " WS-MASTER-STATUS
                   "), run IDSS-DOCLOAD first"
               GO TO 585-CHECK-REFERENCES-EXIT
           END-IF
           PERFORM 586-LOAD-ONE-REFERENCE-LINE UNTIL MasterEOF
           CLOSE DocMasterFile

           PERFORM 590-RESOLVE-ONE-REFERENCE
               VARYING WS-RF-SUB FROM 1 BY 1
               UNTIL WS-RF-SUB > WS-RF-COUNT

           PERFORM 592-MARK-HEADER-NAMED-TOPICS
           IF NOT RefcheckOk
               GO TO 585-CHECK-REFERENCES-EXIT
           END-IF

           PERFORM 594-REPORT-ONE-ORPHAN
               VARYING WS-XT-SUB FROM 1 BY 1
               UNTIL WS-XT-SUB > WS-XT-COUNT

           PERFORM 595-FIND-CIRCULAR-CHAINS
               VARYING WS-RC-ROOT FROM 1 BY 1
               UNTIL WS-RC-ROOT > WS-XT-COUNT

           MOVE WS-RF-COUNT TO WS-TOTAL-COUNT
           MOVE WS-RC-DANGLING-COUNT TO WS-MISSING-COUNT
           PERFORM 599-DISPLAY-REFCHECK-SUMMARY.
       585-CHECK-REFERENCES-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  586-LOAD-ONE-REFERENCE-LINE files each distinct topic in *
      *  the topic table --xref uses, then scans the line for     *
      *  references. The master is in key order, so each         *
      *  topic's references land together in the reference       *
      *  table and WS-RC-FIRST-REF / WS-RC-REF-LINES can say      *
      *  where they are.                                          *
      *----------------------------------------------------------*
       586-LOAD-ONE-REFERENCE-LINE.
           READ DocMasterFile NEXT RECORD
               AT END
                   SET MasterEOF TO TRUE
               NOT AT END
                   IF DOCM-TOPIC NOT = WS-RC-PREV-TOPIC
                       OR WS-XT-COUNT = 0
                       MOVE DOCM-TOPIC TO WS-RC-PREV-TOPIC
                       IF WS-XT-COUNT < 500
                           ADD 1 TO WS-XT-COUNT
                           MOVE DOCM-TOPIC TO WS-XT-NAME(WS-XT-COUNT)
                           MOVE 'N' TO WS-XT-MATCHED(WS-XT-COUNT)
                           MOVE 'N'
                               TO WS-RC-REFERENCED(WS-XT-COUNT)
                           MOVE 'W' TO WS-RC-COLOR(WS-XT-COUNT)
                           MOVE 0 TO WS-RC-FIRST-REF(WS-XT-COUNT)
                           MOVE 0 TO WS-RC-REF-LINES(WS-XT-COUNT)
                       ELSE
                           DISPLAY "--refcheck: doc master has more "
                               "than 500 topics, results past 500 "
                               "are not reliable"
                           SET MasterEOF TO TRUE
                       END-IF
                   END-IF
                   IF NOT MasterEOF
                       MOVE FUNCTION UPPER-CASE(DOCM-TEXT)
                           TO WS-RC-UPPER
                       PERFORM 587-SCAN-ONE-TEXT-POSITION
                           VARYING WS-RC-POS FROM 1 BY 1
                           UNTIL WS-RC-POS > 72
                   END-IF
           END-READ.

       587-SCAN-ONE-TEXT-POSITION.
           IF WS-RC-POS = 1
               OR WS-RC-UPPER(WS-RC-POS - 1:1) = SPACE
               OR WS-RC-UPPER(WS-RC-POS - 1:1) = "("
               MOVE SPACE TO WS-RC-KIND
               EVALUATE TRUE
                   WHEN WS-RC-UPPER(WS-RC-POS:9) = "SEE ALSO "
                       SET RefSeeAlso TO TRUE
                       COMPUTE WS-RC-START = WS-RC-POS + 9
                   WHEN WS-RC-UPPER(WS-RC-POS:4) = "SEE "
                       SET RefSee TO TRUE
                       COMPUTE WS-RC-START = WS-RC-POS + 4
                   WHEN WS-RC-UPPER(WS-RC-POS:9) = "REFER TO "
                       SET RefReferTo TO TRUE
                       COMPUTE WS-RC-START = WS-RC-POS + 9
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-RC-KIND NOT = SPACE AND WS-RC-START < 81
                   PERFORM 588-TAKE-ONE-REFERENCE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  588-TAKE-ONE-REFERENCE lifts the word after the phrase,  *
      *  in its original case, strips quotes, brackets and        *
      *  sentence punctuation off it, and files it when it reads  *
      *  as a topic name.                                         *
      *----------------------------------------------------------*
       588-TAKE-ONE-REFERENCE.
           MOVE SPACES TO WS-RC-REST
           MOVE DOCM-TEXT(WS-RC-START:81 - WS-RC-START)
               TO WS-RC-REST
           MOVE FUNCTION TRIM(WS-RC-REST LEADING) TO WS-RC-REST
           MOVE SPACES TO WS-RC-TOKEN
           UNSTRING WS-RC-REST DELIMITED BY ALL SPACE
               INTO WS-RC-TOKEN
           END-UNSTRING
           IF WS-RC-TOKEN(1:1) = "(" OR QUOTE OR "'" OR "`"
               MOVE WS-RC-TOKEN(2:63) TO WS-RC-TOKEN-WORK
               MOVE WS-RC-TOKEN-WORK TO WS-RC-TOKEN
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RC-TOKEN))
               TO WS-RC-TOKEN-LENGTH
           IF WS-RC-TOKEN = SPACES
               MOVE 0 TO WS-RC-TOKEN-LENGTH
           END-IF
           MOVE 'N' TO WS-RC-TRIMMED
           PERFORM 589-TRIM-ONE-TOKEN-END UNTIL RcTokenTrimmed

           MOVE 0 TO WS-RC-MARK-COUNT
           INSPECT WS-RC-TOKEN TALLYING WS-RC-MARK-COUNT
               FOR ALL "_"
           IF WS-RC-TOKEN-LENGTH > 2
               IF WS-RC-TOKEN(WS-RC-TOKEN-LENGTH - 1:2) = ".h"
                   ADD 1 TO WS-RC-MARK-COUNT
               END-IF
           END-IF

           IF WS-RC-MARK-COUNT > 0
               IF WS-RF-COUNT < 2000
                   ADD 1 TO WS-RF-COUNT
                   MOVE WS-XT-COUNT TO WS-RF-FROM(WS-RF-COUNT)
                   MOVE WS-RC-TOKEN TO WS-RF-TARGET(WS-RF-COUNT)
                   MOVE 0 TO WS-RF-TO(WS-RF-COUNT)
                   MOVE WS-RC-KIND TO WS-RF-KIND(WS-RF-COUNT)
                   MOVE DOCM-SEQ TO WS-RF-SEQ(WS-RF-COUNT)
                   IF WS-RC-REF-LINES(WS-XT-COUNT) = 0
                       MOVE WS-RF-COUNT
                           TO WS-RC-FIRST-REF(WS-XT-COUNT)
                   END-IF
                   ADD 1 TO WS-RC-REF-LINES(WS-XT-COUNT)
               ELSE
                   ADD 1 TO WS-RC-OVERFLOW-COUNT
               END-IF
           END-IF.

       589-TRIM-ONE-TOKEN-END.
           IF WS-RC-TOKEN-LENGTH = 0
               SET RcTokenTrimmed TO TRUE
           ELSE
               IF WS-RC-TOKEN(WS-RC-TOKEN-LENGTH:1) = "." OR ","
                       OR ";" OR ":" OR ")" OR QUOTE OR "'"
                       OR "`" OR "!" OR "?"
                   MOVE SPACE TO WS-RC-TOKEN(WS-RC-TOKEN-LENGTH:1)
                   SUBTRACT 1 FROM WS-RC-TOKEN-LENGTH
               ELSE
                   SET RcTokenTrimmed TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  590-RESOLVE-ONE-REFERENCE runs once every topic is       *
      *  loaded: a target found in the topic table marks that     *
      *  topic referenced (by a topic other than itself), and a   *
      *  target not found is a dangling reference.                *
      *----------------------------------------------------------*
       590-RESOLVE-ONE-REFERENCE.
           MOVE 0 TO WS-RC-HIT
           PERFORM 591-FIND-TOPIC-BY-NAME
               VARYING WS-XT-SUB FROM 1 BY 1
               UNTIL WS-XT-SUB > WS-XT-COUNT
                   OR WS-RC-HIT > 0
           IF WS-RC-HIT > 0
               MOVE WS-RC-HIT TO WS-RF-TO(WS-RF-SUB)
               IF WS-RC-HIT NOT = WS-RF-FROM(WS-RF-SUB)
                   MOVE 'Y' TO WS-RC-REFERENCED(WS-RC-HIT)
               END-IF
           ELSE
               ADD 1 TO WS-RC-DANGLING-COUNT
               MOVE WS-RF-SEQ(WS-RF-SUB) TO WS-RC-SEQ-TEXT
               STRING "  reference to missing topic : "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-XT-NAME(WS-RF-FROM(WS-RF-SUB)))
                       DELIMITED BY SIZE
                   " line " DELIMITED BY SIZE
                   WS-RC-SEQ-TEXT DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RF-TARGET(WS-RF-SUB))
                       DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               PERFORM 950-EMIT-REPORT-LINE
           END-IF.

       591-FIND-TOPIC-BY-NAME.
           IF WS-XT-NAME(WS-XT-SUB) = WS-RF-TARGET(WS-RF-SUB)
               MOVE WS-XT-SUB TO WS-RC-HIT
           END-IF.

      *----------------------------------------------------------*
      *  592-MARK-HEADER-NAMED-TOPICS lists the drop directory    *
      *  the way 450-XREF-HEADERS does and marks every topic a    *
      *  header names - by file name or by one of its #define     *
      *  names - through the same 455/457 scan, so such a topic   *
      *  is never called an orphan.                               *
      *----------------------------------------------------------*
       592-MARK-HEADER-NAMED-TOPICS.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "find " DELIMITED BY SIZE
               WS-SHELL-QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-HEADERS-DIR) DELIMITED BY SIZE
               WS-SHELL-QUOTE DELIMITED BY SIZE
               " -maxdepth 1 -type f -printf " DELIMITED BY SIZE
               WS-SHELL-QUOTE DELIMITED BY SIZE
               "%f\n" DELIMITED BY SIZE
               WS-SHELL-QUOTE DELIMITED BY SIZE
               " > " DELIMITED BY SIZE
               WS-SHELL-QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-XREF-LIST-PATH) DELIMITED BY SIZE
               WS-SHELL-QUOTE DELIMITED BY SIZE
               " 2>/dev/null" DELIMITED BY SIZE
               INTO WS-SHELL-COMMAND
           END-STRING

           CALL "SYSTEM" USING WS-SHELL-COMMAND
           IF RETURN-CODE NOT = 0
               MOVE 'N' TO WS-REFCHECK-OK
               DISPLAY "--refcheck: header listing failed (return "
                   "code " RETURN-CODE ")"
           ELSE
               MOVE 'N' TO WS-XREF-LIST-EOF
               OPEN INPUT HeaderListFile
               IF WS-XREF-LIST-STATUS NOT = "00"
                   MOVE 'N' TO WS-REFCHECK-OK
                   DISPLAY "--refcheck: cannot read "
                       FUNCTION TRIM(WS-XREF-LIST-PATH)
                       " (status " WS-XREF-LIST-STATUS ")"
               ELSE
                   PERFORM 593-READ-ONE-LISTED-HEADER
                       UNTIL XrefListEOF
                   CLOSE HeaderListFile
               END-IF
           END-IF
           MOVE 0 TO RETURN-CODE.

       593-READ-ONE-LISTED-HEADER.
           READ HeaderListFile
               AT END
                   SET XrefListEOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HEADER-COUNT
                   MOVE HeaderListRecord TO WS-HEADER-NAME
                   MOVE WS-HEADER-NAME TO WS-XREF-CANDIDATE
                   PERFORM 457-MARK-TOPIC-FOR-CANDIDATE
                   PERFORM 455-SCAN-ONE-HEADER-FILE
           END-READ.

       594-REPORT-ONE-ORPHAN.
           IF NOT TopicReferenced(WS-XT-SUB)
               AND NOT TopicMatched(WS-XT-SUB)
               AND WS-XT-NAME(WS-XT-SUB) NOT = SPACES
               ADD 1 TO WS-RC-ORPHAN-COUNT
               STRING "  orphan topic                : "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-XT-NAME(WS-XT-SUB))
                       DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               PERFORM 950-EMIT-REPORT-LINE
           END-IF.

      *----------------------------------------------------------*
      *  595-FIND-CIRCULAR-CHAINS walks the "see" / "refer to"    *
      *  pointers depth first from every topic not yet visited,   *
      *  keeping the path in WS-RC-STACK. A pointer back to a     *
      *  topic still on the path closes a chain, reported from    *
      *  that topic round to itself; each such pointer is         *
      *  reported once. A section pointing at itself is not a    *
      *  chain.                                                   *
      *----------------------------------------------------------*
       595-FIND-CIRCULAR-CHAINS.
           IF RcTopicUnvisited(WS-RC-ROOT)
               MOVE 1 TO WS-RC-STK-TOP
               MOVE WS-RC-ROOT TO WS-RC-STK-NODE(1)
               MOVE 0 TO WS-RC-STK-CURSOR(1)
               MOVE 'G' TO WS-RC-COLOR(WS-RC-ROOT)
               MOVE 1 TO WS-RC-STACK-POS(WS-RC-ROOT)
               PERFORM 596-WALK-ONE-STEP UNTIL WS-RC-STK-TOP = 0
           END-IF.

       596-WALK-ONE-STEP.
           MOVE WS-RC-STK-NODE(WS-RC-STK-TOP) TO WS-RC-NODE
           IF WS-RC-STK-CURSOR(WS-RC-STK-TOP) <
                   WS-RC-REF-LINES(WS-RC-NODE)
               COMPUTE WS-RC-EDGE = WS-RC-FIRST-REF(WS-RC-NODE)
                   + WS-RC-STK-CURSOR(WS-RC-STK-TOP)
               ADD 1 TO WS-RC-STK-CURSOR(WS-RC-STK-TOP)
               MOVE WS-RF-TO(WS-RC-EDGE) TO WS-RC-NEXT
               IF WS-RC-NEXT > 0
                   AND WS-RC-NEXT NOT = WS-RC-NODE
                   AND WS-RF-KIND(WS-RC-EDGE) NOT = "A"
                   EVALUATE TRUE
                       WHEN RcTopicUnvisited(WS-RC-NEXT)
                           ADD 1 TO WS-RC-STK-TOP
                           MOVE WS-RC-NEXT
                               TO WS-RC-STK-NODE(WS-RC-STK-TOP)
                           MOVE 0 TO WS-RC-STK-CURSOR(WS-RC-STK-TOP)
                           MOVE 'G' TO WS-RC-COLOR(WS-RC-NEXT)
                           MOVE WS-RC-STK-TOP
                               TO WS-RC-STACK-POS(WS-RC-NEXT)
                       WHEN RcTopicOnPath(WS-RC-NEXT)
                           PERFORM 597-REPORT-ONE-CHAIN
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           ELSE
               MOVE 'B' TO WS-RC-COLOR(WS-RC-NODE)
               SUBTRACT 1 FROM WS-RC-STK-TOP
           END-IF.

       597-REPORT-ONE-CHAIN.
           ADD 1 TO WS-RC-CHAIN-COUNT
           MOVE SPACES TO WS-RC-CHAIN
           MOVE 1 TO WS-RC-CHAIN-PTR
           PERFORM 598-ADD-ONE-CHAIN-NAME
               VARYING WS-RC-CHAIN-SUB
               FROM WS-RC-STACK-POS(WS-RC-NEXT) BY 1
               UNTIL WS-RC-CHAIN-SUB > WS-RC-STK-TOP
           STRING FUNCTION TRIM(WS-XT-NAME(WS-RC-NEXT))
                   DELIMITED BY SIZE
               INTO WS-RC-CHAIN
               WITH POINTER WS-RC-CHAIN-PTR
           END-STRING
           STRING "  circular see chain         : "
                   DELIMITED BY SIZE
               WS-RC-CHAIN DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           PERFORM 950-EMIT-REPORT-LINE.

       598-ADD-ONE-CHAIN-NAME.
           STRING FUNCTION TRIM(WS-XT-NAME(
                   WS-RC-STK-NODE(WS-RC-CHAIN-SUB)))
                   DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               INTO WS-RC-CHAIN
               WITH POINTER WS-RC-CHAIN-PTR
           END-STRING.

       599-DISPLAY-REFCHECK-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 950-EMIT-REPORT-LINE
           MOVE "Reference check summary:" TO WS-RPT-LINE
           PERFORM 950-EMIT-REPORT-LINE
           MOVE "doc topics" TO WS-RPT-STAT-LABEL
           MOVE WS-XT-COUNT TO WS-RPT-STAT-COUNT
           PERFORM 955-EMIT-STAT-LINE
           MOVE "references found" TO WS-RPT-STAT-LABEL
           MOVE WS-RF-COUNT TO WS-RPT-STAT-COUNT
           PERFORM 955-EMIT-STAT-LINE
           MOVE "headers scanned" TO WS-RPT-STAT-LABEL
           MOVE WS-HEADER-COUNT TO WS-RPT-STAT-COUNT
           PERFORM 955-EMIT-STAT-LINE
           MOVE "references to missing topics" TO WS-RPT-STAT-LABEL
           MOVE WS-RC-DANGLING-COUNT TO WS-RPT-STAT-COUNT
           PERFORM 955-EMIT-STAT-LINE
           MOVE "orphan topics" TO WS-RPT-STAT-LABEL
           MOVE WS-RC-ORPHAN-COUNT TO WS-RPT-STAT-COUNT
           PERFORM 955-EMIT-STAT-LINE
           MOVE "circular see chains" TO WS-RPT-STAT-LABEL
           MOVE WS-RC-CHAIN-COUNT TO WS-RPT-STAT-COUNT
           PERFORM 955-EMIT-STAT-LINE
           IF WS-UNREADABLE-COUNT > 0
               MOVE "unreadable headers" TO WS-RPT-STAT-LABEL
               MOVE WS-UNREADABLE-COUNT TO WS-RPT-STAT-COUNT
               PERFORM 955-EMIT-STAT-LINE
           END-IF
           IF WS-RC-OVERFLOW-COUNT > 0
               MOVE "references not checked"
                   TO WS-RPT-STAT-LABEL
               MOVE WS-RC-OVERFLOW-COUNT TO WS-RPT-STAT-COUNT
               PERFORM 955-EMIT-STAT-LINE
           END-IF.

      *==========================================================*
      *  600-LOOKUP-TOPIC fetches one topic's section from the   *
      *  indexed doc master so a support call gets one header's  *
                   END-IF
           END-READ.

      *==========================================================*
      *  630-LOOKUP-SYMBOL shows every header that defines the   *
      *  given symbol, with the line number and the value as     *
      *  written, from the symbol dictionary IDSS-SYMLOAD builds *
      *  from the header drop.                                   *
      *==========================================================*
       630-LOOKUP-SYMBOL.
           MOVE 'Y' TO WS-SYMBOL-OK
           MOVE 'N' TO WS-SYMBOL-FOUND
           MOVE 'N' TO WS-SYMBOL-EOF
           MOVE 0 TO WS-SYMBOL-HIT-COUNT

           OPEN INPUT SymbolFile
           IF WS-SYMBOL-STATUS NOT = "00"
               MOVE 'N' TO WS-SYMBOL-OK
               DISPLAY "--symbol=: cannot open "
                   FUNCTION TRIM(WS-SYMBOL-PATH)
                   " (status " WS-SYMBOL-STATUS
                   "), run --load-symbols first"
               GO TO 630-LOOKUP-SYMBOL-EXIT
           END-IF

           DISPLAY "Definitions of "
               FUNCTION TRIM(WS-SYMBOL-QUERY) ":"
           MOVE WS-SYMBOL-QUERY TO SYM-NAME
           MOVE LOW-VALUES TO SYM-HEADER
           START SymbolFile KEY >= SYM-KEY
               INVALID KEY
                   SET SymbolEOF TO TRUE
           END-START
           PERFORM 635-FETCH-ONE-SYMBOL UNTIL SymbolEOF
           CLOSE SymbolFile

           IF SymbolFound
               DISPLAY " "
               DISPLAY "  (" WS-SYMBOL-HIT-COUNT
                   " definition(s) of "
                   FUNCTION TRIM(WS-SYMBOL-QUERY) ")"
           ELSE
               DISPLAY "--symbol=: "
                   FUNCTION TRIM(WS-SYMBOL-QUERY)
                   " is not defined in any header"
           END-IF.
       630-LOOKUP-SYMBOL-EXIT.
           EXIT.

       635-FETCH-ONE-SYMBOL.
           READ SymbolFile NEXT RECORD
               AT END
                   SET SymbolEOF TO TRUE
               NOT AT END
                   IF SYM-NAME = WS-SYMBOL-QUERY
                       SET SymbolFound TO TRUE
                       ADD 1 TO WS-SYMBOL-HIT-COUNT
                       DISPLAY "  " SYM-HEADER " line " SYM-LINE-NO
                           "  " FUNCTION TRIM(SYM-VALUE)
                   ELSE
                       SET SymbolEOF TO TRUE
                   END-IF
           END-READ.

      *==========================================================*
      *  640-LOOKUP-SYMBOL-VALUE is the reverse query: which     *
      *  symbols are defined to this value. IDSS-SYMLOAD         *
      *  normalizes the value the same way it normalized every   *
      *  filed value, so 0x1F, 31 and 037 all find the same      *
      *  symbols through the alternate key.                      *
      *==========================================================*
       640-LOOKUP-SYMBOL-VALUE.
           MOVE 'Y' TO WS-SYMBOL-OK
           MOVE 'N' TO WS-SYMBOL-FOUND
           MOVE 'N' TO WS-SYMBOL-EOF
           MOVE 0 TO WS-SYMBOL-HIT-COUNT

           SET SymloadActionMatchKey TO TRUE
           MOVE WS-SYMBOL-VALUE-QUERY TO SYMLOAD-VALUE-TEXT
           CALL "IDSS-SYMLOAD" USING SYMLOAD-REQUEST
           MOVE SYMLOAD-MATCH-KEY TO WS-SYMBOL-MATCH-KEY
           IF WS-SYMBOL-MATCH-KEY = SPACES
               DISPLAY "--symbol-value=: no value given"
               GO TO 640-LOOKUP-SYMBOL-VALUE-EXIT
           END-IF

           OPEN INPUT SymbolFile
           IF WS-SYMBOL-STATUS NOT = "00"
               MOVE 'N' TO WS-SYMBOL-OK
               DISPLAY "--symbol-value=: cannot open "
                   FUNCTION TRIM(WS-SYMBOL-PATH)
                   " (status " WS-SYMBOL-STATUS
                   "), run --load-symbols first"
               GO TO 640-LOOKUP-SYMBOL-VALUE-EXIT
           END-IF

           DISPLAY "Symbols defined as "
               FUNCTION TRIM(WS-SYMBOL-VALUE-QUERY) ":"
           MOVE WS-SYMBOL-MATCH-KEY TO SYM-MATCH-KEY
           START SymbolFile KEY = SYM-MATCH-KEY
               INVALID KEY
                   SET SymbolEOF TO TRUE
           END-START
           PERFORM 645-FETCH-ONE-VALUE-HIT UNTIL SymbolEOF
           CLOSE SymbolFile

           IF SymbolFound
               DISPLAY " "
               DISPLAY "  (" WS-SYMBOL-HIT-COUNT
                   " symbol(s) defined as "
                   FUNCTION TRIM(WS-SYMBOL-VALUE-QUERY) ")"
           ELSE
               DISPLAY "--symbol-value=: no symbol is defined as "
                   FUNCTION TRIM(WS-SYMBOL-VALUE-QUERY)
           END-IF.
       640-LOOKUP-SYMBOL-VALUE-EXIT.
           EXIT.

       645-FETCH-ONE-VALUE-HIT.
           READ SymbolFile NEXT RECORD
               AT END
                   SET SymbolEOF TO TRUE
               NOT AT END
                   IF SYM-MATCH-KEY = WS-SYMBOL-MATCH-KEY
                       SET SymbolFound TO TRUE
                       ADD 1 TO WS-SYMBOL-HIT-COUNT
                       DISPLAY "  " SYM-NAME " " SYM-HEADER
                           " line " SYM-LINE-NO
                           "  " FUNCTION TRIM(SYM-VALUE)
                   ELSE
                       SET SymbolEOF TO TRUE
                   END-IF
           END-READ.

      *==========================================================*
      *  650-COMPARE-DOCS reads the current doc.txt against a    *
      *  prior release's doc file and reports added, removed,    *
           PERFORM 955-EMIT-STAT-LINE.

      *==========================================================*
      *  680-687 swap a "@NAME" value for the snapshot path the  *
      *  release register holds for NAME. A name that cannot be  *
      *  resolved leaves the path blank, so the mode's normal    *
      *  open-failure handling reports the run - the message     *
               END-IF
           END-IF.

       687-RESOLVE-SYMBOL-RELEASE.
           IF WS-SYMBOL-PATH(1:1) = "@"
               MOVE WS-SYMBOL-PATH(2:10) TO WS-REL-NAME
               PERFORM 685-LOOK-UP-RELEASE
               MOVE SPACES TO WS-SYMBOL-PATH
               IF ReleaseFound
                   STRING FUNCTION TRIM(REG-DIR) DELIMITED BY SIZE
                       "/symbols.idx" DELIMITED BY SIZE
                       INTO WS-SYMBOL-PATH
                   END-STRING
               END-IF
           END-IF.

       685-LOOK-UP-RELEASE.
           MOVE 'N' TO WS-REL-FOUND
           OPEN INPUT RegisterFile
                   "characters not allowed in a shell command, "
                   "aborting"
           ELSE
               PERFORM 708-LOCK-AUDIT-LOG
               IF HousekeepOk
                   PERFORM 710-ROTATE-AUDIT-LOG
               END-IF
               IF HousekeepOk
                   PERFORM 720-PURGE-OLD-ARCHIVES
               END-IF
               PERFORM 709-UNLOCK-AUDIT-LOG
               IF HousekeepOk
                   PERFORM 730-PURGE-STALE-CHECKPOINTS
               END-IF
               TO WS-SHELL-CHECK-FIELD
           PERFORM 406-VALIDATE-SHELL-FIELD.

      *----------------------------------------------------------*
      *  708/709 hold the audit log's own lock across the         *
      *  rotation and the archive purge. The run lock covers only *
      *  this library, and a run on another library may be        *
      *  appending to the shared log at the same moment.          *
      *----------------------------------------------------------*
       708-LOCK-AUDIT-LOG.
           SET AudchainActionLock TO TRUE
           MOVE WS-AUDIT-PATH TO AUDCHAIN-LOG-PATH
           CALL "IDSS-AUDCHAIN" USING AUDCHAIN-REQUEST
           IF NOT AudchainDone
               MOVE 'N' TO WS-HOUSEKEEP-OK
               DISPLAY "--housekeep: the audit log is in use, "
                   "nothing rotated or purged"
           END-IF.

       709-UNLOCK-AUDIT-LOG.
           SET AudchainActionUnlock TO TRUE
           MOVE WS-AUDIT-PATH TO AUDCHAIN-LOG-PATH
           CALL "IDSS-AUDCHAIN" USING AUDCHAIN-REQUEST.

      *----------------------------------------------------------*
      *  710-ROTATE-AUDIT-LOG moves the live audit log to a       *
      *  dated archive beside it. A missing log just means a      *
      *  quiet shift, not a failure; the next run starts a fresh  *
      *  one through the OPEN EXTEND fallback in IDSS-AUDCHAIN.   *
      *  The chain anchor beside the log is not moved, so the     *
      *  fresh log's first record chains on from the archive's    *
      *  last.                                                    *
      *----------------------------------------------------------*
       710-ROTATE-AUDIT-LOG.
           MOVE 'N' TO WS-HK-ROTATED

      *----------------------------------------------------------*
      *  752-EXECUTE-ONE-STEP classifies one control line:       *
      *  ONERROR= / OUTPUT= / DOC-PATH= / AS-OF= are settings    *
      *  that apply to the steps after them; everything else is  *
      *  a mode word, run through 150-EXECUTE-MODE exactly as a  *
      *  flag on the command line would be.                      *
      *----------------------------------------------------------*
       752-EXECUTE-ONE-STEP.
           MOVE 'N' TO WS-JS-IS-SETTING
               WHEN "DOC-PATH"
                   MOVE 'Y' TO WS-JS-IS-SETTING
                   MOVE WS-JS-VALUE TO WS-DOC-PATH
               WHEN "AS-OF"
                   MOVE 'Y' TO WS-JS-IS-SETTING
                   MOVE WS-JS-VALUE TO WS-AS-OF-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE 'N' TO WS-FLAG-XREF
           MOVE 'N' TO WS-FLAG-INTAKE
           MOVE 'N' TO WS-FLAG-COMPARE
           MOVE 'N' TO WS-FLAG-SYMBOL
           MOVE 'N' TO WS-FLAG-SYMBOL-VALUE
           MOVE 'N' TO WS-FLAG-LOAD-SYMBOLS
           MOVE 'N' TO WS-FLAG-HISTORY
           MOVE 'N' TO WS-FLAG-REFCHECK
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-TOTAL-COUNT
           MOVE 0 TO WS-BLANK-COUNT
           END-IF.

       755-DISPATCH-ONE-STEP.
           MOVE FUNCTION CURRENT-DATE TO WS-RES-START-STAMP
           DISPLAY " "
           DISPLAY "step " WS-JS-STEP-COUNT ": "
               FUNCTION TRIM(JobstreamRecord)
               WHEN "SEARCH"
                   SET FLAG-SEARCH TO TRUE
                   MOVE WS-JS-VALUE TO WS-SEARCH-WORD
               WHEN "SYMBOL"
                   SET FLAG-SYMBOL TO TRUE
                   MOVE WS-JS-VALUE TO WS-SYMBOL-QUERY
               WHEN "SYMBOL-VALUE"
                   SET FLAG-SYMBOL-VALUE TO TRUE
                   MOVE WS-JS-VALUE TO WS-SYMBOL-VALUE-QUERY
               WHEN "LOAD-SYMBOLS"
                   SET FLAG-LOAD-SYMBOLS TO TRUE
               WHEN "HISTORY"
                   SET FLAG-HISTORY TO TRUE
                   MOVE WS-JS-VALUE TO WS-HISTORY-TOPIC
               WHEN "COMPARE"
                   SET FLAG-COMPARE TO TRUE
                   MOVE WS-JS-VALUE TO WS-OLDDOC-PATH
                   SET FLAG-VERIFY-HEADERS TO TRUE
               WHEN "XREF"
                   SET FLAG-XREF TO TRUE
               WHEN "REFCHECK"
                   SET FLAG-REFCHECK TO TRUE
               WHEN "INTAKE"
                   SET FLAG-INTAKE TO TRUE
               WHEN "HOUSEKEEP"
           DISPLAY "--lookup=TOPIC:   show one topic's docs from the"
           DISPLAY "                  indexed doc master (build it"
           DISPLAY "                  with IDSS-DOCLOAD)"
           DISPLAY "--as-of=YYYYMMDD: with --lookup=, show the"
           DISPLAY "                  section as it stood that day"
           DISPLAY "--history=TOPIC:  list every journaled change"
           DISPLAY "                  to TOPIC (who, when, batch,"
           DISPLAY "                  old and new text)"
           DISPLAY "--journal-path=F: use F as the change journal"
           DISPLAY "--master-path=F:  use F as the doc master"
           DISPLAY "--search=WORD:    list every topic containing"
           DISPLAY "                  WORD, with a line of context"
           DISPLAY "--keyword-path=F: use F as the keyword index"
           DISPLAY "--symbol=NAME:    show where NAME is #defined"
           DISPLAY "                  and to what"
           DISPLAY "--symbol-value=V: list the symbols #defined as V"
           DISPLAY "                  (0x1F, 31 and 037 alike)"
           DISPLAY "--load-symbols:   rebuild the symbol dictionary"
           DISPLAY "                  from the header directory"
           DISPLAY "--symbol-path=F:  use F as the symbol dictionary"
           DISPLAY "                  (or @NAME from the release"
           DISPLAY "                  register)"
           DISPLAY "--housekeep:      rotate the audit log, purge"
           DISPLAY "                  old archives and checkpoints"
           DISPLAY "--retain-days=N:  archive retention for"
           DISPLAY "--baseline-path=F: use F as the registry"
           DISPLAY "--xref:           cross-reference header files"
           DISPLAY "                  against doc.txt sections"
           DISPLAY "--refcheck:       check see/refer-to pointers in"
           DISPLAY "                  the doc master: missing and"
           DISPLAY "                  orphan topics, circular chains"
           DISPLAY "--intake:         stage incoming header drops:"
           DISPLAY "                  accept into the drop dir and"
           DISPLAY "                  refresh the baseline and"
           DISPLAY "                  symbols, or"
           DISPLAY "                  quarantine rejects"
           DISPLAY "--incoming-dir=D: intake source directory"
           DISPLAY "--quarantine-dir=D: where rejects go"
           DISPLAY "--jobstream=FILE: run the steps in a control"
           DISPLAY "                  file in order; ONERROR=STOP"
           DISPLAY "                  or CONTINUE directs failures"
           DISPLAY "--library=NAME:   work on documentation library"
           DISPLAY "                  NAME from the library control"
           DISPLAY "                  file (or set IDSS_LIBRARY)"
           DISPLAY "--libraries-path=F: use F as the library"
           DISPLAY "                  control file"
           DISPLAY " "
           DISPLAY "return codes: 0 clean, 4 warnings found,"
           DISPLAY "              8 open/IO failure, 12 run lock"
               WS-RPT-STAMP DELIMITED BY SIZE
               INTO ReportRecord
           END-STRING
           IF WS-LIBRARY-NAME NOT = SPACES
               MOVE "library" TO ReportRecord(90:7)
               MOVE WS-LIBRARY-NAME TO ReportRecord(98:10)
           END-IF
           WRITE ReportRecord
           MOVE 2 TO WS-RPT-LINE-COUNT

                   MOVE 8 TO WS-EXIT-CODE
                   MOVE "FAIL" TO WS-RUN-VERDICT
               WHEN WS-BRANCH-NAME = "NO-OUTPUT-PATH"
                       OR "BAD-AS-OF-DATE"
                   MOVE 8 TO WS-EXIT-CODE
                   MOVE "FAIL" TO WS-RUN-VERDICT
               WHEN WS-BRANCH-NAME = "TOPIC-NOT-FOUND"
                       OR "SEARCH-NOT-FOUND"
                       OR "SYMBOL-NOT-FOUND"
                       OR "INTAKE-REJECTS"
                       OR "HEADERS-DRIFTED"
                       OR "XREF-GAPS-FOUND"
                       OR "REFS-BROKEN"
                       OR "DOCS-DIFFER"
                   MOVE 4 TO WS-EXIT-CODE
                   MOVE "WARN" TO WS-RUN-VERDICT
      *  900-WRITE-AUDIT-RECORD appends one fixed-length line per *
      *  run - mode requested, timestamp, and the branch taken -  *
      *  so a bad release can be traced back to who ran what.     *
      *  IDSS-AUDCHAIN numbers each record and chains its check   *
      *  value onto the one before, so IDSS-AUDVERIFY can show    *
      *  no record has been removed or edited since.              *
      *==========================================================*
       900-WRITE-AUDIT-RECORD.
           SET AudchainActionAppend TO TRUE
           MOVE WS-AUDIT-PATH TO AUDCHAIN-LOG-PATH
           MOVE WS-MODE-NAME TO AUDCHAIN-MODE
           MOVE WS-BRANCH-NAME TO AUDCHAIN-BRANCH
           MOVE WS-ARGUMENT(1:73) TO AUDCHAIN-RAW-ARGS
           MOVE WS-LIBRARY-NAME TO AUDCHAIN-LIBRARY
           CALL "IDSS-AUDCHAIN" USING AUDCHAIN-REQUEST
           IF NOT AudchainDone
               DISPLAY "audit record not written to "
                   FUNCTION TRIM(WS-AUDIT-PATH)
           END-IF.

      *==========================================================*
      *  905-WRITE-RESULTS-RECORD appends the machine-readable   *
      *  results line the scheduler and monitoring parse: mode,  *
      *  verdict, return code, the validation/reconcile          *
      *  counters, and the start, end and elapsed time of the    *
      *  run. RES-TIMESTAMP stays the end stamp it always was.   *
      *==========================================================*
       905-WRITE-RESULTS-RECORD.
           MOVE SPACES TO ResultsRecord
           MOVE FUNCTION CURRENT-DATE TO WS-RES-END-STAMP
           MOVE WS-RES-END-STAMP TO RES-TIMESTAMP
           MOVE WS-RES-START-STAMP(1:14) TO RES-START-STAMP
           MOVE WS-RES-END-STAMP(1:14) TO RES-END-STAMP
           MOVE WS-RES-START-STAMP TO WS-TIMING-STAMP
           PERFORM 906-STAMP-TO-SECONDS
           MOVE WS-TIMING-SECS TO WS-START-SECS
           MOVE WS-RES-END-STAMP TO WS-TIMING-STAMP
           PERFORM 906-STAMP-TO-SECONDS
           MOVE 0 TO WS-ELAPSED-SECS
           IF WS-TIMING-SECS > WS-START-SECS
               COMPUTE WS-ELAPSED-SECS = WS-TIMING-SECS - WS-START-SECS
           END-IF
           IF WS-ELAPSED-SECS > 999999
               MOVE 999999 TO WS-ELAPSED-SECS
           END-IF
           MOVE WS-ELAPSED-SECS TO RES-ELAPSED-SECS
           MOVE WS-MODE-NAME TO RES-MODE
           MOVE WS-RUN-VERDICT TO RES-VERDICT
           MOVE WS-EXIT-CODE TO RES-RETURN-CODE
           MOVE WS-NONPRINT-COUNT TO RES-NONPRINT-COUNT
           MOVE WS-MISSING-COUNT TO RES-MISSING-COUNT
           MOVE WS-EXTRA-COUNT TO RES-EXTRA-COUNT
           MOVE WS-LIBRARY-NAME TO RES-LIBRARY

           OPEN EXTEND ResultsFile
           IF WS-RESULTS-STATUS = "35"
           END-IF
           WRITE ResultsRecord
           CLOSE ResultsFile.

       906-STAMP-TO-SECONDS.
           MOVE WS-TIMING-STAMP(1:8) TO WS-TIMING-DATE
           MOVE WS-TIMING-STAMP(9:2) TO WS-TIMING-HH
           MOVE WS-TIMING-STAMP(11:2) TO WS-TIMING-MM
           MOVE WS-TIMING-STAMP(13:2) TO WS-TIMING-SS
           COMPUTE WS-TIMING-SECS =
               FUNCTION INTEGER-OF-DATE(WS-TIMING-DATE) * 86400
               + WS-TIMING-HH * 3600 + WS-TIMING-MM * 60
               + WS-TIMING-SS.
