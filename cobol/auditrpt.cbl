      *              mode per day, failure-branch counts, and     *
      *              the most frequent raw-argument strings,      *
      *              with --from=/--to= date selection.           *
      *  2026-10-15  Audit record layout carries the sequence     *
      *              number and check value IDSS-AUDCHAIN now     *
      *              seals each record with.                      *
      *  2026-10-15  Records carry the documentation library the  *
      *              run worked on. A runs-per-library section    *
      *              shows runs and failed runs for each library, *
      *              and --library=NAME reports on one library    *
      *              alone (--library=DEFAULT for runs made       *
      *              without one). Records from before libraries  *
      *              count as the default library.                *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           05  AUDIT-BRANCH           PIC X(20).
           05  FILLER                 PIC X(01).
           05  AUDIT-RAW-ARGS         PIC X(73).
           05  FILLER                 PIC X(01).
           05  AUDIT-SEQ              PIC 9(10).
           05  FILLER                 PIC X(01).
           05  AUDIT-CHECK            PIC 9(18).
           05  FILLER                 PIC X(01).
           05  AUDIT-LIBRARY          PIC X(10).

       WORKING-STORAGE SECTION.

       01  WS-TO-DATE PIC X(8) VALUE "99999999".
       01  WS-RECORD-DAY PIC X(8) VALUE SPACES.

      *--------------------------------------------------------*
      *  Library selection. Blank reports every library; the    *
      *  default library (no --library= on the run) is selected *
      *  as DEFAULT and shown as (default).                     *
      *--------------------------------------------------------*
       01  WS-LIBRARY-FILTER PIC X(10) VALUE SPACES.
       01  WS-LIBRARY-ARG PIC X(246) VALUE SPACES.
       01  WS-RECORD-LIBRARY PIC X(10) VALUE SPACES.

      *--------------------------------------------------------*
      *  Runs and failed runs per library.                      *
      *--------------------------------------------------------*
       01  WS-LIB-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-LIB-SUB PIC 9(4) COMP VALUE 0.
       01  WS-LIB-TABLE.
           05  WS-LIB-ENTRY OCCURS 50 TIMES.
               10  WS-LIB-NAME PIC X(10).
               10  WS-LIB-RUNS PIC 9(6) COMP.
               10  WS-LIB-FAILED PIC 9(6) COMP.

      *--------------------------------------------------------*
      *  Runs per mode per day.                                 *
      *--------------------------------------------------------*
       120-INITIALIZE.
           ACCEPT WS-ARGUMENT FROM COMMAND-LINE
           PERFORM 130-LOAD-ARGUMENTS
           PERFORM 140-PARSE-ARGUMENTS
           IF WS-LIBRARY-ARG NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-LIBRARY-ARG)
                   TO WS-LIBRARY-FILTER
           END-IF.

       130-LOAD-ARGUMENTS.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
                   MOVE WS-CURRENT-ARG(8:8) TO WS-FROM-DATE
               WHEN WS-CURRENT-ARG(1:5) = "--to="
                   MOVE WS-CURRENT-ARG(6:8) TO WS-TO-DATE
               WHEN WS-CURRENT-ARG(1:10) = "--library="
                   MOVE WS-CURRENT-ARG(11:246) TO WS-LIBRARY-ARG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           DISPLAY "IDSS audit usage report"
           DISPLAY "Audit file : " FUNCTION TRIM(WS-AUDIT-PATH)
           DISPLAY "Date range : " WS-FROM-DATE " - " WS-TO-DATE
           IF WS-LIBRARY-FILTER NOT = SPACES
               DISPLAY "Library    : " FUNCTION TRIM(WS-LIBRARY-FILTER)
           END-IF
           DISPLAY " "

           OPEN INPUT AuditFile
               CLOSE AuditFile

               PERFORM 250-REPORT-RUNS-PER-MODE-DAY
               PERFORM 255-REPORT-RUNS-PER-LIBRARY
               PERFORM 260-REPORT-FAILURE-BRANCHES
               PERFORM 270-REPORT-TOP-ARGUMENTS
               PERFORM 280-REPORT-TOTALS
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   MOVE AUDIT-TIMESTAMP(1:8) TO WS-RECORD-DAY
                   MOVE AUDIT-LIBRARY TO WS-RECORD-LIBRARY
                   IF WS-RECORD-LIBRARY = SPACES
                       MOVE "DEFAULT" TO WS-RECORD-LIBRARY
                   END-IF
                   IF WS-RECORD-DAY >= WS-FROM-DATE
                       AND WS-RECORD-DAY <= WS-TO-DATE
                       AND (WS-LIBRARY-FILTER = SPACES
                           OR WS-LIBRARY-FILTER = WS-RECORD-LIBRARY)
                       ADD 1 TO WS-SELECTED-COUNT
                       PERFORM 220-TALLY-DAY-MODE
                       PERFORM 230-TALLY-FAILURE-BRANCH
                       PERFORM 240-TALLY-RAW-ARGS
                       PERFORM 245-TALLY-LIBRARY
                   END-IF
           END-READ.

               SET EntryMatched TO TRUE
           END-IF.

      *----------------------------------------------------------*
      *  245-TALLY-LIBRARY counts the run against its library;    *
      *  230 has just said whether it was a failed run.           *
      *----------------------------------------------------------*
       245-TALLY-LIBRARY.
           MOVE 'N' TO WS-MATCHED
           PERFORM 246-MATCH-ONE-LIBRARY
               VARYING WS-LIB-SUB FROM 1 BY 1
               UNTIL WS-LIB-SUB > WS-LIB-COUNT
                   OR EntryMatched
           IF NOT EntryMatched
               IF WS-LIB-COUNT < 50
                   ADD 1 TO WS-LIB-COUNT
                   MOVE WS-RECORD-LIBRARY TO WS-LIB-NAME(WS-LIB-COUNT)
                   MOVE 1 TO WS-LIB-RUNS(WS-LIB-COUNT)
                   MOVE 0 TO WS-LIB-FAILED(WS-LIB-COUNT)
                   IF WS-FAILED-TALLY > 0
                       MOVE 1 TO WS-LIB-FAILED(WS-LIB-COUNT)
                   END-IF
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

       246-MATCH-ONE-LIBRARY.
           IF WS-LIB-NAME(WS-LIB-SUB) = WS-RECORD-LIBRARY
               ADD 1 TO WS-LIB-RUNS(WS-LIB-SUB)
               IF WS-FAILED-TALLY > 0
                   ADD 1 TO WS-LIB-FAILED(WS-LIB-SUB)
               END-IF
               SET EntryMatched TO TRUE
           END-IF.

       250-REPORT-RUNS-PER-MODE-DAY.
           DISPLAY "Runs per mode per day:"
           IF WS-DAYMODE-COUNT = 0
               "  " WS-DM-MODE(WS-DAYMODE-SUB)
               " " WS-DM-RUNS(WS-DAYMODE-SUB).

       255-REPORT-RUNS-PER-LIBRARY.
           DISPLAY "Runs per library:           runs  failed"
           IF WS-LIB-COUNT = 0
               DISPLAY "  (no runs in range)"
           END-IF
           PERFORM 256-REPORT-ONE-LIBRARY
               VARYING WS-LIB-SUB FROM 1 BY 1
               UNTIL WS-LIB-SUB > WS-LIB-COUNT
           DISPLAY " ".

       256-REPORT-ONE-LIBRARY.
           IF WS-LIB-NAME(WS-LIB-SUB) = "DEFAULT"
               DISPLAY "  (default) "
                   "            " WS-LIB-RUNS(WS-LIB-SUB)
                   "  " WS-LIB-FAILED(WS-LIB-SUB)
           ELSE
               DISPLAY "  " WS-LIB-NAME(WS-LIB-SUB)
                   "            " WS-LIB-RUNS(WS-LIB-SUB)
                   "  " WS-LIB-FAILED(WS-LIB-SUB)
           END-IF.

       260-REPORT-FAILURE-BRANCHES.
           DISPLAY "Failure branches:"
           IF WS-FAIL-COUNT = 0
