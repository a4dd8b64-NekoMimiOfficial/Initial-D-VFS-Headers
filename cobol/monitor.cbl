      *              Exceptions go to a report file and drive a   *
      *              non-zero return code the scheduler can       *
      *              page on.                                     *
      *  2026-10-15  --calendar checks the results file against   *
      *              the expected-run schedule (--schedule-path=) *
      *              over the last --nights= nights: MISSED and   *
      *              LATE runs against each mode's days and       *
      *              deadline, LONG runs well above the mode's    *
      *              usual elapsed time, and batch-window totals  *
      *              per night with a WINDOW exception as the     *
      *              window fills.                                *
      *  2026-10-15  Results records carry the documentation      *
      *              library the run worked on. History is kept   *
      *              per library and mode, so one product line's  *
      *              counts never swing against another's;        *
      *              exceptions name their library, the report    *
      *              ends with runs, failures and exceptions per  *
      *              library, and --library=NAME watches one      *
      *              library alone (--library=DEFAULT for runs    *
      *              made without one).                           *
      *  2026-10-15  The JOBSTREAM wrapper record no longer adds  *
      *              to a night's run count or busy time.         *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT ScheduleFile ASSIGN TO DYNAMIC WS-SCHEDULE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHEDULE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ResultsFile.
           05  RES-MISSING-COUNT      PIC 9(08).
           05  FILLER                 PIC X(01).
           05  RES-EXTRA-COUNT        PIC 9(08).
           05  FILLER                 PIC X(01).
           05  RES-START-STAMP        PIC X(14).
           05  FILLER                 PIC X(01).
           05  RES-END-STAMP          PIC X(14).
           05  FILLER                 PIC X(01).
           05  RES-ELAPSED-SECS       PIC 9(06).
           05  FILLER                 PIC X(01).
           05  RES-LIBRARY            PIC X(10).

       FD  ExceptionFile.
       01  ExceptionRecord PIC X(132).

       FD  ScheduleFile.
       01  ScheduleRecord PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "versinfo.cpy".

       01  WS-MODE-HIT PIC 9(4) COMP VALUE 0.
       01  WS-MODE-TABLE.
           05  WS-MD-ENTRY OCCURS 50 TIMES.
               10  WS-MD-LIBRARY PIC X(10).
               10  WS-MD-MODE PIC X(15).
               10  WS-MD-RUNS PIC 9(6) COMP.
               10  WS-MD-PREV-MISSING PIC 9(8) COMP.
               10  WS-MD-PREV-NONPRINT PIC 9(8) COMP.
               10  WS-MD-HIST-COUNT PIC 9(2) COMP.
               10  WS-MD-HIST OCCURS 10 TIMES PIC 9(8) COMP.
               10  WS-MD-EL-COUNT PIC 9(2) COMP.
               10  WS-MD-EL OCCURS 10 TIMES PIC 9(8) COMP.
       01  WS-MATCHED PIC X(1) VALUE 'N'.
           88 EntryMatched VALUE 'Y'.
       01  WS-HIST-SUB PIC 9(2) COMP VALUE 0.
       01  WS-SWING-VALUE PIC 9(10) COMP VALUE 0.
       01  WS-PREV-COUNT-TEXT PIC 9(8) VALUE 0.

      *--------------------------------------------------------*
      *  Library selection and per-library totals. Results      *
      *  written without a library, or before libraries, count  *
      *  as the DEFAULT library. WS-LB-HIT is the current run's *
      *  library while the results file is read, zero after.    *
      *--------------------------------------------------------*
       01  WS-LIBRARY-FILTER PIC X(10) VALUE SPACES.
       01  WS-LIBRARY-ARG PIC X(246) VALUE SPACES.
       01  WS-RECORD-LIBRARY PIC X(10) VALUE SPACES.
       01  WS-LB-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-LB-SUB PIC 9(4) COMP VALUE 0.
       01  WS-LB-HIT PIC 9(4) COMP VALUE 0.
       01  WS-LB-TABLE.
           05  WS-LB-ENTRY OCCURS 50 TIMES.
               10  WS-LB-NAME PIC X(10).
               10  WS-LB-RUNS PIC 9(6).
               10  WS-LB-RC8 PIC 9(6).
               10  WS-LB-EXCEPTIONS PIC 9(6).

      *--------------------------------------------------------*
      *  Exception emission and totals.                         *
      *--------------------------------------------------------*
       01  WS-MONITOR-OK PIC X(1) VALUE 'Y'.
           88 MonitorOk VALUE 'Y'.

      *--------------------------------------------------------*
      *  Expected-run calendar (--calendar). The schedule file  *
      *  holds one line per expected mode and an optional       *
      *  batch window line, "*" starting a comment:             *
      *      WINDOW    1800 0600                                *
      *      HOUSEKEEP DAILY 0500                               *
      *      JOBSTREAM MON,TUE,WED,THU,FRI 0630                 *
      *  Days are DAILY, WEEKDAYS, WEEKENDS, or a comma list    *
      *  of MON..SUN; times are HHMM. A night runs from the     *
      *  window start to the next window start and is named     *
      *  for the date it began; a deadline earlier than the     *
      *  window start falls on the following morning. Without   *
      *  a WINDOW line nights are calendar days.                *
      *--------------------------------------------------------*
       01  WS-FLAG-CALENDAR PIC X(1) VALUE 'N'.
           88 FlagCalendar VALUE 'Y'.
       01  WS-SCHEDULE-PATH
               PIC X(256) VALUE "/var/idss/schedule.ctl".
       01  WS-SCHEDULE-STATUS PIC X(2) VALUE SPACES.
       01  WS-SCHEDULE-EOF PIC X(1) VALUE 'N'.
           88 ScheduleEOF VALUE 'Y'.
       01  WS-NIGHTS PIC 9(2) VALUE 7.
       01  WS-NIGHTS-ARG PIC X(2) VALUE SPACES.
       01  WS-LONG-PCT PIC 9(3) VALUE 50.
       01  WS-LONG-PCT-ARG PIC X(3) VALUE SPACES.
       01  WS-LONG-MIN-SECS PIC 9(6) COMP VALUE 60.
       01  WS-FULL-PCT PIC 9(3) VALUE 90.
       01  WS-FULL-PCT-ARG PIC X(3) VALUE SPACES.

       01  WS-SC-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-SC-SUB PIC 9(4) COMP VALUE 0.
       01  WS-SC-TABLE.
           05  WS-SC-ENTRY OCCURS 50 TIMES.
               10  WS-SC-MODE PIC X(15).
               10  WS-SC-DAYS PIC X(7).
               10  WS-SC-DEADLINE PIC X(4).
               10  WS-SC-DL-SECS PIC 9(6) COMP.
       01  WS-BW-START PIC X(4) VALUE "0000".
       01  WS-BW-END PIC X(4) VALUE SPACES.
       01  WS-BW-START-SECS PIC 9(6) COMP VALUE 0.
       01  WS-BW-LENGTH PIC 9(6) COMP VALUE 0.

       01  WS-SCHED-LINE PIC X(80) VALUE SPACES.
       01  WS-SCHED-LINE-NO PIC 9(4) VALUE 0.
       01  WS-SCHED-WORD-1 PIC X(40) VALUE SPACES.
       01  WS-SCHED-WORD-2 PIC X(40) VALUE SPACES.
       01  WS-SCHED-WORD-3 PIC X(40) VALUE SPACES.
       01  WS-SCHED-WORD-4 PIC X(40) VALUE SPACES.
       01  WS-SCHED-LINE-OK PIC X(1) VALUE 'Y'.
           88 SchedLineOk VALUE 'Y'.
       01  WS-SCHED-PROBLEM PIC X(40) VALUE SPACES.
       01  WS-DAY-NAME-VALUES PIC X(21)
               VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-DAY-NAMES REDEFINES WS-DAY-NAME-VALUES.
           05  WS-DAY-NAME OCCURS 7 TIMES PIC X(3).
       01  WS-DAYS-WORK PIC X(7) VALUE SPACES.
       01  WS-DAY-TOKEN PIC X(40) VALUE SPACES.
       01  WS-DAY-PTR PIC 9(3) COMP VALUE 1.
       01  WS-DAY-SUB PIC 9(2) COMP VALUE 0.
       01  WS-DAY-HIT PIC 9(2) COMP VALUE 0.
       01  WS-HHMM-WORD PIC X(40) VALUE SPACES.
       01  WS-HHMM-IN PIC X(4) VALUE SPACES.
       01  WS-HHMM-NUM REDEFINES WS-HHMM-IN.
           05  WS-HHMM-HH PIC 9(2).
           05  WS-HHMM-MM PIC 9(2).
       01  WS-HHMM-SECS PIC 9(6) COMP VALUE 0.
       01  WS-HHMM-OK PIC X(1) VALUE 'N'.
           88 HhmmOk VALUE 'Y'.

      *--------------------------------------------------------*
      *  One slot per night checked, oldest first. WS-NT-DONE   *
      *  keeps, per schedule entry, the earliest end (seconds)  *
      *  of a run of that mode on that night, zero if none.     *
      *--------------------------------------------------------*
       01  WS-NT-TABLE.
           05  WS-NT-ENTRY OCCURS 31 TIMES.
               10  WS-NT-RUNS PIC 9(4) COMP.
               10  WS-NT-TIMED PIC 9(4) COMP.
               10  WS-NT-BUSY PIC 9(8) COMP.
               10  WS-NT-FIRST PIC 9(12) COMP.
               10  WS-NT-LAST PIC 9(12) COMP.
               10  WS-NT-DONE OCCURS 50 TIMES PIC 9(12) COMP.
       01  WS-NT-SUB PIC 9(4) COMP VALUE 0.
       01  WS-NOW-SECS PIC 9(12) COMP VALUE 0.
       01  WS-CUR-NIGHT PIC 9(8) COMP VALUE 0.
       01  WS-FIRST-NIGHT PIC 9(8) COMP VALUE 0.
       01  WS-NIGHT-INT PIC 9(8) COMP VALUE 0.
       01  WS-NIGHT-DATE PIC 9(8) VALUE 0.
       01  WS-WEEKDAY PIC 9(2) COMP VALUE 0.
       01  WS-RUN-START-SECS PIC 9(12) COMP VALUE 0.
       01  WS-RUN-END-SECS PIC 9(12) COMP VALUE 0.
       01  WS-RUN-ELAPSED PIC 9(8) COMP VALUE 0.
       01  WS-RUN-TIMED PIC X(1) VALUE 'N'.
           88 RunTimed VALUE 'Y'.
       01  WS-DEADLINE-SECS PIC 9(12) COMP VALUE 0.
       01  WS-EL-SUM PIC 9(10) COMP VALUE 0.
       01  WS-EL-AVG PIC 9(8) COMP VALUE 0.
       01  WS-EL-LIMIT PIC 9(10) COMP VALUE 0.
       01  WS-SPAN-SECS PIC 9(12) COMP VALUE 0.
       01  WS-USED-PCT PIC 9(3) VALUE 0.
       01  WS-CV-STAMP PIC X(14) VALUE SPACES.
       01  WS-CV-DATE PIC 9(8) VALUE 0.
       01  WS-CV-HH PIC 9(2) VALUE 0.
       01  WS-CV-MM PIC 9(2) VALUE 0.
       01  WS-CV-SS PIC 9(2) VALUE 0.
       01  WS-CV-SECS PIC 9(12) COMP VALUE 0.
       01  WS-CV-OK PIC X(1) VALUE 'N'.
           88 StampOk VALUE 'Y'.
       01  WS-CLOCK-IN PIC 9(12) COMP VALUE 0.
       01  WS-CLOCK-HOURS PIC 9(6) COMP VALUE 0.
       01  WS-CLOCK-REST PIC 9(6) COMP VALUE 0.
       01  WS-CLOCK-TEXT.
           05  WS-CLOCK-HH PIC 9(2).
           05  FILLER PIC X(1) VALUE ":".
           05  WS-CLOCK-MM PIC 9(2).
           05  FILLER PIC X(1) VALUE ":".
           05  WS-CLOCK-SS PIC 9(2).
       01  WS-CLOCK-FIRST PIC X(8) VALUE SPACES.
       01  WS-CLOCK-LAST PIC X(8) VALUE SPACES.
       01  WS-CLOCK-SPAN PIC X(8) VALUE SPACES.
       01  WS-CLOCK-BUSY PIC X(8) VALUE SPACES.
       01  WS-ELAPSED-TEXT PIC 9(8) VALUE 0.
       01  WS-AVG-TEXT PIC 9(8) VALUE 0.
       01  WS-RUNS-TEXT PIC 9(4) VALUE 0.
       01  WS-EXC-POS PIC 9(3) COMP VALUE 1.
       01  WS-MISSED-COUNT PIC 9(6) VALUE 0.
       01  WS-LATE-COUNT PIC 9(6) VALUE 0.
       01  WS-LONG-COUNT PIC 9(6) VALUE 0.
       01  WS-FULL-COUNT PIC 9(6) VALUE 0.
       01  WS-SCHED-BAD-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       100-MAIN-LOGIC.
           PERFORM 120-INITIALIZE
           ACCEPT WS-ARGUMENT FROM COMMAND-LINE
           PERFORM 130-LOAD-ARGUMENTS
           PERFORM 140-PARSE-ARGUMENTS
           PERFORM 145-APPLY-THRESHOLD-ARGS
           IF WS-LIBRARY-ARG NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-LIBRARY-ARG)
                   TO WS-LIBRARY-FILTER
           END-IF.

       130-LOAD-ARGUMENTS.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
                   MOVE WS-CURRENT-ARG(13:3) TO WS-SWING-PCT-ARG
               WHEN WS-CURRENT-ARG(1:9) = "--window="
                   MOVE WS-CURRENT-ARG(10:2) TO WS-WINDOW-ARG
               WHEN FUNCTION TRIM(WS-CURRENT-ARG) = "--calendar"
                   SET FlagCalendar TO TRUE
               WHEN WS-CURRENT-ARG(1:16) = "--schedule-path="
                   MOVE WS-CURRENT-ARG(17:240) TO WS-SCHEDULE-PATH
               WHEN WS-CURRENT-ARG(1:9) = "--nights="
                   MOVE WS-CURRENT-ARG(10:2) TO WS-NIGHTS-ARG
               WHEN WS-CURRENT-ARG(1:11) = "--long-pct="
                   MOVE WS-CURRENT-ARG(12:3) TO WS-LONG-PCT-ARG
               WHEN WS-CURRENT-ARG(1:11) = "--full-pct="
                   MOVE WS-CURRENT-ARG(12:3) TO WS-FULL-PCT-ARG
               WHEN WS-CURRENT-ARG(1:10) = "--library="
                   MOVE WS-CURRENT-ARG(11:246) TO WS-LIBRARY-ARG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           END-IF
           IF WS-WINDOW < 1
               MOVE 1 TO WS-WINDOW
           END-IF
           IF WS-NIGHTS-ARG NOT = SPACES
               MOVE SPACES TO WS-NUM-IN
               MOVE FUNCTION TRIM(WS-NIGHTS-ARG) TO WS-NUM-IN
               INSPECT WS-NUM-IN REPLACING LEADING SPACE BY ZERO
               IF WS-NUM-IN IS NUMERIC
                   MOVE WS-NUM-IN(2:2) TO WS-NIGHTS
               ELSE
                   DISPLAY "--nights= is not numeric, keeping "
                       WS-NIGHTS
               END-IF
           END-IF
           IF WS-NIGHTS > 31
               MOVE 31 TO WS-NIGHTS
           END-IF
           IF WS-NIGHTS < 1
               MOVE 1 TO WS-NIGHTS
           END-IF
           IF WS-LONG-PCT-ARG NOT = SPACES
               MOVE SPACES TO WS-NUM-IN
               MOVE FUNCTION TRIM(WS-LONG-PCT-ARG) TO WS-NUM-IN
               INSPECT WS-NUM-IN REPLACING LEADING SPACE BY ZERO
               IF WS-NUM-IN IS NUMERIC
                   MOVE WS-NUM-IN TO WS-LONG-PCT
               ELSE
                   DISPLAY "--long-pct= is not numeric, keeping "
                       WS-LONG-PCT
               END-IF
           END-IF
           IF WS-FULL-PCT-ARG NOT = SPACES
               MOVE SPACES TO WS-NUM-IN
               MOVE FUNCTION TRIM(WS-FULL-PCT-ARG) TO WS-NUM-IN
               INSPECT WS-NUM-IN REPLACING LEADING SPACE BY ZERO
               IF WS-NUM-IN IS NUMERIC
                   MOVE WS-NUM-IN TO WS-FULL-PCT
               ELSE
                   DISPLAY "--full-pct= is not numeric, keeping "
                       WS-FULL-PCT
               END-IF
           END-IF.

      *----------------------------------------------------------*
               FUNCTION TRIM(WS-RESULTS-PATH)
           DISPLAY "Swing limit  : " WS-SWING-PCT " pct over last "
               WS-WINDOW " run(s)"
           IF FlagCalendar
               DISPLAY "Schedule     : "
                   FUNCTION TRIM(WS-SCHEDULE-PATH)
                   " over the last " WS-NIGHTS " night(s)"
           END-IF
           IF WS-LIBRARY-FILTER NOT = SPACES
               DISPLAY "Library      : "
                   FUNCTION TRIM(WS-LIBRARY-FILTER)
           END-IF
           DISPLAY " "

           OPEN INPUT ResultsFile
           END-IF

           PERFORM 250-WRITE-REPORT-HEADING
           IF FlagCalendar
               PERFORM 300-LOAD-SCHEDULE THRU 300-LOAD-SCHEDULE-EXIT
               IF NOT MonitorOk
                   CLOSE ExceptionFile
                   CLOSE ResultsFile
                   GO TO 200-MONITOR-RESULTS-EXIT
               END-IF
           END-IF
           PERFORM 210-ASSESS-ONE-RESULT UNTIL EndOfFile
           MOVE 0 TO WS-LB-HIT

           IF FlagCalendar
               PERFORM 340-CHECK-EXPECTED-RUNS
               PERFORM 360-REPORT-BATCH-WINDOWS
           END-IF

           PERFORM 260-WRITE-REPORT-TOTALS
           PERFORM 265-WRITE-LIBRARY-TOTALS
           CLOSE ExceptionFile
           CLOSE ResultsFile

               AT END
                   SET EndOfFile TO TRUE
               NOT AT END
                   MOVE RES-LIBRARY TO WS-RECORD-LIBRARY
                   IF WS-RECORD-LIBRARY = SPACES
                       MOVE "DEFAULT" TO WS-RECORD-LIBRARY
                   END-IF
                   IF WS-LIBRARY-FILTER = SPACES
                       OR WS-LIBRARY-FILTER = WS-RECORD-LIBRARY
                       PERFORM 215-ASSESS-SELECTED-RESULT
                   END-IF
           END-READ.

       215-ASSESS-SELECTED-RESULT.
           ADD 1 TO WS-READ-COUNT
           PERFORM 216-FIND-LIBRARY-ENTRY
           PERFORM 220-FIND-MODE-ENTRY
           IF WS-MODE-HIT > 0
               PERFORM 230-CHECK-THRESHOLDS
               PERFORM 240-UPDATE-MODE-HISTORY
           END-IF
           IF FlagCalendar
               PERFORM 320-NOTE-RUN-TIMING
                   THRU 320-NOTE-RUN-TIMING-EXIT
           END-IF.

       216-FIND-LIBRARY-ENTRY.
           MOVE 0 TO WS-LB-HIT
           MOVE 'N' TO WS-MATCHED
           PERFORM 217-MATCH-ONE-LIBRARY
               VARYING WS-LB-SUB FROM 1 BY 1
               UNTIL WS-LB-SUB > WS-LB-COUNT
                   OR EntryMatched
           IF NOT EntryMatched
               IF WS-LB-COUNT < 50
                   ADD 1 TO WS-LB-COUNT
                   MOVE WS-LB-COUNT TO WS-LB-HIT
                   MOVE WS-RECORD-LIBRARY TO WS-LB-NAME(WS-LB-HIT)
                   MOVE 0 TO WS-LB-RUNS(WS-LB-HIT)
                   MOVE 0 TO WS-LB-RC8(WS-LB-HIT)
                   MOVE 0 TO WS-LB-EXCEPTIONS(WS-LB-HIT)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF
           IF WS-LB-HIT > 0
               ADD 1 TO WS-LB-RUNS(WS-LB-HIT)
               IF RES-RETURN-CODE = 8
                   ADD 1 TO WS-LB-RC8(WS-LB-HIT)
               END-IF
           END-IF.

       217-MATCH-ONE-LIBRARY.
           IF WS-LB-NAME(WS-LB-SUB) = WS-RECORD-LIBRARY
               SET EntryMatched TO TRUE
               MOVE WS-LB-SUB TO WS-LB-HIT
           END-IF.

       220-FIND-MODE-ENTRY.
           MOVE 0 TO WS-MODE-HIT
           MOVE 'N' TO WS-MATCHED
               IF WS-MODE-COUNT < 50
                   ADD 1 TO WS-MODE-COUNT
                   MOVE WS-MODE-COUNT TO WS-MODE-HIT
                   MOVE WS-RECORD-LIBRARY
                       TO WS-MD-LIBRARY(WS-MODE-HIT)
                   MOVE RES-MODE TO WS-MD-MODE(WS-MODE-HIT)
                   MOVE 0 TO WS-MD-RUNS(WS-MODE-HIT)
                   MOVE 0 TO WS-MD-PREV-MISSING(WS-MODE-HIT)
                   MOVE 0 TO WS-MD-PREV-NONPRINT(WS-MODE-HIT)
                   MOVE 0 TO WS-MD-HIST-COUNT(WS-MODE-HIT)
                   MOVE 0 TO WS-MD-EL-COUNT(WS-MODE-HIT)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF

       221-MATCH-ONE-MODE.
           IF WS-MD-MODE(WS-MODE-SUB) = RES-MODE
               AND WS-MD-LIBRARY(WS-MODE-SUB) = WS-RECORD-LIBRARY
               SET EntryMatched TO TRUE
               MOVE WS-MODE-SUB TO WS-MODE-HIT
           END-IF.
           MOVE WS-MD-HIST(WS-MODE-HIT, WS-HIST-SUB + 1)
               TO WS-MD-HIST(WS-MODE-HIT, WS-HIST-SUB).

      *----------------------------------------------------------*
      *  245-EMIT-EXCEPTION names the library of the run being    *
      *  read, other than the default, at the end of the line     *
      *  and counts the exception against it.                     *
      *----------------------------------------------------------*
       245-EMIT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           IF WS-LB-HIT > 0
               ADD 1 TO WS-LB-EXCEPTIONS(WS-LB-HIT)
               IF WS-LB-NAME(WS-LB-HIT) NOT = "DEFAULT"
                   COMPUTE WS-EXC-POS = FUNCTION LENGTH(
                       FUNCTION TRIM(WS-EXC-TEXT TRAILING)) + 1
                   STRING "  library " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-LB-NAME(WS-LB-HIT))
                           DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
                       WITH POINTER WS-EXC-POS
                   END-STRING
               END-IF
           END-IF
           DISPLAY "  " FUNCTION TRIM(WS-EXC-TEXT)
           MOVE WS-EXC-TEXT TO ExceptionRecord
           WRITE ExceptionRecord.
           END-STRING
           WRITE ExceptionRecord

           IF WS-LIBRARY-FILTER NOT = SPACES
               MOVE SPACES TO ExceptionRecord
               STRING "Library " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LIBRARY-FILTER) DELIMITED BY SIZE
                   " only" DELIMITED BY SIZE
                   INTO ExceptionRecord
               END-STRING
               WRITE ExceptionRecord
           END-IF

           MOVE SPACES TO ExceptionRecord
           STRING "Swing limit " DELIMITED BY SIZE
               WS-SWING-PCT DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO ExceptionRecord
           END-STRING
           WRITE ExceptionRecord
           IF FlagCalendar
               MOVE SPACES TO ExceptionRecord
               STRING "Calendar: missed " DELIMITED BY SIZE
                   WS-MISSED-COUNT DELIMITED BY SIZE
                   ", late " DELIMITED BY SIZE
                   WS-LATE-COUNT DELIMITED BY SIZE
                   ", long " DELIMITED BY SIZE
                   WS-LONG-COUNT DELIMITED BY SIZE
                   ", window " DELIMITED BY SIZE
                   WS-FULL-COUNT DELIMITED BY SIZE
                   ", schedule lines ignored " DELIMITED BY SIZE
                   WS-SCHED-BAD-COUNT DELIMITED BY SIZE
                   INTO ExceptionRecord
               END-STRING
               WRITE ExceptionRecord
           END-IF.

      *----------------------------------------------------------*
      *  265-WRITE-LIBRARY-TOTALS closes the report with one      *
      *  line per library seen: runs, return code 8 failures,     *
      *  and exceptions raised on its runs. MISSED, LATE and      *
      *  WINDOW belong to the schedule, not to one library, and   *
      *  are only in the totals above.                            *
      *----------------------------------------------------------*
       265-WRITE-LIBRARY-TOTALS.
           MOVE SPACES TO ExceptionRecord
           WRITE ExceptionRecord
           MOVE "Library       runs  failures  exceptions"
               TO ExceptionRecord
           WRITE ExceptionRecord
           DISPLAY " "
           DISPLAY "  " ExceptionRecord(1:40)
           PERFORM 266-WRITE-ONE-LIBRARY-LINE
               VARYING WS-LB-SUB FROM 1 BY 1
               UNTIL WS-LB-SUB > WS-LB-COUNT.

       266-WRITE-ONE-LIBRARY-LINE.
           MOVE SPACES TO ExceptionRecord
           IF WS-LB-NAME(WS-LB-SUB) = "DEFAULT"
               MOVE "(default)" TO ExceptionRecord(1:10)
           ELSE
               MOVE WS-LB-NAME(WS-LB-SUB) TO ExceptionRecord(1:10)
           END-IF
           MOVE WS-LB-RUNS(WS-LB-SUB) TO ExceptionRecord(13:6)
           MOVE WS-LB-RC8(WS-LB-SUB) TO ExceptionRecord(22:6)
           MOVE WS-LB-EXCEPTIONS(WS-LB-SUB)
               TO ExceptionRecord(35:6)
           WRITE ExceptionRecord
           DISPLAY "  " ExceptionRecord(1:40).

       270-DISPLAY-MONITOR-SUMMARY.
           DISPLAY " "
           DISPLAY "Monitor summary:"
           DISPLAY "  results read   : " WS-READ-COUNT
           DISPLAY "  modes tracked  : " WS-MODE-COUNT
           DISPLAY "  libraries seen : " WS-LB-COUNT
           DISPLAY "  failures (rc 8): " WS-RC8-COUNT
           DISPLAY "  total swings   : " WS-SWING-COUNT
           DISPLAY "  climbing counts: " WS-CLIMB-COUNT
           IF FlagCalendar
               DISPLAY "  missed runs    : " WS-MISSED-COUNT
               DISPLAY "  late runs      : " WS-LATE-COUNT
               DISPLAY "  long runs      : " WS-LONG-COUNT
               DISPLAY "  window filling : " WS-FULL-COUNT
               DISPLAY "  schedule errors: " WS-SCHED-BAD-COUNT
           END-IF
           DISPLAY "  exceptions     : " WS-EXCEPTION-COUNT
           IF WS-OVERFLOW-COUNT > 0
               DISPLAY "  not tracked (table full): "
           END-IF
           DISPLAY "Exception report written to "
               FUNCTION TRIM(WS-EXCEPTION-PATH).

      *----------------------------------------------------------*
      *  300-LOAD-SCHEDULE reads the expected-run schedule into   *
      *  WS-SC-TABLE and fixes the nights to check: the night     *
      *  now running and the --nights= - 1 before it. A line      *
      *  that cannot be understood is a SCHEDULE exception and    *
      *  is left out, so a typo cannot silently stop a mode       *
      *  being watched.                                           *
      *----------------------------------------------------------*
       300-LOAD-SCHEDULE.
           MOVE 0 TO WS-SC-COUNT
           MOVE 0 TO WS-SCHED-LINE-NO
           MOVE 'N' TO WS-SCHEDULE-EOF
           OPEN INPUT ScheduleFile
           IF WS-SCHEDULE-STATUS NOT = "00"
               MOVE 'N' TO WS-MONITOR-OK
               DISPLAY "monitor: cannot open "
                   FUNCTION TRIM(WS-SCHEDULE-PATH)
                   " (status " WS-SCHEDULE-STATUS ")"
               GO TO 300-LOAD-SCHEDULE-EXIT
           END-IF
           PERFORM 301-READ-ONE-SCHEDULE-LINE UNTIL ScheduleEOF
           CLOSE ScheduleFile

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CV-STAMP
           PERFORM 390-STAMP-TO-SECONDS
           MOVE WS-CV-SECS TO WS-NOW-SECS
           COMPUTE WS-CUR-NIGHT =
               (WS-NOW-SECS - WS-BW-START-SECS) / 86400
           COMPUTE WS-FIRST-NIGHT = WS-CUR-NIGHT - WS-NIGHTS + 1
           INITIALIZE WS-NT-TABLE

           MOVE FUNCTION DATE-OF-INTEGER(WS-FIRST-NIGHT)
               TO WS-NIGHT-DATE
           MOVE SPACES TO WS-EXC-TEXT
           STRING "Calendar " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SCHEDULE-PATH) DELIMITED BY SIZE
               "  nights from " DELIMITED BY SIZE
               WS-NIGHT-DATE DELIMITED BY SIZE
               "  window start " DELIMITED BY SIZE
               WS-BW-START DELIMITED BY SIZE
               "  long over " DELIMITED BY SIZE
               WS-LONG-PCT DELIMITED BY SIZE
               " pct" DELIMITED BY SIZE
               INTO WS-EXC-TEXT
           END-STRING
           MOVE WS-EXC-TEXT TO ExceptionRecord
           WRITE ExceptionRecord
           MOVE SPACES TO ExceptionRecord
           WRITE ExceptionRecord.
       300-LOAD-SCHEDULE-EXIT.
           EXIT.

       301-READ-ONE-SCHEDULE-LINE.
           READ ScheduleFile
               AT END
                   SET ScheduleEOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SCHED-LINE-NO
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(ScheduleRecord))
                       TO WS-SCHED-LINE
                   IF WS-SCHED-LINE NOT = SPACES
                       AND WS-SCHED-LINE(1:1) NOT = "*"
                       PERFORM 302-PARSE-SCHEDULE-LINE
                           THRU 302-PARSE-SCHEDULE-LINE-EXIT
                   END-IF
           END-READ.

       302-PARSE-SCHEDULE-LINE.
           MOVE SPACES TO WS-SCHED-WORD-1
           MOVE SPACES TO WS-SCHED-WORD-2
           MOVE SPACES TO WS-SCHED-WORD-3
           MOVE SPACES TO WS-SCHED-WORD-4
           UNSTRING WS-SCHED-LINE DELIMITED BY ALL SPACE
               INTO WS-SCHED-WORD-1 WS-SCHED-WORD-2
                   WS-SCHED-WORD-3 WS-SCHED-WORD-4
           END-UNSTRING

           IF WS-SCHED-WORD-1 = "WINDOW"
               MOVE WS-SCHED-WORD-2 TO WS-HHMM-WORD
               PERFORM 305-CHECK-HHMM
               IF NOT HhmmOk OR WS-SCHED-WORD-4 NOT = SPACES
                   MOVE "WINDOW needs HHMM [HHMM]"
                       TO WS-SCHED-PROBLEM
                   PERFORM 304-REJECT-SCHEDULE-LINE
                   GO TO 302-PARSE-SCHEDULE-LINE-EXIT
               END-IF
               MOVE WS-HHMM-IN TO WS-BW-START
               MOVE WS-HHMM-SECS TO WS-BW-START-SECS
               MOVE 0 TO WS-BW-LENGTH
               MOVE SPACES TO WS-BW-END
               IF WS-SCHED-WORD-3 NOT = SPACES
                   MOVE WS-SCHED-WORD-3 TO WS-HHMM-WORD
                   PERFORM 305-CHECK-HHMM
                   IF NOT HhmmOk
                       MOVE "WINDOW end is not HHMM"
                           TO WS-SCHED-PROBLEM
                       PERFORM 304-REJECT-SCHEDULE-LINE
                       GO TO 302-PARSE-SCHEDULE-LINE-EXIT
                   END-IF
                   MOVE WS-HHMM-IN TO WS-BW-END
                   IF WS-HHMM-SECS > WS-BW-START-SECS
                       COMPUTE WS-BW-LENGTH =
                           WS-HHMM-SECS - WS-BW-START-SECS
                   ELSE
                       COMPUTE WS-BW-LENGTH =
                           WS-HHMM-SECS + 86400 - WS-BW-START-SECS
                   END-IF
               END-IF
               GO TO 302-PARSE-SCHEDULE-LINE-EXIT
           END-IF

           IF WS-SCHED-WORD-3 = SPACES
               OR WS-SCHED-WORD-4 NOT = SPACES
               MOVE "expected MODE DAYS HHMM" TO WS-SCHED-PROBLEM
               PERFORM 304-REJECT-SCHEDULE-LINE
               GO TO 302-PARSE-SCHEDULE-LINE-EXIT
           END-IF
           IF WS-SCHED-WORD-1(16:25) NOT = SPACES
               MOVE "mode name over 15 characters"
                   TO WS-SCHED-PROBLEM
               PERFORM 304-REJECT-SCHEDULE-LINE
               GO TO 302-PARSE-SCHEDULE-LINE-EXIT
           END-IF

           MOVE 'Y' TO WS-SCHED-LINE-OK
           PERFORM 303-PARSE-DAYS
           IF NOT SchedLineOk
               MOVE "days not DAILY/WEEKDAYS/WEEKENDS/MON,.."
                   TO WS-SCHED-PROBLEM
               PERFORM 304-REJECT-SCHEDULE-LINE
               GO TO 302-PARSE-SCHEDULE-LINE-EXIT
           END-IF

           MOVE WS-SCHED-WORD-3 TO WS-HHMM-WORD
           PERFORM 305-CHECK-HHMM
           IF NOT HhmmOk
               MOVE "deadline is not HHMM" TO WS-SCHED-PROBLEM
               PERFORM 304-REJECT-SCHEDULE-LINE
               GO TO 302-PARSE-SCHEDULE-LINE-EXIT
           END-IF

           IF WS-SC-COUNT >= 50
               MOVE "more than 50 expected runs" TO WS-SCHED-PROBLEM
               PERFORM 304-REJECT-SCHEDULE-LINE
               GO TO 302-PARSE-SCHEDULE-LINE-EXIT
           END-IF
           ADD 1 TO WS-SC-COUNT
           MOVE WS-SCHED-WORD-1 TO WS-SC-MODE(WS-SC-COUNT)
           MOVE WS-DAYS-WORK TO WS-SC-DAYS(WS-SC-COUNT)
           MOVE WS-HHMM-IN TO WS-SC-DEADLINE(WS-SC-COUNT)
           MOVE WS-HHMM-SECS TO WS-SC-DL-SECS(WS-SC-COUNT).
       302-PARSE-SCHEDULE-LINE-EXIT.
           EXIT.

       303-PARSE-DAYS.
           EVALUATE WS-SCHED-WORD-2
               WHEN "DAILY"
                   MOVE "YYYYYYY" TO WS-DAYS-WORK
               WHEN "WEEKDAYS"
                   MOVE "YYYYYNN" TO WS-DAYS-WORK
               WHEN "WEEKENDS"
                   MOVE "NNNNNYY" TO WS-DAYS-WORK
               WHEN OTHER
                   MOVE "NNNNNNN" TO WS-DAYS-WORK
                   MOVE 1 TO WS-DAY-PTR
                   PERFORM 306-TAKE-ONE-DAY
                       UNTIL WS-DAY-PTR > 40
                           OR NOT SchedLineOk
           END-EVALUATE.

       304-REJECT-SCHEDULE-LINE.
           ADD 1 TO WS-SCHED-BAD-COUNT
           MOVE SPACES TO WS-EXC-TEXT
           STRING "SCHEDULE line " DELIMITED BY SIZE
               WS-SCHED-LINE-NO DELIMITED BY SIZE
               " ignored, " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SCHED-PROBLEM) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SCHED-LINE) DELIMITED BY SIZE
               INTO WS-EXC-TEXT
           END-STRING
           PERFORM 245-EMIT-EXCEPTION.

       305-CHECK-HHMM.
           MOVE 'N' TO WS-HHMM-OK
           MOVE 0 TO WS-HHMM-SECS
           MOVE WS-HHMM-WORD(1:4) TO WS-HHMM-IN
           IF WS-HHMM-WORD(5:36) = SPACES
               AND WS-HHMM-IN IS NUMERIC
               IF WS-HHMM-HH < 24 AND WS-HHMM-MM < 60
                   SET HhmmOk TO TRUE
                   COMPUTE WS-HHMM-SECS =
                       WS-HHMM-HH * 3600 + WS-HHMM-MM * 60
               END-IF
           END-IF.

       306-TAKE-ONE-DAY.
           MOVE SPACES TO WS-DAY-TOKEN
           UNSTRING WS-SCHED-WORD-2 DELIMITED BY ","
               INTO WS-DAY-TOKEN
               WITH POINTER WS-DAY-PTR
           END-UNSTRING
           MOVE 0 TO WS-DAY-HIT
           PERFORM 307-MATCH-ONE-DAY-NAME
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 7
           IF WS-DAY-HIT = 0
               MOVE 'N' TO WS-SCHED-LINE-OK
           ELSE
               MOVE 'Y' TO WS-DAYS-WORK(WS-DAY-HIT:1)
           END-IF.

       307-MATCH-ONE-DAY-NAME.
           IF WS-DAY-TOKEN = WS-DAY-NAME(WS-DAY-SUB)
               MOVE WS-DAY-SUB TO WS-DAY-HIT
           END-IF.

      *----------------------------------------------------------*
      *  320-NOTE-RUN-TIMING files one results record into the    *
      *  calendar. A record written before runs were timed has    *
      *  no start stamp: it still counts as a run ending at       *
      *  RES-TIMESTAMP, but takes no part in the elapsed checks.  *
      *  The JOBSTREAM record wraps the mode runs already filed   *
      *  for the night, so it widens the night's first and last   *
      *  and marks the schedule, but adds nothing to the runs or  *
      *  busy time, which would otherwise count the work twice.   *
      *----------------------------------------------------------*
       320-NOTE-RUN-TIMING.
           IF RES-END-STAMP IS NUMERIC
               MOVE RES-END-STAMP TO WS-CV-STAMP
           ELSE
               MOVE RES-TIMESTAMP(1:14) TO WS-CV-STAMP
           END-IF
           PERFORM 390-STAMP-TO-SECONDS
           IF NOT StampOk
               GO TO 320-NOTE-RUN-TIMING-EXIT
           END-IF
           MOVE WS-CV-SECS TO WS-RUN-END-SECS
           MOVE WS-CV-SECS TO WS-RUN-START-SECS
           MOVE 0 TO WS-RUN-ELAPSED
           MOVE 'N' TO WS-RUN-TIMED

           IF RES-START-STAMP IS NUMERIC
               MOVE RES-START-STAMP TO WS-CV-STAMP
               PERFORM 390-STAMP-TO-SECONDS
               IF StampOk AND WS-CV-SECS <= WS-RUN-END-SECS
                   MOVE WS-CV-SECS TO WS-RUN-START-SECS
                   SET RunTimed TO TRUE
                   IF RES-ELAPSED-SECS IS NUMERIC
                       MOVE RES-ELAPSED-SECS TO WS-RUN-ELAPSED
                   ELSE
                       COMPUTE WS-RUN-ELAPSED =
                           WS-RUN-END-SECS - WS-RUN-START-SECS
                   END-IF
               END-IF
           END-IF

           COMPUTE WS-NIGHT-INT =
               (WS-RUN-START-SECS - WS-BW-START-SECS) / 86400

           IF RunTimed AND WS-MODE-HIT > 0
               PERFORM 325-CHECK-LONG-RUN
               PERFORM 326-UPDATE-ELAPSED-HISTORY
           END-IF

           IF WS-NIGHT-INT >= WS-FIRST-NIGHT
               AND WS-NIGHT-INT <= WS-CUR-NIGHT
               COMPUTE WS-NT-SUB = WS-NIGHT-INT - WS-FIRST-NIGHT + 1
               IF RES-MODE NOT = "JOBSTREAM"
                   ADD 1 TO WS-NT-RUNS(WS-NT-SUB)
                   IF RunTimed
                       ADD 1 TO WS-NT-TIMED(WS-NT-SUB)
                       ADD WS-RUN-ELAPSED TO WS-NT-BUSY(WS-NT-SUB)
                   END-IF
               END-IF
               IF WS-NT-FIRST(WS-NT-SUB) = 0
                   OR WS-RUN-START-SECS < WS-NT-FIRST(WS-NT-SUB)
                   MOVE WS-RUN-START-SECS TO WS-NT-FIRST(WS-NT-SUB)
               END-IF
               IF WS-RUN-END-SECS > WS-NT-LAST(WS-NT-SUB)
                   MOVE WS-RUN-END-SECS TO WS-NT-LAST(WS-NT-SUB)
               END-IF
               PERFORM 330-MARK-ONE-ENTRY
                   VARYING WS-SC-SUB FROM 1 BY 1
                   UNTIL WS-SC-SUB > WS-SC-COUNT
           END-IF.
       320-NOTE-RUN-TIMING-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  325-CHECK-LONG-RUN raises LONG when a run on a checked   *
      *  night took more than --long-pct= over the average of     *
      *  the mode's last --window= timed runs, and at least a     *
      *  minute more, so a 2-second job taking 4 is not news.     *
      *----------------------------------------------------------*
       325-CHECK-LONG-RUN.
           IF WS-MD-EL-COUNT(WS-MODE-HIT) > 0
               AND WS-NIGHT-INT >= WS-FIRST-NIGHT
               MOVE 0 TO WS-EL-SUM
               PERFORM 327-SUM-ONE-ELAPSED-SLOT
                   VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > WS-MD-EL-COUNT(WS-MODE-HIT)
               COMPUTE WS-EL-AVG =
                   WS-EL-SUM / WS-MD-EL-COUNT(WS-MODE-HIT)
               COMPUTE WS-EL-LIMIT =
                   WS-EL-AVG + (WS-EL-AVG * WS-LONG-PCT) / 100
               IF WS-RUN-ELAPSED > WS-EL-LIMIT
                   AND WS-RUN-ELAPSED >= WS-EL-AVG + WS-LONG-MIN-SECS
                   ADD 1 TO WS-LONG-COUNT
                   MOVE WS-RUN-ELAPSED TO WS-ELAPSED-TEXT
                   MOVE WS-EL-AVG TO WS-AVG-TEXT
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING "LONG     " DELIMITED BY SIZE
                       RES-TIMESTAMP(1:14) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RES-MODE DELIMITED BY SIZE
                       " ran " DELIMITED BY SIZE
                       WS-ELAPSED-TEXT DELIMITED BY SIZE
                       " sec against a usual " DELIMITED BY SIZE
                       WS-AVG-TEXT DELIMITED BY SIZE
                       " sec" DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
                   END-STRING
                   PERFORM 245-EMIT-EXCEPTION
               END-IF
           END-IF.

       326-UPDATE-ELAPSED-HISTORY.
           IF WS-MD-EL-COUNT(WS-MODE-HIT) >= WS-WINDOW
               PERFORM 328-SHIFT-ONE-ELAPSED-SLOT
                   VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB >=
                       WS-MD-EL-COUNT(WS-MODE-HIT)
           ELSE
               ADD 1 TO WS-MD-EL-COUNT(WS-MODE-HIT)
           END-IF
           MOVE WS-RUN-ELAPSED TO
               WS-MD-EL(WS-MODE-HIT, WS-MD-EL-COUNT(WS-MODE-HIT)).

       327-SUM-ONE-ELAPSED-SLOT.
           ADD WS-MD-EL(WS-MODE-HIT, WS-HIST-SUB) TO WS-EL-SUM.

       328-SHIFT-ONE-ELAPSED-SLOT.
           MOVE WS-MD-EL(WS-MODE-HIT, WS-HIST-SUB + 1)
               TO WS-MD-EL(WS-MODE-HIT, WS-HIST-SUB).

       330-MARK-ONE-ENTRY.
           IF WS-SC-MODE(WS-SC-SUB) = RES-MODE
               IF WS-NT-DONE(WS-NT-SUB, WS-SC-SUB) = 0
                   OR WS-RUN-END-SECS <
                       WS-NT-DONE(WS-NT-SUB, WS-SC-SUB)
                   MOVE WS-RUN-END-SECS
                       TO WS-NT-DONE(WS-NT-SUB, WS-SC-SUB)
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  340-CHECK-EXPECTED-RUNS walks every checked night and    *
      *  every schedule entry due that night: no run at all once  *
      *  the deadline has passed is MISSED; a run whose earliest  *
      *  finish is after the deadline is LATE. A deadline still   *
      *  to come tonight is not judged yet.                       *
      *----------------------------------------------------------*
       340-CHECK-EXPECTED-RUNS.
           PERFORM 341-CHECK-ONE-NIGHT
               VARYING WS-NT-SUB FROM 1 BY 1
               UNTIL WS-NT-SUB > WS-NIGHTS.

       341-CHECK-ONE-NIGHT.
           COMPUTE WS-NIGHT-INT = WS-FIRST-NIGHT + WS-NT-SUB - 1
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-NIGHT-INT - 1, 7) + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-NIGHT-INT)
               TO WS-NIGHT-DATE
           PERFORM 342-CHECK-ONE-EXPECTED-RUN
               VARYING WS-SC-SUB FROM 1 BY 1
               UNTIL WS-SC-SUB > WS-SC-COUNT.

       342-CHECK-ONE-EXPECTED-RUN.
           IF WS-SC-DAYS(WS-SC-SUB)(WS-WEEKDAY:1) = 'Y'
               COMPUTE WS-DEADLINE-SECS =
                   WS-NIGHT-INT * 86400 + WS-SC-DL-SECS(WS-SC-SUB)
               IF WS-SC-DL-SECS(WS-SC-SUB) < WS-BW-START-SECS
                   ADD 86400 TO WS-DEADLINE-SECS
               END-IF
               EVALUATE TRUE
                   WHEN WS-NT-DONE(WS-NT-SUB, WS-SC-SUB) = 0
                       AND WS-DEADLINE-SECS < WS-NOW-SECS
                       ADD 1 TO WS-MISSED-COUNT
                       MOVE SPACES TO WS-EXC-TEXT
                       STRING "MISSED   " DELIMITED BY SIZE
                           WS-NIGHT-DATE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-DAY-NAME(WS-WEEKDAY) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-SC-MODE(WS-SC-SUB) DELIMITED BY SIZE
                           " due by " DELIMITED BY SIZE
                           WS-SC-DEADLINE(WS-SC-SUB)
                               DELIMITED BY SIZE
                           ", no run recorded" DELIMITED BY SIZE
                           INTO WS-EXC-TEXT
                       END-STRING
                       PERFORM 245-EMIT-EXCEPTION
                   WHEN WS-NT-DONE(WS-NT-SUB, WS-SC-SUB)
                           > WS-DEADLINE-SECS
                       ADD 1 TO WS-LATE-COUNT
                       MOVE FUNCTION MOD(
                           WS-NT-DONE(WS-NT-SUB, WS-SC-SUB), 86400)
                           TO WS-CLOCK-IN
                       PERFORM 395-SECS-TO-CLOCK
                       MOVE SPACES TO WS-EXC-TEXT
                       STRING "LATE     " DELIMITED BY SIZE
                           WS-NIGHT-DATE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-DAY-NAME(WS-WEEKDAY) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-SC-MODE(WS-SC-SUB) DELIMITED BY SIZE
                           " due by " DELIMITED BY SIZE
                           WS-SC-DEADLINE(WS-SC-SUB)
                               DELIMITED BY SIZE
                           ", first finished " DELIMITED BY SIZE
                           WS-CLOCK-TEXT DELIMITED BY SIZE
                           INTO WS-EXC-TEXT
                       END-STRING
                       PERFORM 245-EMIT-EXCEPTION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------*
      *  360-REPORT-BATCH-WINDOWS gives one line per checked      *
      *  night: runs, first start, last end, the span between     *
      *  them, and the summed elapsed time of the timed runs.     *
      *  With a WINDOW end in the schedule the span is also       *
      *  shown as a share of the window, and a night at or over   *
      *  --full-pct= is a WINDOW exception, raised while there is *
      *  still room to act before the batch overruns.             *
      *----------------------------------------------------------*
       360-REPORT-BATCH-WINDOWS.
           MOVE SPACES TO WS-EXC-TEXT
           PERFORM 365-EMIT-INFO-LINE
           MOVE SPACES TO WS-EXC-TEXT
           IF WS-BW-LENGTH > 0
               STRING "Batch window per night (window "
                       DELIMITED BY SIZE
                   WS-BW-START DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-BW-END DELIMITED BY SIZE
                   "):" DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               END-STRING
           ELSE
               MOVE "Batch window per night:" TO WS-EXC-TEXT
           END-IF
           PERFORM 365-EMIT-INFO-LINE
           PERFORM 361-REPORT-ONE-NIGHT
               VARYING WS-NT-SUB FROM 1 BY 1
               UNTIL WS-NT-SUB > WS-NIGHTS
           MOVE SPACES TO WS-EXC-TEXT
           PERFORM 365-EMIT-INFO-LINE.

       361-REPORT-ONE-NIGHT.
           COMPUTE WS-NIGHT-INT = WS-FIRST-NIGHT + WS-NT-SUB - 1
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-NIGHT-INT - 1, 7) + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-NIGHT-INT)
               TO WS-NIGHT-DATE
           MOVE SPACES TO WS-EXC-TEXT
           IF WS-NT-RUNS(WS-NT-SUB) = 0
               STRING "  " DELIMITED BY SIZE
                   WS-NIGHT-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DAY-NAME(WS-WEEKDAY) DELIMITED BY SIZE
                   "  no runs recorded" DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               END-STRING
               PERFORM 365-EMIT-INFO-LINE
           ELSE
               PERFORM 362-REPORT-NIGHT-TOTALS
           END-IF.

       362-REPORT-NIGHT-TOTALS.
           MOVE FUNCTION MOD(WS-NT-FIRST(WS-NT-SUB), 86400)
               TO WS-CLOCK-IN
           PERFORM 395-SECS-TO-CLOCK
           MOVE WS-CLOCK-TEXT TO WS-CLOCK-FIRST
           MOVE FUNCTION MOD(WS-NT-LAST(WS-NT-SUB), 86400)
               TO WS-CLOCK-IN
           PERFORM 395-SECS-TO-CLOCK
           MOVE WS-CLOCK-TEXT TO WS-CLOCK-LAST
           COMPUTE WS-SPAN-SECS =
               WS-NT-LAST(WS-NT-SUB) - WS-NT-FIRST(WS-NT-SUB)
           MOVE WS-SPAN-SECS TO WS-CLOCK-IN
           PERFORM 395-SECS-TO-CLOCK
           MOVE WS-CLOCK-TEXT TO WS-CLOCK-SPAN
           MOVE WS-NT-BUSY(WS-NT-SUB) TO WS-CLOCK-IN
           PERFORM 395-SECS-TO-CLOCK
           MOVE WS-CLOCK-TEXT TO WS-CLOCK-BUSY
           MOVE WS-NT-RUNS(WS-NT-SUB) TO WS-RUNS-TEXT

           STRING "  " DELIMITED BY SIZE
               WS-NIGHT-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DAY-NAME(WS-WEEKDAY) DELIMITED BY SIZE
               "  runs " DELIMITED BY SIZE
               WS-RUNS-TEXT DELIMITED BY SIZE
               "  first " DELIMITED BY SIZE
               WS-CLOCK-FIRST DELIMITED BY SIZE
               "  last " DELIMITED BY SIZE
               WS-CLOCK-LAST DELIMITED BY SIZE
               "  span " DELIMITED BY SIZE
               WS-CLOCK-SPAN DELIMITED BY SIZE
               "  busy " DELIMITED BY SIZE
               WS-CLOCK-BUSY DELIMITED BY SIZE
               INTO WS-EXC-TEXT
           END-STRING

           IF WS-BW-LENGTH > 0
               IF WS-SPAN-SECS * 100 / WS-BW-LENGTH > 999
                   MOVE 999 TO WS-USED-PCT
               ELSE
                   COMPUTE WS-USED-PCT =
                       WS-SPAN-SECS * 100 / WS-BW-LENGTH
               END-IF
               COMPUTE WS-EXC-POS = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-EXC-TEXT TRAILING)) + 1
               STRING "  used " DELIMITED BY SIZE
                   WS-USED-PCT DELIMITED BY SIZE
                   " pct" DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
                   WITH POINTER WS-EXC-POS
               END-STRING
           END-IF
           PERFORM 365-EMIT-INFO-LINE

           IF WS-BW-LENGTH > 0 AND WS-USED-PCT >= WS-FULL-PCT
               ADD 1 TO WS-FULL-COUNT
               MOVE SPACES TO WS-EXC-TEXT
               STRING "WINDOW   " DELIMITED BY SIZE
                   WS-NIGHT-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DAY-NAME(WS-WEEKDAY) DELIMITED BY SIZE
                   " batch span " DELIMITED BY SIZE
                   WS-CLOCK-SPAN DELIMITED BY SIZE
                   " used " DELIMITED BY SIZE
                   WS-USED-PCT DELIMITED BY SIZE
                   " pct of the window" DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               END-STRING
               PERFORM 245-EMIT-EXCEPTION
           END-IF.

       365-EMIT-INFO-LINE.
           DISPLAY FUNCTION TRIM(WS-EXC-TEXT TRAILING)
           MOVE WS-EXC-TEXT TO ExceptionRecord
           WRITE ExceptionRecord.

       390-STAMP-TO-SECONDS.
           MOVE 'N' TO WS-CV-OK
           MOVE 0 TO WS-CV-SECS
           IF WS-CV-STAMP IS NUMERIC
               MOVE WS-CV-STAMP(1:8) TO WS-CV-DATE
               MOVE WS-CV-STAMP(9:2) TO WS-CV-HH
               MOVE WS-CV-STAMP(11:2) TO WS-CV-MM
               MOVE WS-CV-STAMP(13:2) TO WS-CV-SS
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-CV-DATE) = 0
                   AND WS-CV-HH < 24 AND WS-CV-MM < 60
                   AND WS-CV-SS < 60
                   SET StampOk TO TRUE
                   COMPUTE WS-CV-SECS =
                       FUNCTION INTEGER-OF-DATE(WS-CV-DATE) * 86400
                       + WS-CV-HH * 3600 + WS-CV-MM * 60 + WS-CV-SS
               END-IF
           END-IF.

       395-SECS-TO-CLOCK.
           COMPUTE WS-CLOCK-HOURS = WS-CLOCK-IN / 3600
           COMPUTE WS-CLOCK-REST = WS-CLOCK-IN - WS-CLOCK-HOURS * 3600
           IF WS-CLOCK-HOURS > 99
               MOVE 99 TO WS-CLOCK-HH
           ELSE
               MOVE WS-CLOCK-HOURS TO WS-CLOCK-HH
           END-IF
           COMPUTE WS-CLOCK-MM = WS-CLOCK-REST / 60
           COMPUTE WS-CLOCK-SS = WS-CLOCK-REST - WS-CLOCK-MM * 60.
