      *              restore with the usual backup-first          *
      *              discipline, a doc-master resync, and an      *
      *              audit record - no more raw cp.               *
      *  2026-10-15  Every line a batch adds, replaces, or        *
      *              deletes, and every line a committed restore  *
      *              changes, is filed in the permanent change    *
      *              journal docjournal.idx under its topic and   *
      *              DOCM-SEQ, with the before and after text,    *
      *              the user, the run timestamp, and the batch   *
      *              or backup file it came from. The journal is  *
      *              opened before the backup is taken, so a run  *
      *              that cannot journal changes nothing.         *
      *  2026-10-15  Audit records are now written through        *
      *              IDSS-AUDCHAIN, which gives each one a        *
      *              sequence number and a check value chained    *
      *              from the record before it.                   *
      *  2026-10-15  --import=FEED turns a vendor feed of whole   *
      *              topic sections into a maintenance batch:     *
      *              each section is compared with the doc        *
      *              master and doc.txt, the differences are      *
      *              written as line-numbered transactions        *
      *              guarded by EXPECT lines, and the batch is    *
      *              applied in the same run with the usual       *
      *              backup, master sync and change report.       *
      *              New, changed, unchanged and missing topics   *
      *              are all reported; --preview stops short of  *
      *              applying. Transaction text now runs to       *
      *              column 94 so a full 80-byte line can be      *
      *              carried, and a batch may hold 2000 ADDs.     *
      *  2026-10-15  --library=NAME (or IDSS_LIBRARY) maintains   *
      *              one documentation library: its doc file,     *
      *              master, keyword index, journal, backup list  *
      *              and import batches come from the library     *
      *              control file, the run lock is the library's  *
      *              own, and audit records carry its name.       *
      *----------------------------------------------------------*

      *----------------------------------------------------------*
      *  Transaction record layout (one per line):               *
      *    cols  1-7   action: ADD, REPLACE, DELETE, EXPECT      *
      *    col   8     blank                                     *
      *    cols  9-13  line number in the current doc.txt;       *
      *                ADD inserts after that line (00000 puts   *
      *                the new line at the top, the current      *
      *                record count appends at the end)          *
      *    col   14    blank                                     *
      *    cols 15-94  replacement or inserted text; for EXPECT  *
      *                the text the line must read now, or the   *
      *                whole batch is refused unapplied          *
      *  Blank lines and lines starting with "*" are comments.   *
      *----------------------------------------------------------*

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIST-WORK-STATUS.

           SELECT JournalFile ASSIGN TO DYNAMIC WS-JOURNAL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JRN-KEY
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT FeedFile ASSIGN TO DYNAMIC WS-FEED-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  FILLER                 PIC X(01).
           05  TRX-LINE-NO            PIC 9(05).
           05  FILLER                 PIC X(01).
           05  TRX-TEXT               PIC X(80).

       FD  NewDocFile.
       01  NewDocRecord PIC X(80).
       FD  BackupListFile.
       01  BackupListRecord PIC X(300).

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

       FD  FeedFile.
       01  FeedRecord.
           05  FEED-TAG               PIC X(08).
               88 FeedTopicTag VALUE "@@TOPIC ".
           05  FEED-TAG-REST          PIC X(73).
       01  FeedLine.
           05  FEED-TEXT              PIC X(80).
           05  FEED-OVERFLOW          PIC X(01).

       WORKING-STORAGE SECTION.
           COPY "lockreq.cpy".
           COPY "audreq.cpy".
           COPY "libreq.cpy".

       01 WS-EOF PIC X(1) VALUE 'N'.
           88 EndOfFile VALUE 'Y'.
           88 FlagRestore VALUE 'Y'.
       01  WS-FLAG-COMMIT PIC X(1) VALUE 'N'.
           88 FlagCommit VALUE 'Y'.
       01  WS-FLAG-IMPORT PIC X(1) VALUE 'N'.
           88 FlagImport VALUE 'Y'.
       01  WS-FLAG-PREVIEW PIC X(1) VALUE 'N'.
           88 FlagPreview VALUE 'Y'.

      *--------------------------------------------------------*
      *  400-LIST-BACKUPS / 500-RESTORE-BACKUP bookkeeping. A   *
           88 RestoreOk VALUE 'Y'.

      *--------------------------------------------------------*
      *  Restore audit trail, written through IDSS-AUDCHAIN     *
      *  into the same chained log IDSS-MAIN appends to, so     *
      *  IDSS-AUDITRPT reports both programs' runs.             *
      *--------------------------------------------------------*
       01  WS-AUDIT-PATH
               PIC X(256) VALUE "/var/idss/audit/idss.log".
       01  WS-MODE-NAME PIC X(15) VALUE "RESTORE".
       01  WS-BRANCH-NAME PIC X(20) VALUE SPACES.

               10  WS-DOC-LINE PIC X(80).
               10  WS-DOC-DELETED PIC X(1).
                   88 DocLineDeleted VALUE 'Y'.
               10  WS-DOC-REPLACED PIC X(1).
                   88 DocLineReplaced VALUE 'Y'.
               10  WS-DOC-OLD-LINE PIC X(80).

      *--------------------------------------------------------*
      *  Inserted lines, applied after the original line they   *
       01  WS-ADD-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-ADD-SUBSCRIPT PIC 9(4) COMP VALUE 0.
       01  WS-ADD-TABLE.
           05  WS-ADD-ENTRY OCCURS 2000 TIMES.
               10  WS-ADD-AFTER-LINE PIC 9(5).
               10  WS-ADD-TEXT PIC X(80).

       01  WS-REPLACE-APPLIED PIC 9(4) COMP VALUE 0.
       01  WS-DELETE-APPLIED PIC 9(4) COMP VALUE 0.
       01  WS-REJECT-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-GUARD-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-BEFORE-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-AFTER-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-TRX-LINE PIC 9(5) COMP VALUE 0.
       01  WS-VERIFY-CLEAN PIC X(1) VALUE 'Y'.
           88 VerifyClean VALUE 'Y'.

      *--------------------------------------------------------*
      *  270-279 / 530-551 change journal. One record per line  *
      *  changed, keyed by topic, the run's timestamp (to the   *
      *  hundredth) and a serial within the run, so a topic's   *
      *  history reads back in the order it happened and each   *
      *  run's entries stay together. DOCM-SEQ is the line's    *
      *  place in its topic after the run for an ADD or a       *
      *  REPLACE, and before the run for a DELETE - the form    *
      *  IDSS-MAIN needs to roll a topic back to a given date.  *
      *  Lines above the first topic heading are filed under a *
      *  blank topic, as the master never carries them.         *
      *--------------------------------------------------------*
       01  WS-JOURNAL-PATH
               PIC X(256) VALUE "/var/idss/docjournal.idx".
       01  WS-JOURNAL-STATUS PIC X(2) VALUE SPACES.
       01  WS-JRN-STAMP PIC X(16) VALUE SPACES.
       01  WS-JRN-SERIAL PIC 9(5) COMP VALUE 0.
       01  WS-JRN-USER PIC X(16) VALUE SPACES.
       01  WS-JRN-ORIGIN PIC X(7) VALUE SPACES.
       01  WS-JRN-BATCH PIC X(100) VALUE SPACES.
       01  WS-JRN-TOPIC PIC X(30) VALUE SPACES.
       01  WS-JRN-SEQ PIC 9(4) COMP VALUE 0.
       01  WS-JRN-TEXT PIC X(80) VALUE SPACES.
       01  WS-JRN-ACTION PIC X(7) VALUE SPACES.
       01  WS-JRN-BEFORE PIC X(80) VALUE SPACES.
       01  WS-JRN-AFTER PIC X(80) VALUE SPACES.
       01  WS-JRN-WRITE-COUNT PIC 9(8) COMP VALUE 0.
       01  WS-JRN-DUP-COUNT PIC 9(8) COMP VALUE 0.

      *--------------------------------------------------------*
      *  A committed restore is journaled topic by topic: the   *
      *  backup about to come back is held beside the current   *
      *  image, each image's topics are indexed, and a section  *
      *  that changed is journaled line by line when its length *
      *  held, or as its old lines deleted and its new lines    *
      *  added when it did not.                                 *
      *--------------------------------------------------------*
       01  WS-RST-LINE-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-RST-SUB PIC 9(4) COMP VALUE 0.
       01  WS-RST-TABLE.
           05  WS-RST-LINE OCCURS 2000 TIMES PIC X(80).
       01  WS-JT-OLD-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-JT-OLD-SUB PIC 9(4) COMP VALUE 0.
       01  WS-JT-OLD-TABLE.
           05  WS-JT-OLD-ENTRY OCCURS 2000 TIMES.
               10  WS-JT-OLD-NAME PIC X(30).
               10  WS-JT-OLD-FIRST PIC 9(4) COMP.
               10  WS-JT-OLD-LINES PIC 9(4) COMP.
       01  WS-JT-NEW-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-JT-NEW-SUB PIC 9(4) COMP VALUE 0.
       01  WS-JT-NEW-TABLE.
           05  WS-JT-NEW-ENTRY OCCURS 2000 TIMES.
               10  WS-JT-NEW-NAME PIC X(30).
               10  WS-JT-NEW-FIRST PIC 9(4) COMP.
               10  WS-JT-NEW-LINES PIC 9(4) COMP.
               10  WS-JT-NEW-MATCHED PIC X(1).
                   88 NewTopicMatched VALUE 'Y'.
       01  WS-JT-HIT-SUB PIC 9(4) COMP VALUE 0.
       01  WS-JT-LINE-SUB PIC 9(4) COMP VALUE 0.

      *--------------------------------------------------------*
      *  600-IMPORT-FEED bookkeeping. The feed is read twice:   *
      *  the first pass compares every section and writes the  *
      *  transactions for topics already in doc.txt, the        *
      *  second appends the new topics, so a new section can   *
      *  never land between a changed section and the lines it *
      *  gains at its end. WS-IMP-SEC-STATE remembers what the  *
      *  first pass decided for each section in feed order.     *
      *--------------------------------------------------------*
       01  WS-FEED-PATH PIC X(256) VALUE SPACES.
       01  WS-FEED-STATUS PIC X(2) VALUE SPACES.
       01  WS-FEED-EOF PIC X(1) VALUE 'N'.
           88 FeedEOF VALUE 'Y'.
       01  WS-FEED-LINE-NO PIC 9(6) COMP VALUE 0.
       01  WS-IMP-BATCH-PATH PIC X(256) VALUE SPACES.
       01  WS-IMP-BATCH-DIR
               PIC X(256) VALUE "/var/idss/reports".
       01  WS-IMPORT-OK PIC X(1) VALUE 'Y'.
           88 ImportOk VALUE 'Y'.
       01  WS-IMP-PASS PIC 9(1) VALUE 1.
       01  WS-IMP-IN-SECTION PIC X(1) VALUE 'N'.
           88 ImpInSection VALUE 'Y'.
       01  WS-IMP-TOPIC PIC X(30) VALUE SPACES.
       01  WS-IMP-TAG-WORK PIC X(73) VALUE SPACES.
       01  WS-IMP-TAG-EXTRA PIC X(73) VALUE SPACES.
       01  WS-IMP-HEAD-WORD PIC X(80) VALUE SPACES.
       01  WS-IMP-TAG-LINE-NO PIC 9(6) COMP VALUE 0.
       01  WS-IMP-SECTION-BAD PIC X(1) VALUE 'N'.
           88 ImpSectionBad VALUE 'Y'.
       01  WS-IMP-PROBLEM PIC X(50) VALUE SPACES.
       01  WS-IMP-SEC-ORD PIC 9(4) COMP VALUE 0.
       01  WS-IMP-SEC-STATE-TABLE.
           05  WS-IMP-SEC-STATE OCCURS 2000 TIMES PIC X(1).
               88 ImpSectionNew VALUE 'N'.
       01  WS-IMP-NEW-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-IMP-NEW-SUB PIC 9(4) COMP VALUE 0.
       01  WS-IMP-NEW-TABLE.
           05  WS-IMP-NEW-LINE OCCURS 2000 TIMES PIC X(80).
       01  WS-IMP-SEEN-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-IMP-SEEN-SUB PIC 9(4) COMP VALUE 0.
       01  WS-IMP-SEEN-HIT PIC 9(4) COMP VALUE 0.
       01  WS-IMP-SEEN-TABLE.
           05  WS-IMP-SEEN-NAME OCCURS 2000 TIMES PIC X(30).
       01  WS-IMP-STEP-BAD PIC X(1) VALUE 'N'.
           88 ImpTopicOutOfStep VALUE 'Y'.
       01  WS-IMP-MST-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-IMP-LAST-TOPIC PIC X(30) VALUE SPACES.
       01  WS-IMP-TAIL-GUARDED PIC X(1) VALUE 'N'.
           88 ImpTailGuarded VALUE 'Y'.

      *--------------------------------------------------------*
      *  A changed section is diffed by trimming the lines it   *
      *  shares at its top (WS-IMP-PREFIX) and bottom           *
      *  (WS-IMP-SUFFIX); what is left of the old section is    *
      *  replaced line for line by what is left of the new one, *
      *  with the surplus deleted or added after it.            *
      *--------------------------------------------------------*
       01  WS-IMP-FIRST PIC 9(4) COMP VALUE 0.
       01  WS-IMP-OLD-LINES PIC 9(4) COMP VALUE 0.
       01  WS-IMP-PREFIX PIC 9(4) COMP VALUE 0.
       01  WS-IMP-SUFFIX PIC 9(4) COMP VALUE 0.
       01  WS-IMP-OLD-MID PIC 9(4) COMP VALUE 0.
       01  WS-IMP-NEW-MID PIC 9(4) COMP VALUE 0.
       01  WS-IMP-PAIRED PIC 9(4) COMP VALUE 0.
       01  WS-IMP-MID-SUB PIC 9(4) COMP VALUE 0.
       01  WS-IMP-DIFF-STOP PIC X(1) VALUE 'N'.
           88 ImpDiffStop VALUE 'Y'.
       01  WS-IMP-SEC-REPLACED PIC 9(4) COMP VALUE 0.
       01  WS-IMP-SEC-ADDED PIC 9(4) COMP VALUE 0.
       01  WS-IMP-SEC-DELETED PIC 9(4) COMP VALUE 0.

       01  WS-IMP-TRX-ACTION PIC X(7) VALUE SPACES.
       01  WS-IMP-TRX-LINE PIC 9(5) VALUE 0.
       01  WS-IMP-TRX-TEXT PIC X(80) VALUE SPACES.
       01  WS-IMP-COMMENT PIC X(94) VALUE SPACES.

       01  WS-IMP-SECTION-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-IMP-NEW-TOPICS PIC 9(4) COMP VALUE 0.
       01  WS-IMP-CHANGED-TOPICS PIC 9(4) COMP VALUE 0.
       01  WS-IMP-UNCHANGED-TOPICS PIC 9(4) COMP VALUE 0.
       01  WS-IMP-MISSING-TOPICS PIC 9(4) COMP VALUE 0.
       01  WS-IMP-REJECTED-TOPICS PIC 9(4) COMP VALUE 0.
       01  WS-IMP-STEP-BAD-TOPICS PIC 9(4) COMP VALUE 0.
       01  WS-IMP-PREAMBLE-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-IMP-TRX-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-IMP-GUARD-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-IMP-LINE-TEXT PIC 9(6) VALUE 0.

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
                   ELSE
                       MOVE 8 TO WS-EXIT-CODE
                   END-IF
               WHEN FlagImport
                   PERFORM 600-IMPORT-FEED
                       THRU 600-IMPORT-FEED-EXIT
                   EVALUATE TRUE
                       WHEN NOT ImportOk
                           MOVE 8 TO WS-EXIT-CODE
                       WHEN WS-REJECT-COUNT > 0
                           OR WS-IMP-REJECTED-TOPICS > 0
                           MOVE 4 TO WS-EXIT-CODE
                       WHEN OTHER
                           MOVE 0 TO WS-EXIT-CODE
                   END-EVALUATE
               WHEN FlagVerifyMaster
                   PERFORM 300-VERIFY-MASTER
                       THRU 300-VERIFY-MASTER-EXIT
       120-INITIALIZE.
           ACCEPT WS-ARGUMENT FROM COMMAND-LINE
           PERFORM 130-LOAD-ARGUMENTS
           PERFORM 135-SELECT-LIBRARY
           PERFORM 140-PARSE-ARGUMENTS
           PERFORM 145-RESOLVE-DOC-PATH
           PERFORM 146-RESOLVE-RUN-USER.

       130-LOAD-ARGUMENTS.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
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
                   DISPLAY "docmaint: library name "
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
           MOVE LIBRARY-MASTER-PATH TO WS-MASTER-PATH
           MOVE LIBRARY-KEYWORD-PATH TO WS-KEYWORD-PATH
           MOVE LIBRARY-JOURNAL-PATH TO WS-JOURNAL-PATH
           MOVE LIBRARY-REPORTS-DIR TO WS-IMP-BATCH-DIR
           MOVE SPACES TO WS-LIST-WORK-PATH
           STRING FUNCTION TRIM(LIBRARY-REPORTS-DIR) DELIMITED BY SIZE
               "/docmaint-backups.txt" DELIMITED BY SIZE
               INTO WS-LIST-WORK-PATH
           END-STRING
           MOVE LIBRARY-LOCK-PATH TO LOCK-DIR-PATH.

       140-PARSE-ARGUMENTS.
           PERFORM 141-CLASSIFY-ONE-ARGUMENT
               VARYING WS-ARG-INDEX FROM 1 BY 1
                   MOVE WS-CURRENT-ARG(15:242) TO WS-MASTER-PATH
               WHEN WS-CURRENT-ARG(1:15) = "--keyword-path="
                   MOVE WS-CURRENT-ARG(16:241) TO WS-KEYWORD-PATH
               WHEN WS-CURRENT-ARG(1:15) = "--journal-path="
                   MOVE WS-CURRENT-ARG(16:241) TO WS-JOURNAL-PATH
               WHEN FUNCTION TRIM(WS-CURRENT-ARG) = "--verify-master"
                   SET FlagVerifyMaster TO TRUE
               WHEN FUNCTION TRIM(WS-CURRENT-ARG) = "--list-backups"
                   MOVE WS-CURRENT-ARG(11:14) TO WS-RESTORE-STAMP
               WHEN FUNCTION TRIM(WS-CURRENT-ARG) = "--commit"
                   SET FlagCommit TO TRUE
               WHEN WS-CURRENT-ARG(1:9) = "--import="
                   SET FlagImport TO TRUE
                   MOVE WS-CURRENT-ARG(10:247) TO WS-FEED-PATH
               WHEN WS-CURRENT-ARG(1:15) = "--import-batch="
                   MOVE WS-CURRENT-ARG(16:241) TO WS-IMP-BATCH-PATH
               WHEN FUNCTION TRIM(WS-CURRENT-ARG) = "--preview"
                   SET FlagPreview TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  146-RESOLVE-RUN-USER names who ran the batch for the     *
      *  change journal: the login name the scheduler or the      *
      *  operator's shell exports.                                *
      *----------------------------------------------------------*
       146-RESOLVE-RUN-USER.
           ACCEPT WS-JRN-USER FROM ENVIRONMENT "USER"
           IF WS-JRN-USER = SPACES
               ACCEPT WS-JRN-USER FROM ENVIRONMENT "LOGNAME"
           END-IF
           IF WS-JRN-USER = SPACES
               MOVE "UNKNOWN" TO WS-JRN-USER
           END-IF.

      *----------------------------------------------------------*
      *  200-APPLY-MAINTENANCE runs the whole batch: load the     *
      *  current doc.txt, validate and apply each transaction in  *
      *  the tables, back the old file up, then rewrite doc.txt   *
      *  and print the change report. Nothing is written until    *
      *  the change journal is open and the backup has            *
      *  succeeded; the journal entries follow the rewrite.       *
      *----------------------------------------------------------*
       200-APPLY-MAINTENANCE.
           MOVE 'Y' TO WS-MAINT-OK
               GO TO 200-APPLY-MAINTENANCE-EXIT
           END-IF

           IF FlagImport
               MOVE "IMPORT" TO WS-JRN-ORIGIN
           ELSE
               MOVE "BATCH" TO WS-JRN-ORIGIN
           END-IF
           MOVE WS-TRANS-PATH TO WS-JRN-BATCH
           PERFORM 270-OPEN-CHANGE-JOURNAL
           IF NOT MaintOk
               GO TO 200-APPLY-MAINTENANCE-EXIT
           END-IF

           PERFORM 230-TAKE-BACKUP
           IF NOT MaintOk
               CLOSE JournalFile
               GO TO 200-APPLY-MAINTENANCE-EXIT
           END-IF

           PERFORM 240-WRITE-NEW-DOC
           IF NOT MaintOk
               CLOSE JournalFile
               GO TO 200-APPLY-MAINTENANCE-EXIT
           END-IF

           PERFORM 272-JOURNAL-BATCH-CHANGES
           CLOSE JournalFile

           PERFORM 260-SYNC-DOC-MASTER

           PERFORM 250-DISPLAY-CHANGE-SUMMARY.
                       MOVE InputRecord
                           TO WS-DOC-LINE(WS-DOC-COUNT)
                       MOVE 'N' TO WS-DOC-DELETED(WS-DOC-COUNT)
                       MOVE 'N' TO WS-DOC-REPLACED(WS-DOC-COUNT)
                   ELSE
                       MOVE 'N' TO WS-MAINT-OK
                       DISPLAY "docmaint: doc.txt exceeds 2000 "
                   ELSE
                       ADD 1 TO WS-TRANS-READ-COUNT
                       PERFORM 222-APPLY-ONE-TRANSACTION
                       IF NOT MaintOk
                           SET TransEOF TO TRUE
                       END-IF
                   END-IF
           END-READ.

                   PERFORM 224-APPLY-REPLACE
               WHEN "DELETE"
                   PERFORM 225-APPLY-DELETE
               WHEN "EXPECT"
                   PERFORM 226-CHECK-EXPECT
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "  rejected (unknown action): "
                   " past end of file): ADD "
                   FUNCTION TRIM(TRX-TEXT)
           ELSE
               IF WS-ADD-COUNT >= 2000
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "  rejected (more than 2000 ADDs in one "
                       "batch): ADD " FUNCTION TRIM(TRX-TEXT)
               ELSE
                   ADD 1 TO WS-ADD-COUNT
                   DISPLAY "    was: "
                       FUNCTION TRIM(WS-DOC-LINE(WS-TRX-LINE))
                   DISPLAY "    now: " FUNCTION TRIM(TRX-TEXT)
                   IF NOT DocLineReplaced(WS-TRX-LINE)
                       MOVE WS-DOC-LINE(WS-TRX-LINE)
                           TO WS-DOC-OLD-LINE(WS-TRX-LINE)
                       MOVE 'Y' TO WS-DOC-REPLACED(WS-TRX-LINE)
                   END-IF
                   MOVE TRX-TEXT TO WS-DOC-LINE(WS-TRX-LINE)
               END-IF
           END-IF.
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  226-CHECK-EXPECT holds a batch to the doc.txt it was     *
      *  built against: the named line, as it stood before this  *
      *  batch touched it, must read exactly as the EXPECT text.  *
      *  One mismatch means the line numbers no longer point      *
      *  where they were meant to, so nothing is applied.         *
      *----------------------------------------------------------*
       226-CHECK-EXPECT.
           ADD 1 TO WS-GUARD-COUNT
           EVALUATE TRUE
               WHEN WS-TRX-LINE = 0 OR WS-TRX-LINE > WS-DOC-COUNT
                   MOVE 'N' TO WS-MAINT-OK
                   DISPLAY "docmaint: EXPECT names line " TRX-LINE-NO
                       " but doc.txt has " WS-DOC-COUNT
                       " line(s); doc.txt has moved since this "
                       "batch was built, nothing applied"
               WHEN DocLineReplaced(WS-TRX-LINE)
                   AND WS-DOC-OLD-LINE(WS-TRX-LINE) NOT = TRX-TEXT
                   MOVE 'N' TO WS-MAINT-OK
                   DISPLAY "docmaint: line " TRX-LINE-NO
                       " no longer reads as this batch expects; "
                       "doc.txt has moved since it was built, "
                       "nothing applied"
               WHEN NOT DocLineReplaced(WS-TRX-LINE)
                   AND WS-DOC-LINE(WS-TRX-LINE) NOT = TRX-TEXT
                   MOVE 'N' TO WS-MAINT-OK
                   DISPLAY "docmaint: line " TRX-LINE-NO
                       " no longer reads as this batch expects; "
                       "doc.txt has moved since it was built, "
                       "nothing applied"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------*
      *  230-TAKE-BACKUP copies the untouched doc.txt to a dated  *
      *  backup beside it before anything is rewritten. The two   *
           DISPLAY "  replaces applied  : " WS-REPLACE-APPLIED
           DISPLAY "  deletes applied   : " WS-DELETE-APPLIED
           DISPLAY "  rejected          : " WS-REJECT-COUNT
           IF WS-GUARD-COUNT > 0
               DISPLAY "  lines guarded     : " WS-GUARD-COUNT
           END-IF
           DISPLAY "  journal entries   : " WS-JRN-WRITE-COUNT
           IF SyncOk
               DISPLAY "  master topics     : " WS-SYNC-TOPIC-COUNT
               DISPLAY "  master lines      : " WS-SYNC-LOADED-COUNT
                   ADD 1 TO WS-SYNC-KEYWORD-COUNT
           END-WRITE.

      *----------------------------------------------------------*
      *  270-OPEN-CHANGE-JOURNAL opens the permanent change       *
      *  journal, creating it on first use, and takes the run's   *
      *  journal timestamp. It runs before the backup, so a       *
      *  journal that cannot be opened leaves doc.txt untouched.  *
      *----------------------------------------------------------*
       270-OPEN-CHANGE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CURRENT-DATE-FIELDS(1:16) TO WS-JRN-STAMP
           MOVE 0 TO WS-JRN-SERIAL
           MOVE 0 TO WS-JRN-WRITE-COUNT
           MOVE 0 TO WS-JRN-DUP-COUNT

           OPEN I-O JournalFile
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JournalFile
               CLOSE JournalFile
               OPEN I-O JournalFile
           END-IF
           IF WS-JOURNAL-STATUS NOT = "00"
               MOVE 'N' TO WS-MAINT-OK
               DISPLAY "docmaint: cannot open change journal "
                   FUNCTION TRIM(WS-JOURNAL-PATH)
                   " (status " WS-JOURNAL-STATUS
                   "), doc.txt untouched"
           END-IF.

      *----------------------------------------------------------*
      *  272-JOURNAL-BATCH-CHANGES files one entry per line the   *
      *  batch changed. Deleted lines are placed by walking the   *
      *  image as it stood before the run; replaced and added     *
      *  lines by walking it in the order 240-WRITE-NEW-DOC       *
      *  wrote it, so each DOCM-SEQ is the one the master holds   *
      *  (or held) for that line.                                 *
      *----------------------------------------------------------*
       272-JOURNAL-BATCH-CHANGES.
           MOVE SPACES TO WS-JRN-TOPIC
           MOVE 0 TO WS-JRN-SEQ
           PERFORM 273-JOURNAL-ONE-OLD-LINE
               VARYING WS-DOC-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-DOC-SUBSCRIPT > WS-DOC-COUNT

           MOVE SPACES TO WS-JRN-TOPIC
           MOVE 0 TO WS-JRN-SEQ
           MOVE 0 TO WS-DOC-SUBSCRIPT
           PERFORM 275-JOURNAL-ADDS-FOR-LINE
           PERFORM 274-JOURNAL-ONE-NEW-LINE
               VARYING WS-DOC-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-DOC-SUBSCRIPT > WS-DOC-COUNT

           DISPLAY " "
           DISPLAY "Change journal: " WS-JRN-WRITE-COUNT
               " entr(ies) filed in "
               FUNCTION TRIM(WS-JOURNAL-PATH).

       273-JOURNAL-ONE-OLD-LINE.
           IF DocLineReplaced(WS-DOC-SUBSCRIPT)
               MOVE WS-DOC-OLD-LINE(WS-DOC-SUBSCRIPT) TO WS-JRN-TEXT
           ELSE
               MOVE WS-DOC-LINE(WS-DOC-SUBSCRIPT) TO WS-JRN-TEXT
           END-IF
           PERFORM 277-ADVANCE-JOURNAL-PLACE
           IF DocLineDeleted(WS-DOC-SUBSCRIPT)
               MOVE "DELETE" TO WS-JRN-ACTION
               MOVE WS-JRN-TEXT TO WS-JRN-BEFORE
               MOVE SPACES TO WS-JRN-AFTER
               PERFORM 279-WRITE-JOURNAL-ENTRY
           END-IF.

       274-JOURNAL-ONE-NEW-LINE.
           IF NOT DocLineDeleted(WS-DOC-SUBSCRIPT)
               MOVE WS-DOC-LINE(WS-DOC-SUBSCRIPT) TO WS-JRN-TEXT
               PERFORM 277-ADVANCE-JOURNAL-PLACE
               IF DocLineReplaced(WS-DOC-SUBSCRIPT)
                   MOVE "REPLACE" TO WS-JRN-ACTION
                   MOVE WS-DOC-OLD-LINE(WS-DOC-SUBSCRIPT)
                       TO WS-JRN-BEFORE
                   MOVE WS-JRN-TEXT TO WS-JRN-AFTER
                   PERFORM 279-WRITE-JOURNAL-ENTRY
               END-IF
           END-IF
           PERFORM 275-JOURNAL-ADDS-FOR-LINE.

       275-JOURNAL-ADDS-FOR-LINE.
           PERFORM 276-JOURNAL-ONE-ADD
               VARYING WS-ADD-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-ADD-SUBSCRIPT > WS-ADD-COUNT.

       276-JOURNAL-ONE-ADD.
           IF WS-ADD-AFTER-LINE(WS-ADD-SUBSCRIPT) = WS-DOC-SUBSCRIPT
               MOVE WS-ADD-TEXT(WS-ADD-SUBSCRIPT) TO WS-JRN-TEXT
               PERFORM 277-ADVANCE-JOURNAL-PLACE
               MOVE "ADD" TO WS-JRN-ACTION
               MOVE SPACES TO WS-JRN-BEFORE
               MOVE WS-JRN-TEXT TO WS-JRN-AFTER
               PERFORM 279-WRITE-JOURNAL-ENTRY
           END-IF.

      *    Same topic and sequence rule as 262/263: a line with a  *
      *    non-blank column 1 opens a topic named by its first     *
      *    word and is that topic's first line.                    *
       277-ADVANCE-JOURNAL-PLACE.
           IF WS-JRN-TEXT(1:1) NOT = SPACE
               MOVE SPACES TO WS-JRN-TOPIC
               UNSTRING WS-JRN-TEXT DELIMITED BY ALL SPACE
                   INTO WS-JRN-TOPIC
               END-UNSTRING
               MOVE 0 TO WS-JRN-SEQ
           END-IF
           IF WS-JRN-TOPIC NOT = SPACES
               ADD 1 TO WS-JRN-SEQ
           END-IF.

       279-WRITE-JOURNAL-ENTRY.
           ADD 1 TO WS-JRN-SERIAL
           MOVE SPACES TO JournalRecord
           MOVE WS-JRN-TOPIC TO JRN-TOPIC
           MOVE WS-JRN-STAMP TO JRN-STAMP
           MOVE WS-JRN-SERIAL TO JRN-SERIAL
           IF WS-JRN-TOPIC = SPACES
               MOVE 0 TO JRN-SEQ
           ELSE
               MOVE WS-JRN-SEQ TO JRN-SEQ
           END-IF
           MOVE WS-JRN-ACTION TO JRN-ACTION
           MOVE WS-JRN-ORIGIN TO JRN-ORIGIN
           MOVE WS-JRN-USER TO JRN-USER
           MOVE WS-JRN-BATCH TO JRN-BATCH
           MOVE WS-JRN-BEFORE TO JRN-BEFORE
           MOVE WS-JRN-AFTER TO JRN-AFTER
           WRITE JournalRecord
               INVALID KEY
                   ADD 1 TO WS-JRN-DUP-COUNT
                   DISPLAY "docmaint: journal entry for "
                       FUNCTION TRIM(WS-JRN-TOPIC)
                       " not filed (status " WS-JOURNAL-STATUS ")"
               NOT INVALID KEY
                   ADD 1 TO WS-JRN-WRITE-COUNT
           END-WRITE.

      *----------------------------------------------------------*
      *  300-VERIFY-MASTER proves doc.txt and the doc master      *
      *  agree before the morning lookups start: every doc line   *
      *  full control: the difference against the current         *
      *  doc.txt is shown first, and only --commit performs the   *
      *  restore - backing the current file up, copying the       *
      *  chosen backup over doc.txt, journaling every line that   *
      *  changed, carrying the doc master in step, and leaving    *
      *  an audit record either way.                              *
      *----------------------------------------------------------*
       500-RESTORE-BACKUP.
           MOVE 'Y' TO WS-RESTORE-OK
           END-IF

           DISPLAY " "
           PERFORM 530-LOAD-RESTORE-IMAGES
           IF MaintOk
               MOVE "RESTORE" TO WS-JRN-ORIGIN
               MOVE WS-RESTORE-PATH TO WS-JRN-BATCH
               PERFORM 270-OPEN-CHANGE-JOURNAL
           END-IF
           IF NOT MaintOk
               MOVE 'N' TO WS-RESTORE-OK
               MOVE "RESTORE-FAILED" TO WS-BRANCH-NAME
               PERFORM 900-WRITE-AUDIT-RECORD
               GO TO 500-RESTORE-BACKUP-EXIT
           END-IF

           PERFORM 230-TAKE-BACKUP
           IF NOT MaintOk
               CLOSE JournalFile
               MOVE 'N' TO WS-RESTORE-OK
               MOVE "RESTORE-FAILED" TO WS-BRANCH-NAME
               PERFORM 900-WRITE-AUDIT-RECORD

           PERFORM 520-COPY-BACKUP-OVER-DOC
           IF NOT RestoreOk
               CLOSE JournalFile
               MOVE "RESTORE-FAILED" TO WS-BRANCH-NAME
               PERFORM 900-WRITE-AUDIT-RECORD
               GO TO 500-RESTORE-BACKUP-EXIT
           END-IF

           PERFORM 540-JOURNAL-RESTORE-CHANGES
           CLOSE JournalFile

           PERFORM 260-SYNC-DOC-MASTER
           IF NOT SyncOk
               MOVE 'N' TO WS-RESTORE-OK
           END-IF
           MOVE 0 TO RETURN-CODE.

      *----------------------------------------------------------*
      *  530-LOAD-RESTORE-IMAGES holds the current doc.txt and    *
      *  the backup about to replace it side by side, so the      *
      *  restore can be journaled once the copy has been made.    *
      *----------------------------------------------------------*
       530-LOAD-RESTORE-IMAGES.
           PERFORM 210-LOAD-DOC-TABLE
           IF MaintOk
               MOVE 0 TO WS-RST-LINE-COUNT
               MOVE 'N' TO WS-BACKUP-EOF
               OPEN INPUT BackupFile
               IF WS-BACKUP-STATUS NOT = "00"
                   MOVE 'N' TO WS-MAINT-OK
                   DISPLAY "docmaint: cannot reopen "
                       FUNCTION TRIM(WS-RESTORE-PATH)
                       " (status " WS-BACKUP-STATUS ")"
               ELSE
                   PERFORM 531-LOAD-ONE-RESTORE-LINE
                       UNTIL BackupEOF
                   CLOSE BackupFile
               END-IF
           END-IF.

       531-LOAD-ONE-RESTORE-LINE.
           READ BackupFile
               AT END
                   SET BackupEOF TO TRUE
               NOT AT END
                   IF WS-RST-LINE-COUNT < 2000
                       ADD 1 TO WS-RST-LINE-COUNT
                       MOVE BackupRecord
                           TO WS-RST-LINE(WS-RST-LINE-COUNT)
                   ELSE
                       MOVE 'N' TO WS-MAINT-OK
                       DISPLAY "docmaint: backup exceeds 2000 "
                           "lines, restore not committed"
                       SET BackupEOF TO TRUE
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  540-JOURNAL-RESTORE-CHANGES matches the two images topic *
      *  by topic. A section whose line count held is journaled   *
      *  as a REPLACE per differing line; one that grew, shrank,  *
      *  appeared, or went away is journaled as its old lines     *
      *  deleted and its new lines added, so IDSS-MAIN can roll   *
      *  it back exactly like a batch.                            *
      *----------------------------------------------------------*
       540-JOURNAL-RESTORE-CHANGES.
           MOVE 0 TO WS-JT-OLD-COUNT
           PERFORM 541-INDEX-ONE-OLD-LINE
               VARYING WS-JT-LINE-SUB FROM 1 BY 1
               UNTIL WS-JT-LINE-SUB > WS-DOC-COUNT
           MOVE 0 TO WS-JT-NEW-COUNT
           PERFORM 542-INDEX-ONE-NEW-LINE
               VARYING WS-JT-LINE-SUB FROM 1 BY 1
               UNTIL WS-JT-LINE-SUB > WS-RST-LINE-COUNT

           PERFORM 543-JOURNAL-ONE-OLD-TOPIC
               VARYING WS-JT-OLD-SUB FROM 1 BY 1
               UNTIL WS-JT-OLD-SUB > WS-JT-OLD-COUNT
           PERFORM 545-JOURNAL-ONE-NEW-TOPIC
               VARYING WS-JT-NEW-SUB FROM 1 BY 1
               UNTIL WS-JT-NEW-SUB > WS-JT-NEW-COUNT

           DISPLAY " "
           DISPLAY "Change journal: " WS-JRN-WRITE-COUNT
               " entr(ies) filed in "
               FUNCTION TRIM(WS-JOURNAL-PATH).

      *    Lines above the first heading form a section with a    *
      *    blank name, as in 272-JOURNAL-BATCH-CHANGES.           *
       541-INDEX-ONE-OLD-LINE.
           MOVE WS-DOC-LINE(WS-JT-LINE-SUB) TO WS-JRN-TEXT
           IF WS-JT-LINE-SUB = 1 OR WS-JRN-TEXT(1:1) NOT = SPACE
               ADD 1 TO WS-JT-OLD-COUNT
               MOVE SPACES TO WS-JT-OLD-NAME(WS-JT-OLD-COUNT)
               IF WS-JRN-TEXT(1:1) NOT = SPACE
                   UNSTRING WS-JRN-TEXT DELIMITED BY ALL SPACE
                       INTO WS-JT-OLD-NAME(WS-JT-OLD-COUNT)
                   END-UNSTRING
               END-IF
               MOVE WS-JT-LINE-SUB TO WS-JT-OLD-FIRST(WS-JT-OLD-COUNT)
               MOVE 0 TO WS-JT-OLD-LINES(WS-JT-OLD-COUNT)
           END-IF
           ADD 1 TO WS-JT-OLD-LINES(WS-JT-OLD-COUNT).

       542-INDEX-ONE-NEW-LINE.
           MOVE WS-RST-LINE(WS-JT-LINE-SUB) TO WS-JRN-TEXT
           IF WS-JT-LINE-SUB = 1 OR WS-JRN-TEXT(1:1) NOT = SPACE
               ADD 1 TO WS-JT-NEW-COUNT
               MOVE SPACES TO WS-JT-NEW-NAME(WS-JT-NEW-COUNT)
               IF WS-JRN-TEXT(1:1) NOT = SPACE
                   UNSTRING WS-JRN-TEXT DELIMITED BY ALL SPACE
                       INTO WS-JT-NEW-NAME(WS-JT-NEW-COUNT)
                   END-UNSTRING
               END-IF
               MOVE WS-JT-LINE-SUB TO WS-JT-NEW-FIRST(WS-JT-NEW-COUNT)
               MOVE 0 TO WS-JT-NEW-LINES(WS-JT-NEW-COUNT)
               MOVE 'N' TO WS-JT-NEW-MATCHED(WS-JT-NEW-COUNT)
           END-IF
           ADD 1 TO WS-JT-NEW-LINES(WS-JT-NEW-COUNT).

       543-JOURNAL-ONE-OLD-TOPIC.
           MOVE WS-JT-OLD-NAME(WS-JT-OLD-SUB) TO WS-JRN-TOPIC
           MOVE 0 TO WS-JT-HIT-SUB
           PERFORM 544-MATCH-ONE-NEW-TOPIC
               VARYING WS-JT-NEW-SUB FROM 1 BY 1
               UNTIL WS-JT-NEW-SUB > WS-JT-NEW-COUNT
                   OR WS-JT-HIT-SUB > 0
           EVALUATE TRUE
               WHEN WS-JT-HIT-SUB = 0
                   PERFORM 546-JOURNAL-SECTION-DELETED
               WHEN WS-JT-OLD-LINES(WS-JT-OLD-SUB) =
                       WS-JT-NEW-LINES(WS-JT-HIT-SUB)
                   PERFORM 548-JOURNAL-SECTION-REPLACES
               WHEN OTHER
                   PERFORM 546-JOURNAL-SECTION-DELETED
                   PERFORM 547-JOURNAL-SECTION-ADDED
           END-EVALUATE.

       544-MATCH-ONE-NEW-TOPIC.
           IF NOT NewTopicMatched(WS-JT-NEW-SUB)
               AND WS-JT-NEW-NAME(WS-JT-NEW-SUB) = WS-JRN-TOPIC
               MOVE 'Y' TO WS-JT-NEW-MATCHED(WS-JT-NEW-SUB)
               MOVE WS-JT-NEW-SUB TO WS-JT-HIT-SUB
           END-IF.

       545-JOURNAL-ONE-NEW-TOPIC.
           IF NOT NewTopicMatched(WS-JT-NEW-SUB)
               MOVE WS-JT-NEW-NAME(WS-JT-NEW-SUB) TO WS-JRN-TOPIC
               MOVE WS-JT-NEW-SUB TO WS-JT-HIT-SUB
               PERFORM 547-JOURNAL-SECTION-ADDED
           END-IF.

       546-JOURNAL-SECTION-DELETED.
           MOVE "DELETE" TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-AFTER
           PERFORM 549-JOURNAL-ONE-DELETED-LINE
               VARYING WS-JT-LINE-SUB FROM 1 BY 1
               UNTIL WS-JT-LINE-SUB > WS-JT-OLD-LINES(WS-JT-OLD-SUB).

       547-JOURNAL-SECTION-ADDED.
           MOVE "ADD" TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-BEFORE
           PERFORM 550-JOURNAL-ONE-ADDED-LINE
               VARYING WS-JT-LINE-SUB FROM 1 BY 1
               UNTIL WS-JT-LINE-SUB > WS-JT-NEW-LINES(WS-JT-HIT-SUB).

       548-JOURNAL-SECTION-REPLACES.
           MOVE "REPLACE" TO WS-JRN-ACTION
           PERFORM 551-JOURNAL-ONE-CHANGED-LINE
               VARYING WS-JT-LINE-SUB FROM 1 BY 1
               UNTIL WS-JT-LINE-SUB > WS-JT-OLD-LINES(WS-JT-OLD-SUB).

       549-JOURNAL-ONE-DELETED-LINE.
           COMPUTE WS-DOC-SUBSCRIPT =
               WS-JT-OLD-FIRST(WS-JT-OLD-SUB) + WS-JT-LINE-SUB - 1
           MOVE WS-JT-LINE-SUB TO WS-JRN-SEQ
           MOVE WS-DOC-LINE(WS-DOC-SUBSCRIPT) TO WS-JRN-BEFORE
           PERFORM 279-WRITE-JOURNAL-ENTRY.

       550-JOURNAL-ONE-ADDED-LINE.
           COMPUTE WS-RST-SUB =
               WS-JT-NEW-FIRST(WS-JT-HIT-SUB) + WS-JT-LINE-SUB - 1
           MOVE WS-JT-LINE-SUB TO WS-JRN-SEQ
           MOVE WS-RST-LINE(WS-RST-SUB) TO WS-JRN-AFTER
           PERFORM 279-WRITE-JOURNAL-ENTRY.

       551-JOURNAL-ONE-CHANGED-LINE.
           COMPUTE WS-DOC-SUBSCRIPT =
               WS-JT-OLD-FIRST(WS-JT-OLD-SUB) + WS-JT-LINE-SUB - 1
           COMPUTE WS-RST-SUB =
               WS-JT-NEW-FIRST(WS-JT-HIT-SUB) + WS-JT-LINE-SUB - 1
           IF WS-DOC-LINE(WS-DOC-SUBSCRIPT) NOT =
                   WS-RST-LINE(WS-RST-SUB)
               MOVE WS-JT-LINE-SUB TO WS-JRN-SEQ
               MOVE WS-DOC-LINE(WS-DOC-SUBSCRIPT) TO WS-JRN-BEFORE
               MOVE WS-RST-LINE(WS-RST-SUB) TO WS-JRN-AFTER
               PERFORM 279-WRITE-JOURNAL-ENTRY
           END-IF.

      *----------------------------------------------------------*
      *  600-IMPORT-FEED takes a vendor feed of whole topic       *
      *  sections and works out the line-numbered batch by        *
      *  itself, under the same run lock that applies it, so no   *
      *  line number is ever counted by hand or goes stale. Each  *
      *  section is checked against the doc master and the        *
      *  current doc.txt; the differences are written to a batch  *
      *  file as ADD / REPLACE / DELETE transactions behind       *
      *  EXPECT guards, and the batch is then applied through     *
      *  200-APPLY-MAINTENANCE with its backup, journal, master   *
      *  sync and change report. --preview writes and shows the   *
      *  batch but applies nothing. Feed layout:                  *
      *    @@TOPIC name        opens the section for that topic   *
      *    (section lines)     exactly as doc.txt should carry    *
      *                        them: the heading line first,      *
      *                        every later line with a blank      *
      *                        column 1                           *
      *  Topics in the master but not in the feed are reported    *
      *  and left alone; a feed may carry only the topics that    *
      *  moved.                                                   *
      *----------------------------------------------------------*
       600-IMPORT-FEED.
           MOVE 'Y' TO WS-IMPORT-OK
           MOVE "IMPORT" TO WS-MODE-NAME

           IF WS-FEED-PATH = SPACES
               MOVE 'N' TO WS-IMPORT-OK
               DISPLAY "docmaint: --import= needs the feed file"
               MOVE "IMPORT-FAILED" TO WS-BRANCH-NAME
               PERFORM 900-WRITE-AUDIT-RECORD
               GO TO 600-IMPORT-FEED-EXIT
           END-IF

           DISPLAY "Section import from "
               FUNCTION TRIM(WS-FEED-PATH)
           DISPLAY "Doc file          : " FUNCTION TRIM(WS-DOC-PATH)
           DISPLAY "Doc master        : "
               FUNCTION TRIM(WS-MASTER-PATH)
           DISPLAY " "

           PERFORM 210-LOAD-DOC-TABLE
           IF NOT MaintOk
               MOVE 'N' TO WS-IMPORT-OK
               MOVE "IMPORT-FAILED" TO WS-BRANCH-NAME
               PERFORM 900-WRITE-AUDIT-RECORD
               GO TO 600-IMPORT-FEED-EXIT
           END-IF
           MOVE 0 TO WS-JT-OLD-COUNT
           PERFORM 541-INDEX-ONE-OLD-LINE
               VARYING WS-JT-LINE-SUB FROM 1 BY 1
               UNTIL WS-JT-LINE-SUB > WS-DOC-COUNT

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CURRENT-DATE-FIELDS(1:14) TO WS-STAMP
           IF WS-IMP-BATCH-PATH = SPACES
               STRING FUNCTION TRIM(WS-IMP-BATCH-DIR)
                       DELIMITED BY SIZE
                   "/docimport-" DELIMITED BY SIZE
                   WS-STAMP DELIMITED BY SIZE
                   ".trx" DELIMITED BY SIZE
                   INTO WS-IMP-BATCH-PATH
               END-STRING
           END-IF
           MOVE WS-IMP-BATCH-PATH TO WS-TRANS-PATH

           OPEN INPUT DocMasterFile
           IF WS-MASTER-STATUS NOT = "00"
               MOVE 'N' TO WS-IMPORT-OK
               DISPLAY "docmaint: cannot open "
                   FUNCTION TRIM(WS-MASTER-PATH)
                   " (status " WS-MASTER-STATUS
                   "), run IDSS-DOCLOAD first"
               MOVE "IMPORT-FAILED" TO WS-BRANCH-NAME
               PERFORM 900-WRITE-AUDIT-RECORD
               GO TO 600-IMPORT-FEED-EXIT
           END-IF

           OPEN OUTPUT TransFile
           IF WS-TRANS-STATUS NOT = "00"
               MOVE 'N' TO WS-IMPORT-OK
               DISPLAY "docmaint: cannot write import batch "
                   FUNCTION TRIM(WS-TRANS-PATH)
                   " (status " WS-TRANS-STATUS ")"
               CLOSE DocMasterFile
               MOVE "IMPORT-FAILED" TO WS-BRANCH-NAME
               PERFORM 900-WRITE-AUDIT-RECORD
               GO TO 600-IMPORT-FEED-EXIT
           END-IF
           PERFORM 601-WRITE-BATCH-HEADING

           MOVE 1 TO WS-IMP-PASS
           PERFORM 605-READ-FEED-PASS
           IF ImportOk AND WS-IMP-NEW-TOPICS > 0
               AND WS-IMP-STEP-BAD-TOPICS = 0
               MOVE 2 TO WS-IMP-PASS
               PERFORM 605-READ-FEED-PASS
           END-IF
           IF ImportOk
               PERFORM 650-REPORT-MISSING-TOPICS
           END-IF
           CLOSE TransFile
           CLOSE DocMasterFile
           IF NOT ImportOk
               MOVE "IMPORT-FAILED" TO WS-BRANCH-NAME
               PERFORM 900-WRITE-AUDIT-RECORD
               GO TO 600-IMPORT-FEED-EXIT
           END-IF

           PERFORM 660-DISPLAY-IMPORT-SUMMARY

           IF WS-IMP-STEP-BAD-TOPICS > 0
               MOVE 'N' TO WS-IMPORT-OK
               DISPLAY " "
               DISPLAY "docmaint: the doc master and doc.txt disagree "
                   "for " WS-IMP-STEP-BAD-TOPICS " topic(s); run "
                   "--verify-master and IDSS-DOCLOAD, then import "
                   "again. Nothing applied."
               MOVE "IMPORT-FAILED" TO WS-BRANCH-NAME
               PERFORM 900-WRITE-AUDIT-RECORD
               GO TO 600-IMPORT-FEED-EXIT
           END-IF

           IF FlagPreview
               DISPLAY " "
               DISPLAY "Preview only; rerun without --preview to "
                   "apply this import. The batch is kept in "
                   FUNCTION TRIM(WS-TRANS-PATH)
                   " and is refused if doc.txt moves first."
               MOVE "IMPORT-PREVIEW" TO WS-BRANCH-NAME
               PERFORM 900-WRITE-AUDIT-RECORD
               GO TO 600-IMPORT-FEED-EXIT
           END-IF

           IF WS-IMP-TRX-COUNT = 0
               DISPLAY " "
               DISPLAY "Nothing to import; doc.txt untouched"
               MOVE "IMPORT-NOCHANGE" TO WS-BRANCH-NAME
               PERFORM 900-WRITE-AUDIT-RECORD
               GO TO 600-IMPORT-FEED-EXIT
           END-IF

           DISPLAY " "
           DISPLAY "Applying import batch "
               FUNCTION TRIM(WS-TRANS-PATH)
           PERFORM 200-APPLY-MAINTENANCE
               THRU 200-APPLY-MAINTENANCE-EXIT
           IF MaintOk
               MOVE "IMPORTED-DOC" TO WS-BRANCH-NAME
           ELSE
               MOVE 'N' TO WS-IMPORT-OK
               MOVE "IMPORT-FAILED" TO WS-BRANCH-NAME
           END-IF
           PERFORM 900-WRITE-AUDIT-RECORD.
       600-IMPORT-FEED-EXIT.
           EXIT.

       601-WRITE-BATCH-HEADING.
           MOVE SPACES TO WS-IMP-COMMENT
           STRING "* Section import of " DELIMITED BY SIZE
               FUNCTION TRIM(WS-FEED-PATH) DELIMITED BY SIZE
               INTO WS-IMP-COMMENT
           END-STRING
           PERFORM 691-WRITE-BATCH-COMMENT
           MOVE WS-DOC-COUNT TO WS-IMP-LINE-TEXT
           MOVE SPACES TO WS-IMP-COMMENT
           STRING "* built " DELIMITED BY SIZE
               WS-STAMP DELIMITED BY SIZE
               " against " DELIMITED BY SIZE
               FUNCTION TRIM(WS-DOC-PATH) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-IMP-LINE-TEXT DELIMITED BY SIZE
               " lines)" DELIMITED BY SIZE
               INTO WS-IMP-COMMENT
           END-STRING
           PERFORM 691-WRITE-BATCH-COMMENT
           MOVE "* EXPECT lines hold the batch to that doc.txt"
               TO WS-IMP-COMMENT
           PERFORM 691-WRITE-BATCH-COMMENT.

       605-READ-FEED-PASS.
           MOVE 0 TO WS-FEED-LINE-NO
           MOVE 0 TO WS-IMP-SEC-ORD
           MOVE 'N' TO WS-FEED-EOF
           MOVE 'N' TO WS-IMP-IN-SECTION
           OPEN INPUT FeedFile
           IF WS-FEED-STATUS NOT = "00"
               MOVE 'N' TO WS-IMPORT-OK
               DISPLAY "docmaint: cannot open feed "
                   FUNCTION TRIM(WS-FEED-PATH)
                   " (status " WS-FEED-STATUS ")"
           ELSE
               PERFORM 610-READ-ONE-FEED-LINE UNTIL FeedEOF
               IF ImpInSection
                   PERFORM 620-FINISH-FEED-SECTION
                       THRU 620-FINISH-FEED-SECTION-EXIT
               END-IF
               CLOSE FeedFile
           END-IF.

       610-READ-ONE-FEED-LINE.
           READ FeedFile
               AT END
                   SET FeedEOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FEED-LINE-NO
                   PERFORM 611-FILE-ONE-FEED-LINE
           END-READ.

       611-FILE-ONE-FEED-LINE.
           IF FeedTopicTag
               IF ImpInSection
                   PERFORM 620-FINISH-FEED-SECTION
                       THRU 620-FINISH-FEED-SECTION-EXIT
               END-IF
               PERFORM 612-START-FEED-SECTION
           ELSE
               IF ImpInSection
                   PERFORM 613-KEEP-ONE-SECTION-LINE
               ELSE
                   IF WS-IMP-PASS = 1 AND FeedRecord NOT = SPACES
                       ADD 1 TO WS-IMP-PREAMBLE-COUNT
                   END-IF
               END-IF
           END-IF.

       612-START-FEED-SECTION.
           ADD 1 TO WS-IMP-SEC-ORD
           SET ImpInSection TO TRUE
           MOVE 0 TO WS-IMP-NEW-COUNT
           MOVE 'N' TO WS-IMP-SECTION-BAD
           MOVE SPACES TO WS-IMP-PROBLEM
           MOVE WS-FEED-LINE-NO TO WS-IMP-TAG-LINE-NO
           MOVE SPACES TO WS-IMP-TOPIC
           MOVE SPACES TO WS-IMP-HEAD-WORD
           MOVE SPACES TO WS-IMP-TAG-EXTRA
           MOVE FUNCTION TRIM(FEED-TAG-REST LEADING)
               TO WS-IMP-TAG-WORK
           UNSTRING WS-IMP-TAG-WORK DELIMITED BY ALL SPACE
               INTO WS-IMP-HEAD-WORD WS-IMP-TAG-EXTRA
           END-UNSTRING
           MOVE WS-IMP-HEAD-WORD TO WS-IMP-TOPIC
           EVALUATE TRUE
               WHEN WS-IMP-TOPIC = SPACES
                   SET ImpSectionBad TO TRUE
                   MOVE "the tag names no topic" TO WS-IMP-PROBLEM
               WHEN WS-IMP-HEAD-WORD(31:50) NOT = SPACES
                   SET ImpSectionBad TO TRUE
                   MOVE "topic name is over 30 characters"
                       TO WS-IMP-PROBLEM
               WHEN WS-IMP-TAG-EXTRA NOT = SPACES
                   SET ImpSectionBad TO TRUE
                   MOVE "the tag carries more than a topic name"
                       TO WS-IMP-PROBLEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       613-KEEP-ONE-SECTION-LINE.
           IF WS-IMP-NEW-COUNT < 2000
               ADD 1 TO WS-IMP-NEW-COUNT
               MOVE FEED-TEXT TO WS-IMP-NEW-LINE(WS-IMP-NEW-COUNT)
               IF FEED-OVERFLOW NOT = SPACE AND NOT ImpSectionBad
                   SET ImpSectionBad TO TRUE
                   MOVE WS-FEED-LINE-NO TO WS-IMP-LINE-TEXT
                   STRING "feed line " DELIMITED BY SIZE
                       WS-IMP-LINE-TEXT DELIMITED BY SIZE
                       " is over 80 characters" DELIMITED BY SIZE
                       INTO WS-IMP-PROBLEM
                   END-STRING
               END-IF
           ELSE
               IF NOT ImpSectionBad
                   SET ImpSectionBad TO TRUE
                   MOVE "section is over 2000 lines"
                       TO WS-IMP-PROBLEM
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  620-FINISH-FEED-SECTION settles one section. The first   *
      *  pass validates it, checks the master holds the same      *
      *  section doc.txt does, and then reports it NEW,           *
      *  UNCHANGED or CHANGED, writing the transactions for a     *
      *  changed one; the second pass only writes the new ones.   *
      *----------------------------------------------------------*
       620-FINISH-FEED-SECTION.
           MOVE 'N' TO WS-IMP-IN-SECTION
           IF WS-IMP-PASS = 2
               IF WS-IMP-SEC-ORD <= 2000
                   IF ImpSectionNew(WS-IMP-SEC-ORD)
                       PERFORM 640-WRITE-NEW-SECTION
                   END-IF
               END-IF
               GO TO 620-FINISH-FEED-SECTION-EXIT
           END-IF

           ADD 1 TO WS-IMP-SECTION-COUNT
           IF WS-IMP-SEC-ORD > 2000
               MOVE "more than 2000 sections in the feed"
                   TO WS-IMP-PROBLEM
               PERFORM 629-REJECT-SECTION
               GO TO 620-FINISH-FEED-SECTION-EXIT
           END-IF
           MOVE SPACE TO WS-IMP-SEC-STATE(WS-IMP-SEC-ORD)

           IF NOT ImpSectionBad
               PERFORM 621-CHECK-SECTION-SHAPE
           END-IF
           IF ImpSectionBad
               PERFORM 629-REJECT-SECTION
               GO TO 620-FINISH-FEED-SECTION-EXIT
           END-IF

           PERFORM 623-FIND-SEEN-TOPIC
           IF WS-IMP-SEEN-HIT > 0
               MOVE "topic already given earlier in the feed"
                   TO WS-IMP-PROBLEM
               PERFORM 629-REJECT-SECTION
               GO TO 620-FINISH-FEED-SECTION-EXIT
           END-IF
           ADD 1 TO WS-IMP-SEEN-COUNT
           MOVE WS-IMP-TOPIC TO WS-IMP-SEEN-NAME(WS-IMP-SEEN-COUNT)

           MOVE 0 TO WS-JT-HIT-SUB
           PERFORM 622-MATCH-ONE-DOC-TOPIC
               VARYING WS-JT-OLD-SUB FROM 1 BY 1
               UNTIL WS-JT-OLD-SUB > WS-JT-OLD-COUNT
                   OR WS-JT-HIT-SUB > 0

           PERFORM 630-CHECK-MASTER-SECTION
           IF ImpTopicOutOfStep
               ADD 1 TO WS-IMP-STEP-BAD-TOPICS
               DISPLAY "  OUT OF STEP " FUNCTION TRIM(WS-IMP-TOPIC)
                   " - the doc master and doc.txt disagree"
               GO TO 620-FINISH-FEED-SECTION-EXIT
           END-IF

           IF WS-JT-HIT-SUB = 0
               SET ImpSectionNew(WS-IMP-SEC-ORD) TO TRUE
               ADD 1 TO WS-IMP-NEW-TOPICS
               DISPLAY "  NEW       " FUNCTION TRIM(WS-IMP-TOPIC)
                   " (" WS-IMP-NEW-COUNT " line(s), added at the "
                   "end of doc.txt)"
               GO TO 620-FINISH-FEED-SECTION-EXIT
           END-IF

           MOVE WS-JT-OLD-FIRST(WS-JT-HIT-SUB) TO WS-IMP-FIRST
           MOVE WS-JT-OLD-LINES(WS-JT-HIT-SUB) TO WS-IMP-OLD-LINES
           MOVE 0 TO WS-IMP-PREFIX
           MOVE 'N' TO WS-IMP-DIFF-STOP
           PERFORM 647-ADVANCE-PREFIX
               UNTIL ImpDiffStop
                   OR WS-IMP-PREFIX >= WS-IMP-OLD-LINES
                   OR WS-IMP-PREFIX >= WS-IMP-NEW-COUNT
           IF WS-IMP-PREFIX = WS-IMP-OLD-LINES
               AND WS-IMP-PREFIX = WS-IMP-NEW-COUNT
               ADD 1 TO WS-IMP-UNCHANGED-TOPICS
               DISPLAY "  UNCHANGED " FUNCTION TRIM(WS-IMP-TOPIC)
           ELSE
               PERFORM 645-WRITE-CHANGED-SECTION
           END-IF.
       620-FINISH-FEED-SECTION-EXIT.
           EXIT.

       621-CHECK-SECTION-SHAPE.
           EVALUATE TRUE
               WHEN WS-IMP-NEW-COUNT = 0
                   SET ImpSectionBad TO TRUE
                   MOVE "section has no lines" TO WS-IMP-PROBLEM
               WHEN WS-IMP-NEW-LINE(1)(1:1) = SPACE
                   SET ImpSectionBad TO TRUE
                   MOVE "first line is not the topic heading"
                       TO WS-IMP-PROBLEM
               WHEN OTHER
                   MOVE SPACES TO WS-IMP-HEAD-WORD
                   UNSTRING WS-IMP-NEW-LINE(1) DELIMITED BY ALL SPACE
                       INTO WS-IMP-HEAD-WORD
                   END-UNSTRING
                   IF WS-IMP-HEAD-WORD NOT = WS-IMP-TOPIC
                       SET ImpSectionBad TO TRUE
                       MOVE "heading line names another topic"
                           TO WS-IMP-PROBLEM
                   ELSE
                       PERFORM 625-CHECK-ONE-BODY-LINE
                           VARYING WS-IMP-NEW-SUB FROM 2 BY 1
                           UNTIL WS-IMP-NEW-SUB > WS-IMP-NEW-COUNT
                               OR ImpSectionBad
                   END-IF
           END-EVALUATE.

       622-MATCH-ONE-DOC-TOPIC.
           IF WS-JT-OLD-NAME(WS-JT-OLD-SUB) = WS-IMP-TOPIC
               MOVE WS-JT-OLD-SUB TO WS-JT-HIT-SUB
           END-IF.

       623-FIND-SEEN-TOPIC.
           MOVE 0 TO WS-IMP-SEEN-HIT
           PERFORM 624-MATCH-ONE-SEEN-TOPIC
               VARYING WS-IMP-SEEN-SUB FROM 1 BY 1
               UNTIL WS-IMP-SEEN-SUB > WS-IMP-SEEN-COUNT
                   OR WS-IMP-SEEN-HIT > 0.

       624-MATCH-ONE-SEEN-TOPIC.
           IF WS-IMP-SEEN-NAME(WS-IMP-SEEN-SUB) = WS-IMP-TOPIC
               MOVE WS-IMP-SEEN-SUB TO WS-IMP-SEEN-HIT
           END-IF.

      *    A later line with text in column 1 would open a topic   *
      *    of its own when doc.txt is next filed into the master.  *
       625-CHECK-ONE-BODY-LINE.
           IF WS-IMP-NEW-LINE(WS-IMP-NEW-SUB)(1:1) NOT = SPACE
               SET ImpSectionBad TO TRUE
               MOVE WS-IMP-NEW-SUB TO WS-IMP-LINE-TEXT
               STRING "section line " DELIMITED BY SIZE
                   WS-IMP-LINE-TEXT DELIMITED BY SIZE
                   " would open a new topic" DELIMITED BY SIZE
                   INTO WS-IMP-PROBLEM
               END-STRING
           END-IF.

      *    A rejected topic still counts as present in the feed,   *
      *    so it is not reported missing as well.                  *
       629-REJECT-SECTION.
           ADD 1 TO WS-IMP-REJECTED-TOPICS
           MOVE WS-IMP-TAG-LINE-NO TO WS-IMP-LINE-TEXT
           DISPLAY "  REJECTED  " FUNCTION TRIM(WS-IMP-TOPIC)
               " (feed line " WS-IMP-LINE-TEXT "): "
               FUNCTION TRIM(WS-IMP-PROBLEM)
           IF WS-IMP-TOPIC NOT = SPACES
               PERFORM 623-FIND-SEEN-TOPIC
               IF WS-IMP-SEEN-HIT = 0 AND WS-IMP-SEEN-COUNT < 2000
                   ADD 1 TO WS-IMP-SEEN-COUNT
                   MOVE WS-IMP-TOPIC
                       TO WS-IMP-SEEN-NAME(WS-IMP-SEEN-COUNT)
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  630-CHECK-MASTER-SECTION reads the topic's section back  *
      *  from the doc master and holds it against the section in *
      *  doc.txt. The batch is numbered from doc.txt, so the two  *
      *  must agree before the feed can be compared with either.  *
      *----------------------------------------------------------*
       630-CHECK-MASTER-SECTION.
           MOVE 'N' TO WS-IMP-STEP-BAD
           MOVE 0 TO WS-IMP-MST-COUNT
           MOVE 'N' TO WS-MASTER-EOF
           MOVE WS-IMP-TOPIC TO DOCM-TOPIC
           MOVE 0 TO DOCM-SEQ
           START DocMasterFile KEY > DOCM-KEY
               INVALID KEY
                   SET MasterEOF TO TRUE
           END-START
           PERFORM 631-CHECK-ONE-MASTER-LINE
               UNTIL MasterEOF OR ImpTopicOutOfStep
           IF WS-JT-HIT-SUB = 0
               IF WS-IMP-MST-COUNT > 0
                   SET ImpTopicOutOfStep TO TRUE
               END-IF
           ELSE
               IF WS-IMP-MST-COUNT NOT =
                       WS-JT-OLD-LINES(WS-JT-HIT-SUB)
                   SET ImpTopicOutOfStep TO TRUE
               END-IF
           END-IF.

       631-CHECK-ONE-MASTER-LINE.
           READ DocMasterFile NEXT RECORD
               AT END
                   SET MasterEOF TO TRUE
               NOT AT END
                   IF DOCM-TOPIC NOT = WS-IMP-TOPIC
                       SET MasterEOF TO TRUE
                   ELSE
                       ADD 1 TO WS-IMP-MST-COUNT
                       PERFORM 632-MATCH-MASTER-LINE
                   END-IF
           END-READ.

       632-MATCH-MASTER-LINE.
           IF WS-JT-HIT-SUB = 0
               SET ImpTopicOutOfStep TO TRUE
           ELSE
               IF WS-IMP-MST-COUNT > WS-JT-OLD-LINES(WS-JT-HIT-SUB)
                   SET ImpTopicOutOfStep TO TRUE
               ELSE
                   COMPUTE WS-DOC-SUBSCRIPT =
                       WS-JT-OLD-FIRST(WS-JT-HIT-SUB)
                       + WS-IMP-MST-COUNT - 1
                   IF DOCM-TEXT NOT = WS-DOC-LINE(WS-DOC-SUBSCRIPT)
                       SET ImpTopicOutOfStep TO TRUE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  640-WRITE-NEW-SECTION appends a new topic after the last *
      *  line of doc.txt. The first one also guards that last     *
      *  line, so the new sections cannot land in the middle of   *
      *  a file that has grown since the batch was built.         *
      *----------------------------------------------------------*
       640-WRITE-NEW-SECTION.
           MOVE SPACES TO WS-IMP-COMMENT
           STRING "* NEW " DELIMITED BY SIZE
               WS-IMP-TOPIC DELIMITED BY SPACE
               INTO WS-IMP-COMMENT
           END-STRING
           PERFORM 691-WRITE-BATCH-COMMENT
           IF FlagPreview
               DISPLAY "  adding    " FUNCTION TRIM(WS-IMP-TOPIC)
           END-IF
           IF NOT ImpTailGuarded AND WS-DOC-COUNT > 0
               SET ImpTailGuarded TO TRUE
               MOVE "EXPECT" TO WS-IMP-TRX-ACTION
               MOVE WS-DOC-COUNT TO WS-IMP-TRX-LINE
               MOVE WS-DOC-LINE(WS-DOC-COUNT) TO WS-IMP-TRX-TEXT
               PERFORM 690-WRITE-BATCH-TRX
           END-IF
           PERFORM 641-WRITE-ONE-NEW-LINE
               VARYING WS-IMP-NEW-SUB FROM 1 BY 1
               UNTIL WS-IMP-NEW-SUB > WS-IMP-NEW-COUNT.

       641-WRITE-ONE-NEW-LINE.
           MOVE "ADD" TO WS-IMP-TRX-ACTION
           MOVE WS-DOC-COUNT TO WS-IMP-TRX-LINE
           MOVE WS-IMP-NEW-LINE(WS-IMP-NEW-SUB) TO WS-IMP-TRX-TEXT
           PERFORM 690-WRITE-BATCH-TRX.

      *----------------------------------------------------------*
      *  645-WRITE-CHANGED-SECTION guards every line of the old   *
      *  section, then writes the smallest positional edit: the   *
      *  lines shared at the top and bottom stay put, the middle  *
      *  is replaced line for line, and any surplus is deleted    *
      *  or added after the last line of the old middle. All      *
      *  numbers refer to doc.txt as it stands now, which is how  *
      *  200-APPLY-MAINTENANCE reads them.                        *
      *----------------------------------------------------------*
       645-WRITE-CHANGED-SECTION.
           ADD 1 TO WS-IMP-CHANGED-TOPICS
           MOVE 0 TO WS-IMP-SEC-REPLACED
           MOVE 0 TO WS-IMP-SEC-ADDED
           MOVE 0 TO WS-IMP-SEC-DELETED
           MOVE SPACES TO WS-IMP-COMMENT
           STRING "* CHANGED " DELIMITED BY SIZE
               WS-IMP-TOPIC DELIMITED BY SPACE
               INTO WS-IMP-COMMENT
           END-STRING
           PERFORM 691-WRITE-BATCH-COMMENT
           DISPLAY "  CHANGED   " FUNCTION TRIM(WS-IMP-TOPIC)
           PERFORM 646-WRITE-ONE-GUARD
               VARYING WS-IMP-MID-SUB FROM 1 BY 1
               UNTIL WS-IMP-MID-SUB > WS-IMP-OLD-LINES

           MOVE 0 TO WS-IMP-SUFFIX
           MOVE 'N' TO WS-IMP-DIFF-STOP
           PERFORM 648-ADVANCE-SUFFIX
               UNTIL ImpDiffStop
                   OR WS-IMP-SUFFIX >= WS-IMP-OLD-LINES - WS-IMP-PREFIX
                   OR WS-IMP-SUFFIX >= WS-IMP-NEW-COUNT - WS-IMP-PREFIX
           COMPUTE WS-IMP-OLD-MID =
               WS-IMP-OLD-LINES - WS-IMP-PREFIX - WS-IMP-SUFFIX
           COMPUTE WS-IMP-NEW-MID =
               WS-IMP-NEW-COUNT - WS-IMP-PREFIX - WS-IMP-SUFFIX
           IF WS-IMP-OLD-MID < WS-IMP-NEW-MID
               MOVE WS-IMP-OLD-MID TO WS-IMP-PAIRED
           ELSE
               MOVE WS-IMP-NEW-MID TO WS-IMP-PAIRED
           END-IF

           PERFORM 655-WRITE-ONE-REPLACE
               VARYING WS-IMP-MID-SUB FROM 1 BY 1
               UNTIL WS-IMP-MID-SUB > WS-IMP-PAIRED
           PERFORM 656-WRITE-ONE-DELETE
               VARYING WS-IMP-MID-SUB FROM WS-IMP-PAIRED BY 1
               UNTIL WS-IMP-MID-SUB >= WS-IMP-OLD-MID
           PERFORM 657-WRITE-ONE-ADD
               VARYING WS-IMP-MID-SUB FROM WS-IMP-PAIRED BY 1
               UNTIL WS-IMP-MID-SUB >= WS-IMP-NEW-MID

           DISPLAY "            " WS-IMP-SEC-REPLACED " replaced, "
               WS-IMP-SEC-ADDED " added, "
               WS-IMP-SEC-DELETED " deleted".

       646-WRITE-ONE-GUARD.
           COMPUTE WS-DOC-SUBSCRIPT = WS-IMP-FIRST + WS-IMP-MID-SUB - 1
           MOVE "EXPECT" TO WS-IMP-TRX-ACTION
           MOVE WS-DOC-SUBSCRIPT TO WS-IMP-TRX-LINE
           MOVE WS-DOC-LINE(WS-DOC-SUBSCRIPT) TO WS-IMP-TRX-TEXT
           PERFORM 690-WRITE-BATCH-TRX.

       647-ADVANCE-PREFIX.
           COMPUTE WS-DOC-SUBSCRIPT = WS-IMP-FIRST + WS-IMP-PREFIX
           IF WS-DOC-LINE(WS-DOC-SUBSCRIPT) =
                   WS-IMP-NEW-LINE(WS-IMP-PREFIX + 1)
               ADD 1 TO WS-IMP-PREFIX
           ELSE
               SET ImpDiffStop TO TRUE
           END-IF.

       648-ADVANCE-SUFFIX.
           COMPUTE WS-DOC-SUBSCRIPT =
               WS-IMP-FIRST + WS-IMP-OLD-LINES - 1 - WS-IMP-SUFFIX
           COMPUTE WS-IMP-NEW-SUB = WS-IMP-NEW-COUNT - WS-IMP-SUFFIX
           IF WS-DOC-LINE(WS-DOC-SUBSCRIPT) =
                   WS-IMP-NEW-LINE(WS-IMP-NEW-SUB)
               ADD 1 TO WS-IMP-SUFFIX
           ELSE
               SET ImpDiffStop TO TRUE
           END-IF.

      *----------------------------------------------------------*
      *  650-REPORT-MISSING-TOPICS walks the doc master and names *
      *  every topic the feed did not carry. They are left as     *
      *  they are: a feed is not taken as a list of deletions.    *
      *----------------------------------------------------------*
       650-REPORT-MISSING-TOPICS.
           MOVE SPACES TO WS-IMP-LAST-TOPIC
           MOVE 'N' TO WS-MASTER-EOF
           MOVE LOW-VALUES TO DOCM-KEY
           START DocMasterFile KEY >= DOCM-KEY
               INVALID KEY
                   SET MasterEOF TO TRUE
           END-START
           PERFORM 651-CHECK-ONE-MASTER-TOPIC UNTIL MasterEOF.

       651-CHECK-ONE-MASTER-TOPIC.
           READ DocMasterFile NEXT RECORD
               AT END
                   SET MasterEOF TO TRUE
               NOT AT END
                   IF DOCM-TOPIC NOT = WS-IMP-LAST-TOPIC
                       MOVE DOCM-TOPIC TO WS-IMP-LAST-TOPIC
                       MOVE DOCM-TOPIC TO WS-IMP-TOPIC
                       PERFORM 623-FIND-SEEN-TOPIC
                       IF WS-IMP-SEEN-HIT = 0
                           ADD 1 TO WS-IMP-MISSING-TOPICS
                           DISPLAY "  MISSING   "
                               FUNCTION TRIM(DOCM-TOPIC)
                               " (in the doc master, not in the "
                               "feed; left as it is)"
                       END-IF
                   END-IF
           END-READ.

       655-WRITE-ONE-REPLACE.
           COMPUTE WS-DOC-SUBSCRIPT =
               WS-IMP-FIRST + WS-IMP-PREFIX + WS-IMP-MID-SUB - 1
           COMPUTE WS-IMP-NEW-SUB = WS-IMP-PREFIX + WS-IMP-MID-SUB
           IF WS-DOC-LINE(WS-DOC-SUBSCRIPT) NOT =
                   WS-IMP-NEW-LINE(WS-IMP-NEW-SUB)
               MOVE "REPLACE" TO WS-IMP-TRX-ACTION
               MOVE WS-DOC-SUBSCRIPT TO WS-IMP-TRX-LINE
               MOVE WS-IMP-NEW-LINE(WS-IMP-NEW-SUB)
                   TO WS-IMP-TRX-TEXT
               PERFORM 690-WRITE-BATCH-TRX
               ADD 1 TO WS-IMP-SEC-REPLACED
           END-IF.

      *    Entered with WS-IMP-MID-SUB one short of the line it    *
      *    handles, as the VARYING in 645 starts from the pairs.   *
       656-WRITE-ONE-DELETE.
           COMPUTE WS-DOC-SUBSCRIPT =
               WS-IMP-FIRST + WS-IMP-PREFIX + WS-IMP-MID-SUB
           MOVE "DELETE" TO WS-IMP-TRX-ACTION
           MOVE WS-DOC-SUBSCRIPT TO WS-IMP-TRX-LINE
           MOVE WS-DOC-LINE(WS-DOC-SUBSCRIPT) TO WS-IMP-TRX-TEXT
           PERFORM 690-WRITE-BATCH-TRX
           ADD 1 TO WS-IMP-SEC-DELETED.

       657-WRITE-ONE-ADD.
           COMPUTE WS-IMP-TRX-LINE =
               WS-IMP-FIRST + WS-IMP-PREFIX + WS-IMP-OLD-MID - 1
           COMPUTE WS-IMP-NEW-SUB =
               WS-IMP-PREFIX + WS-IMP-MID-SUB + 1
           MOVE "ADD" TO WS-IMP-TRX-ACTION
           MOVE WS-IMP-NEW-LINE(WS-IMP-NEW-SUB) TO WS-IMP-TRX-TEXT
           PERFORM 690-WRITE-BATCH-TRX
           ADD 1 TO WS-IMP-SEC-ADDED.

       660-DISPLAY-IMPORT-SUMMARY.
           DISPLAY " "
           DISPLAY "Import summary:"
           DISPLAY "  feed sections     : " WS-IMP-SECTION-COUNT
           DISPLAY "  new topics        : " WS-IMP-NEW-TOPICS
           DISPLAY "  changed topics    : " WS-IMP-CHANGED-TOPICS
           DISPLAY "  unchanged topics  : " WS-IMP-UNCHANGED-TOPICS
           DISPLAY "  missing from feed : " WS-IMP-MISSING-TOPICS
           DISPLAY "  rejected sections : " WS-IMP-REJECTED-TOPICS
           IF WS-IMP-STEP-BAD-TOPICS > 0
               DISPLAY "  out of step       : "
                   WS-IMP-STEP-BAD-TOPICS
           END-IF
           IF WS-IMP-PREAMBLE-COUNT > 0
               DISPLAY "  untagged lines    : " WS-IMP-PREAMBLE-COUNT
                   " (before the first @@TOPIC, ignored)"
           END-IF
           DISPLAY "  transactions      : " WS-IMP-TRX-COUNT
           DISPLAY "  lines guarded     : " WS-IMP-GUARD-COUNT
           DISPLAY "  batch file        : "
               FUNCTION TRIM(WS-TRANS-PATH).

       690-WRITE-BATCH-TRX.
           MOVE SPACES TO TransactionRecord
           MOVE WS-IMP-TRX-ACTION TO TRX-ACTION
           MOVE WS-IMP-TRX-LINE TO TRX-LINE-NO
           MOVE WS-IMP-TRX-TEXT TO TRX-TEXT
           WRITE TransactionRecord
           IF WS-IMP-TRX-ACTION = "EXPECT"
               ADD 1 TO WS-IMP-GUARD-COUNT
           ELSE
               ADD 1 TO WS-IMP-TRX-COUNT
               IF FlagPreview
                   DISPLAY "      " WS-IMP-TRX-ACTION " "
                       WS-IMP-TRX-LINE ": "
                       FUNCTION TRIM(WS-IMP-TRX-TEXT TRAILING)
               END-IF
           END-IF.

       691-WRITE-BATCH-COMMENT.
           MOVE WS-IMP-COMMENT TO TransactionRecord
           WRITE TransactionRecord.

      *----------------------------------------------------------*
      *  900-WRITE-AUDIT-RECORD appends one line in the layout    *
      *  IDSS-MAIN uses, so a restore shows up in the same audit  *
      *  trail and IDSS-AUDITRPT reports it with everything else. *
      *  IDSS-AUDCHAIN numbers the record and chains its check    *
      *  value onto the record before it.                         *
      *----------------------------------------------------------*
       900-WRITE-AUDIT-RECORD.
           SET AudchainActionAppend TO TRUE
           MOVE WS-AUDIT-PATH TO AUDCHAIN-LOG-PATH
           MOVE WS-MODE-NAME TO AUDCHAIN-MODE
           MOVE WS-BRANCH-NAME TO AUDCHAIN-BRANCH
           MOVE WS-ARGUMENT(1:73) TO AUDCHAIN-RAW-ARGS
           MOVE WS-LIBRARY-NAME TO AUDCHAIN-LIBRARY
           CALL "IDSS-AUDCHAIN" USING AUDCHAIN-REQUEST
           IF NOT AudchainDone
               DISPLAY "docmaint: audit record not written to "
                   FUNCTION TRIM(WS-AUDIT-PATH)
           END-IF.

      *----------------------------------------------------------*
      *  910-ACQUIRE-RUN-LOCK serializes this run against every   *
