       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDSS-AUDVERIFY.

      *----------------------------------------------------------*
      *  Modification history                                    *
      *  2026-10-15  Initial version. Walks the rotated audit     *
      *              archives oldest first and then the live      *
      *              audit log, and proves the invocation history *
      *              complete: every record's sequence number     *
      *              follows the one before, every check value    *
      *              matches the record it seals and the record   *
      *              before it, and the last record is the one    *
      *              the chain anchor says was written last.      *
      *              Reports gaps, edited records, and broken     *
      *              chains; return code 4 when there are any.    *
      *  2026-10-15  Records now carry the documentation library  *
      *              name, which the check value covers. The walk *
      *              holds the audit log's own lock through       *
      *              IDSS-AUDCHAIN instead of the run lock, since *
      *              runs on every library append to the one log  *
      *              and none of them holds the same run lock.    *
      *----------------------------------------------------------*

      *----------------------------------------------------------*
      *  What each finding means.                                 *
      *    gap            sequence numbers are missing: records   *
      *                   were removed, or a whole archive was.   *
      *                   Also raised when the live log ends      *
      *                   short of the chain anchor.              *
      *    edited record  a record's check value does not match   *
      *                   its own text, while the record after it *
      *                   still chains on: the record was altered *
      *                   in place.                               *
      *    broken chain   a record does not chain from the record *
      *                   before it when that one failed too, a   *
      *                   sequence number repeats or runs         *
      *                   backwards, a record with no sequence    *
      *                   number appears once the chain has       *
      *                   begun, or the log no longer ends where  *
      *                   the anchor says it does.                *
      *  Records written before sealing began carry no sequence   *
      *  number and are counted, not reported. When housekeeping  *
      *  has purged the oldest archives the chain starts part     *
      *  way; that is noted, not reported, and the first record   *
      *  read is taken as sound.                                  *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AuditFile ASSIGN TO DYNAMIC WS-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

           SELECT ArchiveListFile ASSIGN TO DYNAMIC WS-LIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AuditFile.
       01  AuditRecord.
           05  AUDIT-TIMESTAMP        PIC X(26).
           05  FILLER                 PIC X(01).
           05  AUDIT-MODE             PIC X(15).
           05  FILLER                 PIC X(01).
           05  AUDIT-BRANCH           PIC X(20).
           05  FILLER                 PIC X(01).
           05  AUDIT-RAW-ARGS         PIC X(73).
           05  FILLER                 PIC X(01).
           05  AUDIT-SEQ              PIC 9(10).
           05  FILLER                 PIC X(01).
           05  AUDIT-CHECK            PIC 9(18).
           05  FILLER                 PIC X(01).
           05  AUDIT-LIBRARY          PIC X(10).

       FD  ArchiveListFile.
       01  ArchiveListRecord PIC X(64).

       WORKING-STORAGE SECTION.
           COPY "audreq.cpy".

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

       01  WS-AUDIT-PATH
               PIC X(256) VALUE "/var/idss/audit/idss.log".
       01  WS-AUDIT-DIR
               PIC X(256) VALUE "/var/idss/audit".
       01  WS-LIST-PATH
               PIC X(256)
               VALUE "/var/idss/reports/audverify-list.txt".
       01  WS-LIST-STATUS PIC X(2) VALUE SPACES.
       01  WS-LIST-EOF PIC X(1) VALUE 'N'.
           88 ListEOF VALUE 'Y'.
       01  WS-LOG-PATH PIC X(256) VALUE SPACES.
       01  WS-LOG-STATUS PIC X(2) VALUE SPACES.
       01  WS-LOG-EOF PIC X(1) VALUE 'N'.
           88 LogEOF VALUE 'Y'.

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

      *--------------------------------------------------------*
      *  Logs to walk, oldest first: the dated archives in      *
      *  name order (the name carries the rotation stamp),      *
      *  then the live log.                                     *
      *--------------------------------------------------------*
       01  WS-LOG-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-LOG-SUB PIC 9(4) COMP VALUE 0.
       01  WS-LOG-TABLE.
           05  WS-LOG-ENTRY OCCURS 1000 TIMES.
               10  WS-LOG-NAME PIC X(256).
               10  WS-LOG-LIVE PIC X(1).
                   88 LogIsLive VALUE 'Y'.

      *--------------------------------------------------------*
      *  Where the chain stands after the last record read.     *
      *--------------------------------------------------------*
       01  WS-CHAIN-STARTED PIC X(1) VALUE 'N'.
           88 ChainStarted VALUE 'Y'.
       01  WS-PREV-FAILED PIC X(1) VALUE 'N'.
           88 PrevRecordFailed VALUE 'Y'.
       01  WS-PREV-SEQ PIC 9(10) VALUE 0.
       01  WS-PREV-CHECK PIC 9(18) VALUE 0.
       01  WS-FIRST-SEQ PIC 9(10) VALUE 0.
       01  WS-EXPECT-SEQ PIC 9(10) VALUE 0.
       01  WS-GAP-TO-SEQ PIC 9(10) VALUE 0.
       01  WS-LINE-NO PIC 9(8) VALUE 0.
       01  WS-WHERE PIC X(100) VALUE SPACES.

      *--------------------------------------------------------*
      *  Totals. Counters shown in the summary are DISPLAY so   *
      *  they print without editing.                            *
      *--------------------------------------------------------*
       01  WS-FILE-COUNT PIC 9(6) VALUE 0.
       01  WS-RECORD-COUNT PIC 9(8) VALUE 0.
       01  WS-UNSEALED-COUNT PIC 9(8) VALUE 0.
       01  WS-SEALED-COUNT PIC 9(8) VALUE 0.
       01  WS-GAP-COUNT PIC 9(6) VALUE 0.
       01  WS-MISSING-COUNT PIC 9(10) VALUE 0.
       01  WS-EDITED-COUNT PIC 9(6) VALUE 0.
       01  WS-BROKEN-COUNT PIC 9(6) VALUE 0.
       01  WS-UNREADABLE-COUNT PIC 9(6) VALUE 0.
       01  WS-OVERFLOW-COUNT PIC 9(6) VALUE 0.

       01  WS-VERIFY-OK PIC X(1) VALUE 'Y'.
           88 VerifyOk VALUE 'Y'.
       01  WS-EXIT-CODE PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       100-MAIN-LOGIC.
           PERFORM 120-INITIALIZE

           PERFORM 910-LOCK-AUDIT-LOG
           IF NOT AudchainDone
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 200-VERIFY-AUDIT-TRAIL
               THRU 200-VERIFY-AUDIT-TRAIL-EXIT
           EVALUATE TRUE
               WHEN NOT VerifyOk
                   MOVE 8 TO WS-EXIT-CODE
               WHEN WS-GAP-COUNT > 0
                       OR WS-EDITED-COUNT > 0
                       OR WS-BROKEN-COUNT > 0
                       OR WS-UNREADABLE-COUNT > 0
                       OR WS-OVERFLOW-COUNT > 0
                   MOVE 4 TO WS-EXIT-CODE
               WHEN OTHER
                   MOVE 0 TO WS-EXIT-CODE
           END-EVALUATE

           PERFORM 920-UNLOCK-AUDIT-LOG

           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       120-INITIALIZE.
           ACCEPT WS-ARGUMENT FROM COMMAND-LINE
           PERFORM 130-LOAD-ARGUMENTS
           PERFORM 140-PARSE-ARGUMENTS.

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

       140-PARSE-ARGUMENTS.
           PERFORM 141-CLASSIFY-ONE-ARGUMENT
               VARYING WS-ARG-INDEX FROM 1 BY 1
               UNTIL WS-ARG-INDEX > WS-ARG-COUNT.

       141-CLASSIFY-ONE-ARGUMENT.
           MOVE WS-ARG-ENTRY(WS-ARG-INDEX) TO WS-CURRENT-ARG
           EVALUATE TRUE
               WHEN WS-CURRENT-ARG(1:13) = "--audit-path="
                   MOVE WS-CURRENT-ARG(14:243) TO WS-AUDIT-PATH
               WHEN WS-CURRENT-ARG(1:12) = "--audit-dir="
                   MOVE WS-CURRENT-ARG(13:244) TO WS-AUDIT-DIR
               WHEN WS-CURRENT-ARG(1:12) = "--list-path="
                   MOVE WS-CURRENT-ARG(13:244) TO WS-LIST-PATH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------*
      *  200-VERIFY-AUDIT-TRAIL lists the archives, walks every   *
      *  log in order as one continuous chain, and finally holds  *
      *  the end of the chain up against the anchor file         *
      *  IDSS-AUDCHAIN keeps beside the live log.                 *
      *----------------------------------------------------------*
       200-VERIFY-AUDIT-TRAIL.
           MOVE 'Y' TO WS-VERIFY-OK
           DISPLAY "IDSS audit chain verification"
           DISPLAY "Audit log  : " FUNCTION TRIM(WS-AUDIT-PATH)
           DISPLAY "Archives in: " FUNCTION TRIM(WS-AUDIT-DIR)
           DISPLAY " "

           PERFORM 205-CHECK-VERIFY-ARGS-SAFE
           IF NOT ShellArgsSafe
               MOVE 'N' TO WS-VERIFY-OK
               DISPLAY "audverify: a path contains characters not "
                   "allowed in a shell command, aborting"
               GO TO 200-VERIFY-AUDIT-TRAIL-EXIT
           END-IF

           PERFORM 210-LIST-ARCHIVES
           IF NOT VerifyOk
               GO TO 200-VERIFY-AUDIT-TRAIL-EXIT
           END-IF
           ADD 1 TO WS-LOG-COUNT
           MOVE WS-AUDIT-PATH TO WS-LOG-NAME(WS-LOG-COUNT)
           MOVE 'Y' TO WS-LOG-LIVE(WS-LOG-COUNT)

           DISPLAY "Findings:"
           PERFORM 230-WALK-ONE-LOG
               VARYING WS-LOG-SUB FROM 1 BY 1
               UNTIL WS-LOG-SUB > WS-LOG-COUNT
           PERFORM 260-CHECK-CHAIN-ANCHOR
           IF WS-GAP-COUNT = 0 AND WS-EDITED-COUNT = 0
               AND WS-BROKEN-COUNT = 0
               AND WS-UNREADABLE-COUNT = 0
               DISPLAY "  (none)"
           END-IF
           DISPLAY " "
           PERFORM 290-DISPLAY-SUMMARY.
       200-VERIFY-AUDIT-TRAIL-EXIT.
           EXIT.

       205-CHECK-VERIFY-ARGS-SAFE.
           MOVE 'Y' TO WS-SHELL-ARGS-SAFE
           MOVE FUNCTION TRIM(WS-AUDIT-DIR) TO WS-SHELL-CHECK-FIELD
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
      *  210-LIST-ARCHIVES lists the idss-STAMP.log archives      *
      *  710-ROTATE-AUDIT-LOG leaves in the audit directory,      *
      *  sorted so the oldest rotation comes first.               *
      *----------------------------------------------------------*
       210-LIST-ARCHIVES.
           MOVE 0 TO WS-LOG-COUNT
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "find " DELIMITED BY SIZE
               WS-SHELL-QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-DIR) DELIMITED BY SIZE
               WS-SHELL-QUOTE DELIMITED BY SIZE
               " -maxdepth 1 -type f -name " DELIMITED BY SIZE
               WS-SHELL-QUOTE DELIMITED BY SIZE
               "idss-*.log" DELIMITED BY SIZE
               WS-SHELL-QUOTE DELIMITED BY SIZE
               " -printf " DELIMITED BY SIZE
               WS-SHELL-QUOTE DELIMITED BY SIZE
               "%f\n" DELIMITED BY SIZE
               WS-SHELL-QUOTE DELIMITED BY SIZE
               " 2>/dev/null | sort > " DELIMITED BY SIZE
               WS-SHELL-QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-LIST-PATH) DELIMITED BY SIZE
               WS-SHELL-QUOTE DELIMITED BY SIZE
               INTO WS-SHELL-COMMAND
           END-STRING

           CALL "SYSTEM" USING WS-SHELL-COMMAND
           IF RETURN-CODE NOT = 0
               MOVE 'N' TO WS-VERIFY-OK
               DISPLAY "audverify: cannot list "
                   FUNCTION TRIM(WS-AUDIT-DIR)
                   " (return code " RETURN-CODE ")"
           ELSE
               MOVE 'N' TO WS-LIST-EOF
               OPEN INPUT ArchiveListFile
               IF WS-LIST-STATUS NOT = "00"
                   MOVE 'N' TO WS-VERIFY-OK
                   DISPLAY "audverify: cannot read "
                       FUNCTION TRIM(WS-LIST-PATH)
                       " (status " WS-LIST-STATUS ")"
               ELSE
                   PERFORM 211-READ-ONE-ARCHIVE-NAME UNTIL ListEOF
                   CLOSE ArchiveListFile
               END-IF
           END-IF
           MOVE 0 TO RETURN-CODE.

       211-READ-ONE-ARCHIVE-NAME.
           READ ArchiveListFile
               AT END
                   SET ListEOF TO TRUE
               NOT AT END
                   IF ArchiveListRecord NOT = SPACES
                       IF WS-LOG-COUNT < 999
                           ADD 1 TO WS-LOG-COUNT
                           MOVE SPACES TO WS-LOG-NAME(WS-LOG-COUNT)
                           STRING FUNCTION TRIM(WS-AUDIT-DIR)
                                   DELIMITED BY SIZE
                               "/" DELIMITED BY SIZE
                               FUNCTION TRIM(ArchiveListRecord)
                                   DELIMITED BY SIZE
                               INTO WS-LOG-NAME(WS-LOG-COUNT)
                           END-STRING
                           MOVE 'N' TO WS-LOG-LIVE(WS-LOG-COUNT)
                       ELSE
                           ADD 1 TO WS-OVERFLOW-COUNT
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  230-WALK-ONE-LOG reads one log through. A live log that  *
      *  is missing just means nothing has run since the last     *
      *  rotation; a listed archive that cannot be read is a      *
      *  finding, since its records cannot be proven.             *
      *----------------------------------------------------------*
       230-WALK-ONE-LOG.
           MOVE WS-LOG-NAME(WS-LOG-SUB) TO WS-LOG-PATH
           MOVE 0 TO WS-LINE-NO
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT AuditFile
           EVALUATE TRUE
               WHEN WS-LOG-STATUS = "00"
                   ADD 1 TO WS-FILE-COUNT
                   PERFORM 240-CHECK-ONE-RECORD UNTIL LogEOF
                   CLOSE AuditFile
               WHEN WS-LOG-STATUS = "35" AND LogIsLive(WS-LOG-SUB)
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-UNREADABLE-COUNT
                   DISPLAY "  unreadable log : "
                       FUNCTION TRIM(WS-LOG-PATH)
                       " (status " WS-LOG-STATUS ")"
           END-EVALUATE.

      *----------------------------------------------------------*
      *  240-CHECK-ONE-RECORD places one record on the chain.     *
      *  The chain position only moves forward: a record whose    *
      *  sequence number repeats or runs backwards is reported    *
      *  and then stepped over.                                   *
      *----------------------------------------------------------*
       240-CHECK-ONE-RECORD.
           READ AuditFile
               AT END
                   SET LogEOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINE-NO
                   ADD 1 TO WS-RECORD-COUNT
                   PERFORM 241-BUILD-WHERE
                   ADD 1 TO WS-PREV-SEQ GIVING WS-EXPECT-SEQ
                   EVALUATE TRUE
                       WHEN AUDIT-SEQ IS NOT NUMERIC
                               OR AUDIT-CHECK IS NOT NUMERIC
                           PERFORM 242-NOTE-UNSEALED-RECORD
                       WHEN NOT ChainStarted
                           PERFORM 243-START-CHAIN
                       WHEN AUDIT-SEQ = WS-EXPECT-SEQ
                           ADD 1 TO WS-SEALED-COUNT
                           PERFORM 245-VERIFY-CHECK-VALUE
                       WHEN AUDIT-SEQ > WS-EXPECT-SEQ
                           ADD 1 TO WS-SEALED-COUNT
                           PERFORM 244-REPORT-GAP
                       WHEN OTHER
                           ADD 1 TO WS-SEALED-COUNT
                           ADD 1 TO WS-BROKEN-COUNT
                           DISPLAY "  broken chain   : "
                               FUNCTION TRIM(WS-WHERE)
                               " sequence " AUDIT-SEQ
                               " repeats or runs back (last was "
                               WS-PREV-SEQ ")"
                   END-EVALUATE
           END-READ.

       241-BUILD-WHERE.
           MOVE SPACES TO WS-WHERE
           STRING FUNCTION TRIM(WS-LOG-PATH) DELIMITED BY SIZE
               " line " DELIMITED BY SIZE
               WS-LINE-NO DELIMITED BY SIZE
               INTO WS-WHERE
           END-STRING.

       242-NOTE-UNSEALED-RECORD.
           IF ChainStarted
               ADD 1 TO WS-BROKEN-COUNT
               DISPLAY "  broken chain   : "
                   FUNCTION TRIM(WS-WHERE)
                   " has no sequence number (after sequence "
                   WS-PREV-SEQ ")"
           ELSE
               ADD 1 TO WS-UNSEALED-COUNT
           END-IF.

      *----------------------------------------------------------*
      *  243-START-CHAIN takes the first sealed record. Sequence  *
      *  1 is checked against the zero seed; a later one means    *
      *  the records before it have been purged, and it is taken  *
      *  as the starting point.                                   *
      *----------------------------------------------------------*
       243-START-CHAIN.
           SET ChainStarted TO TRUE
           ADD 1 TO WS-SEALED-COUNT
           MOVE AUDIT-SEQ TO WS-FIRST-SEQ
           IF AUDIT-SEQ = 1
               MOVE 0 TO WS-PREV-CHECK
               PERFORM 245-VERIFY-CHECK-VALUE
           ELSE
               MOVE AUDIT-SEQ TO WS-PREV-SEQ
               MOVE AUDIT-CHECK TO WS-PREV-CHECK
               MOVE 'N' TO WS-PREV-FAILED
           END-IF.

       244-REPORT-GAP.
           ADD 1 TO WS-GAP-COUNT
           SUBTRACT 1 FROM AUDIT-SEQ GIVING WS-GAP-TO-SEQ
           COMPUTE WS-MISSING-COUNT = WS-MISSING-COUNT
               + WS-GAP-TO-SEQ - WS-PREV-SEQ
           DISPLAY "  gap            : sequence " WS-EXPECT-SEQ
               " thru " WS-GAP-TO-SEQ " missing before "
               FUNCTION TRIM(WS-WHERE)
           MOVE AUDIT-SEQ TO WS-PREV-SEQ
           MOVE AUDIT-CHECK TO WS-PREV-CHECK
           MOVE 'N' TO WS-PREV-FAILED.

      *----------------------------------------------------------*
      *  245-VERIFY-CHECK-VALUE reseals the record onto the check *
      *  value of the record before it through IDSS-AUDCHAIN and  *
      *  compares. A lone failure is an edited record; a failure  *
      *  right after another is the chain itself breaking.        *
      *----------------------------------------------------------*
       245-VERIFY-CHECK-VALUE.
           SET AudchainActionCheck TO TRUE
           MOVE WS-AUDIT-PATH TO AUDCHAIN-LOG-PATH
           MOVE SPACES TO AUDCHAIN-RECORD
           MOVE AuditRecord TO AUDCHAIN-RECORD
           MOVE WS-PREV-CHECK TO AUDCHAIN-PREV-CHECK
           CALL "IDSS-AUDCHAIN" USING AUDCHAIN-REQUEST
           IF AUDCHAIN-CHECK = AUDIT-CHECK
               MOVE 'N' TO WS-PREV-FAILED
           ELSE
               IF PrevRecordFailed
                   ADD 1 TO WS-BROKEN-COUNT
                   DISPLAY "  broken chain   : "
                       FUNCTION TRIM(WS-WHERE)
                       " sequence " AUDIT-SEQ
                       " does not chain from the record before"
               ELSE
                   ADD 1 TO WS-EDITED-COUNT
                   DISPLAY "  edited record  : "
                       FUNCTION TRIM(WS-WHERE)
                       " sequence " AUDIT-SEQ
                       " does not match its check value"
               END-IF
               MOVE 'Y' TO WS-PREV-FAILED
           END-IF
           MOVE AUDIT-SEQ TO WS-PREV-SEQ
           MOVE AUDIT-CHECK TO WS-PREV-CHECK.

      *----------------------------------------------------------*
      *  260-CHECK-CHAIN-ANCHOR catches records cut off the end   *
      *  of the live log, which no later record could reveal.     *
      *----------------------------------------------------------*
       260-CHECK-CHAIN-ANCHOR.
           SET AudchainActionAnchor TO TRUE
           MOVE WS-AUDIT-PATH TO AUDCHAIN-LOG-PATH
           CALL "IDSS-AUDCHAIN" USING AUDCHAIN-REQUEST
           EVALUATE TRUE
               WHEN AudchainNoAnchor
                   IF ChainStarted
                       ADD 1 TO WS-BROKEN-COUNT
                       DISPLAY "  broken chain   : chain anchor "
                           FUNCTION TRIM(WS-AUDIT-PATH)
                           ".chain is missing"
                   END-IF
               WHEN AUDCHAIN-SEQ > WS-PREV-SEQ
                   ADD 1 TO WS-GAP-COUNT
                   ADD 1 TO WS-PREV-SEQ GIVING WS-EXPECT-SEQ
                   COMPUTE WS-MISSING-COUNT = WS-MISSING-COUNT
                       + AUDCHAIN-SEQ - WS-PREV-SEQ
                   DISPLAY "  gap            : sequence "
                       WS-EXPECT-SEQ " thru " AUDCHAIN-SEQ
                       " missing from the end of "
                       FUNCTION TRIM(WS-AUDIT-PATH)
               WHEN AUDCHAIN-SEQ < WS-PREV-SEQ
                   ADD 1 TO WS-BROKEN-COUNT
                   DISPLAY "  broken chain   : records past sequence "
                       AUDCHAIN-SEQ " were not written by "
                       "IDSS-AUDCHAIN"
               WHEN AUDCHAIN-CHECK NOT = WS-PREV-CHECK
                   ADD 1 TO WS-BROKEN-COUNT
                   DISPLAY "  broken chain   : last record, sequence "
                       WS-PREV-SEQ ", is not the one the chain "
                       "anchor recorded"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       290-DISPLAY-SUMMARY.
           DISPLAY "Summary:"
           DISPLAY "  logs read              : " WS-FILE-COUNT
           DISPLAY "  records read           : " WS-RECORD-COUNT
           DISPLAY "  sealed records         : " WS-SEALED-COUNT
           IF WS-UNSEALED-COUNT > 0
               DISPLAY "  written before sealing : "
                   WS-UNSEALED-COUNT
           END-IF
           IF ChainStarted
               DISPLAY "  chain runs from        : " WS-FIRST-SEQ
                   " to " WS-PREV-SEQ
               IF WS-FIRST-SEQ > 1
                   DISPLAY "  (sequences before " WS-FIRST-SEQ
                       " were purged with their archives)"
               END-IF
           END-IF
           DISPLAY "  gaps                   : " WS-GAP-COUNT
               " (" WS-MISSING-COUNT " records missing)"
           DISPLAY "  edited records         : " WS-EDITED-COUNT
           DISPLAY "  broken chains          : " WS-BROKEN-COUNT
           IF WS-UNREADABLE-COUNT > 0
               DISPLAY "  unreadable logs        : "
                   WS-UNREADABLE-COUNT
           END-IF
           IF WS-OVERFLOW-COUNT > 0
               DISPLAY "  archives not walked    : "
                   WS-OVERFLOW-COUNT " (more than 999)"
           END-IF.

      *----------------------------------------------------------*
      *  910-LOCK-AUDIT-LOG holds the audit log's own lock for    *
      *  the whole walk, so housekeeping cannot rotate the log    *
      *  and no run can append to it part way through. A busy or  *
      *  stale lock has already been explained by IDSS-AUDCHAIN.  *
      *----------------------------------------------------------*
       910-LOCK-AUDIT-LOG.
           SET AudchainActionLock TO TRUE
           MOVE WS-AUDIT-PATH TO AUDCHAIN-LOG-PATH
           CALL "IDSS-AUDCHAIN" USING AUDCHAIN-REQUEST
           IF NOT AudchainDone
               DISPLAY "audverify: the audit log is in use; "
                   "try again when it finishes"
           END-IF.

       920-UNLOCK-AUDIT-LOG.
           SET AudchainActionUnlock TO TRUE
           MOVE WS-AUDIT-PATH TO AUDCHAIN-LOG-PATH
           CALL "IDSS-AUDCHAIN" USING AUDCHAIN-REQUEST.
