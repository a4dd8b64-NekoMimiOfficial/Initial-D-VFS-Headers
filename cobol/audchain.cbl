       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDSS-AUDCHAIN.

      *----------------------------------------------------------*
      *  Modification history                                    *
      *  2026-10-15  Initial version. Writes every audit record   *
      *              for IDSS-MAIN and IDSS-DOCMAINT so each one  *
      *              carries a sequence number and a check value  *
      *              chained from the record before it. The last  *
      *              sequence number and check value are kept in  *
      *              an anchor file beside the live log, so the   *
      *              chain carries on unbroken when housekeeping  *
      *              rotates the log into a dated archive.        *
      *              IDSS-AUDVERIFY CALLs the same check routine  *
      *              to walk the chain back.                      *
      *  2026-10-15  Records carry the documentation library the  *
      *              run worked on. Appends now take the audit    *
      *              log's own lock (log path + ".lock"), since   *
      *              runs on different libraries hold different   *
      *              run locks but share the log; LOCK / UNLOCK   *
      *              let housekeeping and IDSS-AUDVERIFY hold it  *
      *              across a whole rotation or walk.             *
      *  2026-10-15  An append now continues from whichever is    *
      *              further on, the anchor or the last sealed    *
      *              record in the live log, so an anchor that    *
      *              could not be rewritten never makes the next  *
      *              record repeat a sequence number.             *
      *----------------------------------------------------------*

      *----------------------------------------------------------*
      *  The check value. Two running remainders, one modulo      *
      *  999999937 and one modulo 999999929, start from the two   *
      *  halves of the previous record's check value (zero for    *
      *  the first record ever written), fold in the site key     *
      *  from IDSS_AUDIT_KEY when one is set, then fold in every  *
      *  byte of the record with its own check value blanked.     *
      *  The two remainders side by side are the record's check  *
      *  value. Editing a byte of a record, or removing or        *
      *  inserting a record, changes every value from that point  *
      *  on. Without the site key anyone who reads this program   *
      *  could reseal an edited log, so production sets it.       *
      *                                                          *
      *  Anchor file (audit log path + ".chain", one line):       *
      *    cols  1-10  sequence number of the last record         *
      *    col   11    blank                                     *
      *    cols 12-29  check value of the last record             *
      *    col   30    blank                                     *
      *    cols 31-56  timestamp of the last record               *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AuditFile ASSIGN TO DYNAMIC WS-AUDIT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AnchorFile ASSIGN TO DYNAMIC WS-ANCHOR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ANCHOR-STATUS.

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

       FD  AnchorFile.
       01  AnchorRecord.
           05  ANCHOR-SEQ             PIC 9(10).
           05  FILLER                 PIC X(01).
           05  ANCHOR-CHECK           PIC 9(18).
           05  FILLER                 PIC X(01).
           05  ANCHOR-STAMP           PIC X(26).

       WORKING-STORAGE SECTION.
           COPY "lockreq.cpy".

       01  WS-AUDIT-PATH PIC X(256) VALUE SPACES.
       01  WS-AUDIT-STATUS PIC X(2) VALUE SPACES.
       01  WS-AUDIT-EOF PIC X(1) VALUE 'N'.
           88 AuditEOF VALUE 'Y'.
       01  WS-ANCHOR-PATH PIC X(256) VALUE SPACES.
       01  WS-ANCHOR-STATUS PIC X(2) VALUE SPACES.
       01  WS-ANCHOR-FOUND PIC X(1) VALUE 'N'.
           88 AnchorFound VALUE 'Y'.

      *--------------------------------------------------------*
      *  Where the chain stands before this record.             *
      *--------------------------------------------------------*
       01  WS-LAST-SEQ PIC 9(10) VALUE 0.
       01  WS-LAST-CHECK PIC 9(18) VALUE 0.
       01  WS-LAST-STAMP PIC X(26) VALUE SPACES.

      *--------------------------------------------------------*
      *  The record being sealed, laid out as AuditRecord and   *
      *  padded to the full width the check value covers.       *
      *--------------------------------------------------------*
       01  WS-SEAL-RECORD.
           05  WS-SEAL-TIMESTAMP      PIC X(26).
           05  FILLER                 PIC X(01).
           05  WS-SEAL-MODE           PIC X(15).
           05  FILLER                 PIC X(01).
           05  WS-SEAL-BRANCH         PIC X(20).
           05  FILLER                 PIC X(01).
           05  WS-SEAL-RAW-ARGS       PIC X(73).
           05  FILLER                 PIC X(01).
           05  WS-SEAL-SEQ            PIC 9(10).
           05  FILLER                 PIC X(01).
           05  WS-SEAL-CHECK          PIC 9(18).
           05  FILLER                 PIC X(01).
           05  WS-SEAL-LIBRARY        PIC X(10).
           05  FILLER                 PIC X(22).
       01  WS-SEAL-TEXT REDEFINES WS-SEAL-RECORD PIC X(200).

      *--------------------------------------------------------*
      *  The audit log's own lock. WS-LOG-LOCK-HELD stays set   *
      *  between CALLs while a caller holds it through LOCK, so *
      *  that caller's own appends do not wait on themselves.   *
      *--------------------------------------------------------*
       01  WS-LOG-LOCK-PATH PIC X(256) VALUE SPACES.
       01  WS-LOG-LOCK-HELD PIC X(1) VALUE 'N'.
           88 LogLockHeld VALUE 'Y'.
       01  WS-LOCK-TAKEN-HERE PIC X(1) VALUE 'N'.
           88 LockTakenHere VALUE 'Y'.

      *--------------------------------------------------------*
      *  Check value arithmetic.                                *
      *--------------------------------------------------------*
       01  WS-AUDIT-KEY PIC X(64) VALUE SPACES.
       01  WS-HASH-TEXT PIC X(200) VALUE SPACES.
       01  WS-PREV-CHECK PIC 9(18) VALUE 0.
       01  WS-CHECK-VALUE.
           05  WS-CHECK-H1 PIC 9(9).
           05  WS-CHECK-H2 PIC 9(9).
       01  WS-CHECK-NUMBER REDEFINES WS-CHECK-VALUE PIC 9(18).
       01  WS-HASH-1 PIC 9(18) COMP VALUE 0.
       01  WS-HASH-2 PIC 9(18) COMP VALUE 0.
       01  WS-HASH-WORK PIC 9(18) COMP VALUE 0.
       01  WS-HASH-QUOT PIC 9(18) COMP VALUE 0.
       01  WS-FOLD-POS PIC 9(4) COMP VALUE 0.
       01  WS-FOLD-CHAR PIC X(1) VALUE SPACE.

       LINKAGE SECTION.
           COPY "audreq.cpy".

       PROCEDURE DIVISION USING AUDCHAIN-REQUEST.
       100-MAIN-LOGIC.
           MOVE 'F' TO AUDCHAIN-RESULT
           MOVE AUDCHAIN-LOG-PATH TO WS-AUDIT-PATH
           MOVE SPACES TO WS-ANCHOR-PATH
           STRING FUNCTION TRIM(WS-AUDIT-PATH) DELIMITED BY SIZE
               ".chain" DELIMITED BY SIZE
               INTO WS-ANCHOR-PATH
           END-STRING
           MOVE SPACES TO WS-LOG-LOCK-PATH
           STRING FUNCTION TRIM(WS-AUDIT-PATH) DELIMITED BY SIZE
               ".lock" DELIMITED BY SIZE
               INTO WS-LOG-LOCK-PATH
           END-STRING
           MOVE SPACES TO WS-AUDIT-KEY
           ACCEPT WS-AUDIT-KEY FROM ENVIRONMENT "IDSS_AUDIT_KEY"

           EVALUATE TRUE
               WHEN AudchainActionAppend
                   PERFORM 200-APPEND-RECORD
                       THRU 200-APPEND-RECORD-EXIT
               WHEN AudchainActionCheck
                   PERFORM 300-CHECK-RECORD
               WHEN AudchainActionAnchor
                   PERFORM 400-REPORT-ANCHOR
               WHEN AudchainActionLock
                   PERFORM 500-LOCK-LOG
               WHEN AudchainActionUnlock
                   PERFORM 510-UNLOCK-LOG
                   MOVE 'D' TO AUDCHAIN-RESULT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

      *----------------------------------------------------------*
      *  200-APPEND-RECORD takes the chain up from the anchor     *
      *  file or from the last sealed record in the live log,     *
      *  whichever has the higher sequence number: the anchor     *
      *  rules right after a rotation empties the log, the log    *
      *  when an anchor rewrite failed. It seals the new record   *
      *  onto it, appends it, and moves the anchor forward. The   *
      *  anchor is only rewritten once the record is safely       *
      *  written.                                                 *
      *  Unless the caller already holds the audit log's lock,    *
      *  it is taken for the append alone, so two runs can never  *
      *  seal onto the same previous record.                      *
      *----------------------------------------------------------*
       200-APPEND-RECORD.
           MOVE 'N' TO WS-LOCK-TAKEN-HERE
           IF NOT LogLockHeld
               PERFORM 500-LOCK-LOG
               IF NOT LogLockHeld
                   GO TO 200-APPEND-RECORD-EXIT
               END-IF
               SET LockTakenHere TO TRUE
           END-IF
           MOVE 'F' TO AUDCHAIN-RESULT

           PERFORM 210-READ-ANCHOR
           PERFORM 220-FIND-LOG-TAIL

           MOVE SPACES TO WS-SEAL-TEXT
           MOVE FUNCTION CURRENT-DATE TO WS-SEAL-TIMESTAMP
           MOVE AUDCHAIN-MODE TO WS-SEAL-MODE
           MOVE AUDCHAIN-BRANCH TO WS-SEAL-BRANCH
           MOVE AUDCHAIN-RAW-ARGS TO WS-SEAL-RAW-ARGS
           MOVE AUDCHAIN-LIBRARY TO WS-SEAL-LIBRARY
           ADD 1 TO WS-LAST-SEQ GIVING WS-SEAL-SEQ
           MOVE WS-LAST-CHECK TO WS-PREV-CHECK
           PERFORM 310-COMPUTE-CHECK
           MOVE WS-CHECK-NUMBER TO WS-SEAL-CHECK

           MOVE WS-SEAL-TEXT TO AuditRecord
           OPEN EXTEND AuditFile
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AuditFile
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "audchain: cannot open "
                   FUNCTION TRIM(WS-AUDIT-PATH)
                   " (status " WS-AUDIT-STATUS ")"
               GO TO 200-APPEND-RECORD-EXIT
           END-IF
           WRITE AuditRecord
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "audchain: cannot write "
                   FUNCTION TRIM(WS-AUDIT-PATH)
                   " (status " WS-AUDIT-STATUS ")"
               CLOSE AuditFile
               GO TO 200-APPEND-RECORD-EXIT
           END-IF
           CLOSE AuditFile

           MOVE WS-SEAL-SEQ TO AUDCHAIN-SEQ
           MOVE WS-SEAL-CHECK TO AUDCHAIN-CHECK
           MOVE WS-SEAL-TEXT TO AUDCHAIN-RECORD
           MOVE 'D' TO AUDCHAIN-RESULT
           PERFORM 230-WRITE-ANCHOR.
       200-APPEND-RECORD-EXIT.
           IF LockTakenHere
               PERFORM 510-UNLOCK-LOG
               MOVE 'N' TO WS-LOCK-TAKEN-HERE
           END-IF.

       210-READ-ANCHOR.
           MOVE 'N' TO WS-ANCHOR-FOUND
           MOVE 0 TO WS-LAST-SEQ
           MOVE 0 TO WS-LAST-CHECK
           MOVE SPACES TO WS-LAST-STAMP
           OPEN INPUT AnchorFile
           IF WS-ANCHOR-STATUS = "00"
               READ AnchorFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ANCHOR-SEQ IS NUMERIC
                           AND ANCHOR-CHECK IS NUMERIC
                           MOVE ANCHOR-SEQ TO WS-LAST-SEQ
                           MOVE ANCHOR-CHECK TO WS-LAST-CHECK
                           MOVE ANCHOR-STAMP TO WS-LAST-STAMP
                           SET AnchorFound TO TRUE
                       END-IF
               END-READ
               CLOSE AnchorFile
           END-IF.

      *----------------------------------------------------------*
      *  220-FIND-LOG-TAIL moves the chain position on past the   *
      *  anchor to any later sealed record in the live log, and   *
      *  recovers it from the log alone when the anchor file is   *
      *  gone. Records written before sealing began carry no      *
      *  sequence number and are passed over; with none sealed    *
      *  and no anchor the chain starts at 1.                     *
      *----------------------------------------------------------*
       220-FIND-LOG-TAIL.
           MOVE 'N' TO WS-AUDIT-EOF
           OPEN INPUT AuditFile
           IF WS-AUDIT-STATUS = "00"
               PERFORM 221-READ-ONE-TAIL-RECORD UNTIL AuditEOF
               CLOSE AuditFile
           END-IF.

       221-READ-ONE-TAIL-RECORD.
           READ AuditFile
               AT END
                   SET AuditEOF TO TRUE
               NOT AT END
                   IF AUDIT-SEQ IS NUMERIC
                       AND AUDIT-CHECK IS NUMERIC
                       AND AUDIT-SEQ > WS-LAST-SEQ
                       MOVE AUDIT-SEQ TO WS-LAST-SEQ
                       MOVE AUDIT-CHECK TO WS-LAST-CHECK
                       MOVE AUDIT-TIMESTAMP TO WS-LAST-STAMP
                   END-IF
           END-READ.

       230-WRITE-ANCHOR.
           MOVE SPACES TO AnchorRecord
           MOVE WS-SEAL-SEQ TO ANCHOR-SEQ
           MOVE WS-SEAL-CHECK TO ANCHOR-CHECK
           MOVE WS-SEAL-TIMESTAMP TO ANCHOR-STAMP
           OPEN OUTPUT AnchorFile
           IF WS-ANCHOR-STATUS = "00"
               WRITE AnchorRecord
               CLOSE AnchorFile
           ELSE
               DISPLAY "audchain: cannot write "
                   FUNCTION TRIM(WS-ANCHOR-PATH)
                   " (status " WS-ANCHOR-STATUS ")"
           END-IF.

      *----------------------------------------------------------*
      *  300-CHECK-RECORD gives back the check value a record as  *
      *  read from a log should carry, sealed onto the check      *
      *  value of the record before it.                           *
      *----------------------------------------------------------*
       300-CHECK-RECORD.
           MOVE AUDCHAIN-RECORD TO WS-SEAL-TEXT
           MOVE AUDCHAIN-PREV-CHECK TO WS-PREV-CHECK
           PERFORM 310-COMPUTE-CHECK
           MOVE WS-CHECK-NUMBER TO AUDCHAIN-CHECK
           MOVE 'D' TO AUDCHAIN-RESULT.

       310-COMPUTE-CHECK.
           MOVE WS-SEAL-TEXT TO WS-HASH-TEXT
           MOVE SPACES TO WS-HASH-TEXT(150:18)
           MOVE WS-PREV-CHECK TO WS-CHECK-NUMBER
           MOVE WS-CHECK-H1 TO WS-HASH-1
           MOVE WS-CHECK-H2 TO WS-HASH-2
           IF WS-AUDIT-KEY NOT = SPACES
               PERFORM 311-FOLD-ONE-KEY-CHAR
                   VARYING WS-FOLD-POS FROM 1 BY 1
                   UNTIL WS-FOLD-POS > 64
           END-IF
           PERFORM 312-FOLD-ONE-RECORD-CHAR
               VARYING WS-FOLD-POS FROM 1 BY 1
               UNTIL WS-FOLD-POS > 200
           MOVE WS-HASH-1 TO WS-CHECK-H1
           MOVE WS-HASH-2 TO WS-CHECK-H2.

       311-FOLD-ONE-KEY-CHAR.
           MOVE WS-AUDIT-KEY(WS-FOLD-POS:1) TO WS-FOLD-CHAR
           PERFORM 315-FOLD-ONE-CHAR.

       312-FOLD-ONE-RECORD-CHAR.
           MOVE WS-HASH-TEXT(WS-FOLD-POS:1) TO WS-FOLD-CHAR
           PERFORM 315-FOLD-ONE-CHAR.

       315-FOLD-ONE-CHAR.
           COMPUTE WS-HASH-WORK =
               WS-HASH-1 * 257 + FUNCTION ORD(WS-FOLD-CHAR)
           DIVIDE WS-HASH-WORK BY 999999937
               GIVING WS-HASH-QUOT REMAINDER WS-HASH-1
           COMPUTE WS-HASH-WORK =
               WS-HASH-2 * 263 + FUNCTION ORD(WS-FOLD-CHAR)
                   + WS-FOLD-POS
           DIVIDE WS-HASH-WORK BY 999999929
               GIVING WS-HASH-QUOT REMAINDER WS-HASH-2.

       400-REPORT-ANCHOR.
           PERFORM 210-READ-ANCHOR
           IF AnchorFound
               MOVE WS-LAST-SEQ TO AUDCHAIN-SEQ
               MOVE WS-LAST-CHECK TO AUDCHAIN-CHECK
               MOVE WS-LAST-STAMP TO AUDCHAIN-RECORD
               MOVE 'D' TO AUDCHAIN-RESULT
           ELSE
               MOVE 0 TO AUDCHAIN-SEQ
               MOVE 0 TO AUDCHAIN-CHECK
               MOVE 'N' TO AUDCHAIN-RESULT
           END-IF.

      *----------------------------------------------------------*
      *  500-LOCK-LOG takes the audit log's lock through          *
      *  IDSS-LOCK, waiting the usual time for an append or a     *
      *  rotation in another run to finish.                       *
      *----------------------------------------------------------*
       500-LOCK-LOG.
           IF LogLockHeld
               MOVE 'D' TO AUDCHAIN-RESULT
           ELSE
               SET LockActionAcquire TO TRUE
               MOVE WS-LOG-LOCK-PATH TO LOCK-DIR-PATH
               MOVE "IDSS-AUDCHAIN" TO LOCK-PROGRAM
               CALL "IDSS-LOCK" USING LOCK-REQUEST
               EVALUATE TRUE
                   WHEN LockGranted
                       SET LogLockHeld TO TRUE
                       MOVE 'D' TO AUDCHAIN-RESULT
                   WHEN LockStale
                       DISPLAY "audchain: audit log lock "
                           FUNCTION TRIM(LOCK-DIR-PATH)
                           " is STALE: holder pid "
                           FUNCTION TRIM(LOCK-HOLDER-PID)
                           " (" FUNCTION TRIM(LOCK-HOLDER-PROGRAM)
                           ", since " LOCK-HOLDER-STAMP
                           ") is gone; remove the lock directory"
                   WHEN OTHER
                       DISPLAY "audchain: audit log "
                           FUNCTION TRIM(WS-AUDIT-PATH)
                           " is held by pid "
                           FUNCTION TRIM(LOCK-HOLDER-PID)
                           " (" FUNCTION TRIM(LOCK-HOLDER-PROGRAM)
                           ", since " LOCK-HOLDER-STAMP ")"
               END-EVALUATE
           END-IF.

       510-UNLOCK-LOG.
           IF LogLockHeld
               SET LockActionRelease TO TRUE
               MOVE WS-LOG-LOCK-PATH TO LOCK-DIR-PATH
               CALL "IDSS-LOCK" USING LOCK-REQUEST
               MOVE 'N' TO WS-LOG-LOCK-HELD
           END-IF.
