      *              so --compare=@name / --reconcile=@name in    *
      *              IDSS-MAIN can find the snapshot without a    *
      *              raw file path. --list shows the register.    *
      *  2026-10-15  The symbol dictionary (symbols.idx) is       *
      *              snapshotted with the other inputs, so        *
      *              IDSS-MAIN --symbol-path=@NAME can answer     *
      *              symbol queries as of a named release.        *
      *  2026-10-15  Readiness gate: the snapshot copies are      *
      *              validated, reconciled against the manifest,  *
      *              and checked for header drift, a master out   *
      *              of step, and overdue reviews before the      *
      *              release registers. A failed check refuses    *
      *              the cut unless --override=REASON names an    *
      *              --approver= on the approvers list. Verdicts, *
      *              counts, and sign-off are kept as a           *
      *              certificate record beside the release in     *
      *              the register and shown by --list.            *
      *  2026-10-15  --library=NAME (or IDSS_LIBRARY) cuts a      *
      *              release of one documentation library: its    *
      *              doc file, baseline, symbols, master,         *
      *              catalog, header drop and release register    *
      *              come from the library control file, the      *
      *              gate's work files go to its reports          *
      *              directory, and the run lock is its own.      *
      *  2026-10-15  The release copy of the symbol dictionary is *
      *              written record by record as the symbols are  *
      *              counted, rather than copied with cp, so the  *
      *              release holds a proper indexed file.         *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           RECORD KEY IS REG-VERSION
           FILE STATUS IS WS-REGISTER-STATUS.

           SELECT SymbolFile ASSIGN TO DYNAMIC WS-SYMBOL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SYM-KEY
           ALTERNATE RECORD KEY IS SYM-MATCH-KEY WITH DUPLICATES
           FILE STATUS IS WS-SYMBOL-STATUS.

           SELECT RelSymbolFile ASSIGN TO DYNAMIC WS-REL-SYMBOL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RSYM-KEY
           ALTERNATE RECORD KEY IS RSYM-MATCH-KEY WITH DUPLICATES
           FILE STATUS IS WS-REL-SYMBOL-STATUS.

           SELECT SortedDocFile ASSIGN TO DYNAMIC WS-SORTED-DOC-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SORTED-DOC-STATUS.

           SELECT SortedManFile ASSIGN TO DYNAMIC WS-SORTED-MAN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SORTED-MAN-STATUS.

           SELECT SortFile ASSIGN TO "IDSSSORT".

           SELECT CurrentSumsFile ASSIGN TO DYNAMIC WS-CURSUMS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CURSUMS-STATUS.

           SELECT DocMasterFile ASSIGN TO DYNAMIC WS-MASTER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOCM-KEY
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT CatalogFile ASSIGN TO DYNAMIC WS-CATALOG-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAT-TOPIC
           FILE STATUS IS WS-CATALOG-STATUS.

           SELECT ApproversFile ASSIGN TO DYNAMIC WS-APPROVERS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPROVERS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  InputFile.
           05  REG-MAN-COUNT          PIC 9(08).
           05  REG-BASE-COUNT         PIC 9(08).
           05  REG-DIR                PIC X(128).
      *--------------------------------------------------------*
      *  Readiness certificate, filed under the release's own   *
      *  version with "~" in the last key byte so it sorts      *
      *  straight after the release record it certifies. The    *
      *  five checks are, in order: validate, reconcile,        *
      *  headers, master, reviews.                              *
      *--------------------------------------------------------*
       01  CertificateRecord.
           05  CERT-KEY.
               10  CERT-VERSION       PIC X(09).
               10  CERT-MARK          PIC X(01).
                   88 CertMarked VALUE "~".
           05  CERT-DATE              PIC X(08).
           05  CERT-TIME              PIC X(06).
           05  CERT-OUTCOME           PIC X(01).
               88 CertClean VALUE "C".
               88 CertOverridden VALUE "O".
           05  CERT-CHECK OCCURS 5 TIMES.
               10  CERT-VERDICT       PIC X(01).
               10  CERT-COUNT OCCURS 3 TIMES
                                      PIC 9(05).
           05  CERT-CUT-BY            PIC X(08).
           05  CERT-APPROVER          PIC X(08).
           05  CERT-REASON            PIC X(52).

       FD  SymbolFile.
       01  SymbolRecord.
           05  SYM-KEY.
               10  SYM-NAME           PIC X(40).
               10  SYM-HEADER         PIC X(40).
           05  SYM-MATCH-KEY          PIC X(40).
           05  SYM-LINE-NO            PIC 9(06).
           05  SYM-VALUE              PIC X(80).

       FD  RelSymbolFile.
       01  RelSymbolRecord.
           05  RSYM-KEY.
               10  RSYM-NAME          PIC X(40).
               10  RSYM-HEADER        PIC X(40).
           05  RSYM-MATCH-KEY         PIC X(40).
           05  RSYM-LINE-NO           PIC 9(06).
           05  RSYM-VALUE             PIC X(80).

       FD  SortedDocFile.
       01  SortedDocRecord PIC X(80).

       FD  SortedManFile.
       01  SortedManRecord PIC X(80).

       SD  SortFile.
       01  SortRecord.
           05  SORT-LINE PIC X(80).

       FD  CurrentSumsFile.
       01  CurrentSumsRecord PIC X(300).

       FD  DocMasterFile.
       01  DocMasterRecord.
           05  DOCM-KEY.
               10  DOCM-TOPIC         PIC X(30).
               10  DOCM-SEQ           PIC 9(04).
           05  DOCM-TEXT              PIC X(80).

       FD  CatalogFile.
       01  CatalogRecord.
           05  CAT-TOPIC              PIC X(30).
           05  CAT-OWNER              PIC X(20).
           05  CAT-REVIEWED           PIC X(08).
           05  CAT-INTERVAL           PIC 9(04).

       FD  ApproversFile.
       01  ApproversRecord PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "versinfo.cpy".
           COPY "lockreq.cpy".
           COPY "libreq.cpy".

       01 WS-EOF PIC X(1) VALUE 'N'.
           88 EndOfFile VALUE 'Y'.
       01  WS-BASELINE-PATH
               PIC X(256) VALUE "/var/idss/headers.baseline".
       01  WS-BASELINE-STATUS PIC X(2) VALUE SPACES.
       01  WS-SYMBOL-PATH
               PIC X(256) VALUE "/var/idss/symbols.idx".
       01  WS-SYMBOL-STATUS PIC X(2) VALUE SPACES.
       01  WS-REL-SYMBOL-PATH PIC X(256) VALUE SPACES.
       01  WS-REL-SYMBOL-STATUS PIC X(2) VALUE SPACES.
       01  WS-RELEASES-DIR
               PIC X(256) VALUE "/var/idss/releases".
       01  WS-REGISTER-PATH
       01  WS-FLAG-LIST PIC X(1) VALUE 'N'.
           88 FlagList VALUE 'Y'.

      *--------------------------------------------------------*
      *  Readiness gate inputs. The doc master, the catalog,    *
      *  and the header drop are read where they live; the      *
      *  work files take the sorted and cksum sweeps. An        *
      *  override needs a reason and an approver named in the   *
      *  approvers list (first word of each line, "*" starts a  *
      *  comment line).                                         *
      *--------------------------------------------------------*
       01  WS-MASTER-PATH
               PIC X(256) VALUE "/var/idss/docmaster.idx".
       01  WS-MASTER-STATUS PIC X(2) VALUE SPACES.
       01  WS-CATALOG-PATH
               PIC X(256) VALUE "/var/idss/doccat.idx".
       01  WS-CATALOG-STATUS PIC X(2) VALUE SPACES.
       01  WS-HEADERS-DIR
               PIC X(256) VALUE "/usr/share/idss/headers".
       01  WS-APPROVERS-PATH
               PIC X(256) VALUE "/var/idss/releases/approvers".
       01  WS-APPROVERS-STATUS PIC X(2) VALUE SPACES.
       01  WS-SORTED-DOC-PATH
               PIC X(256)
               VALUE "/var/idss/reports/relcut-doc-sorted.txt".
       01  WS-SORTED-DOC-STATUS PIC X(2) VALUE SPACES.
       01  WS-SORTED-MAN-PATH
               PIC X(256)
               VALUE "/var/idss/reports/relcut-man-sorted.txt".
       01  WS-SORTED-MAN-STATUS PIC X(2) VALUE SPACES.
       01  WS-CURSUMS-PATH
               PIC X(256)
               VALUE "/var/idss/reports/relcut-headers-current.txt".
       01  WS-CURSUMS-STATUS PIC X(2) VALUE SPACES.
       01  WS-OVERRIDE-REASON PIC X(256) VALUE SPACES.
       01  WS-APPROVER PIC X(256) VALUE SPACES.

      *--------------------------------------------------------*
      *  Shell operands get the same plain-path character       *
      *  check IDSS-MAIN applies before its own CALL "SYSTEM".  *
       01  WS-DOC-COUNT PIC 9(8) VALUE 0.
       01  WS-MAN-COUNT PIC 9(8) VALUE 0.
       01  WS-BASE-COUNT PIC 9(8) VALUE 0.
       01  WS-SYM-COUNT PIC 9(8) VALUE 0.
       01  WS-MANIFEST-EOF PIC X(1) VALUE 'N'.
           88 ManifestEOF VALUE 'Y'.
       01  WS-BASELINE-EOF PIC X(1) VALUE 'N'.
           88 BaselineEOF VALUE 'Y'.
       01  WS-SYMBOL-EOF PIC X(1) VALUE 'N'.
           88 SymbolEOF VALUE 'Y'.
       01  WS-REGISTER-EOF PIC X(1) VALUE 'N'.
           88 RegisterEOF VALUE 'Y'.
       01  WS-LIST-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-LIST-CERT-PENDING PIC X(1) VALUE 'N'.
           88 ListCertPending VALUE 'Y'.
       01  WS-CUT-OK PIC X(1) VALUE 'Y'.
           88 CutOk VALUE 'Y'.
       01  WS-EXIT-CODE PIC 9(2) VALUE 0.

      *--------------------------------------------------------*
      *  Readiness gate bookkeeping. WS-GATE-ENTRY holds each   *
      *  check's verdict and up to three counts in the same     *
      *  order and shape as CERT-CHECK, so a certificate read   *
      *  back for --list prints through the same paragraph as   *
      *  a fresh cut. Verdict P passed, F failed, E could not   *
      *  be run (which fails the gate as well).                 *
      *--------------------------------------------------------*
       01  WS-GATE-LABEL-VALUES.
           05  FILLER PIC X(10) VALUE "validate".
           05  FILLER PIC X(10) VALUE "blank".
           05  FILLER PIC X(10) VALUE "truncated".
           05  FILLER PIC X(10) VALUE "nonprint".
           05  FILLER PIC X(10) VALUE "reconcile".
           05  FILLER PIC X(10) VALUE "missing".
           05  FILLER PIC X(10) VALUE "extra".
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(10) VALUE "headers".
           05  FILLER PIC X(10) VALUE "added".
           05  FILLER PIC X(10) VALUE "removed".
           05  FILLER PIC X(10) VALUE "modified".
           05  FILLER PIC X(10) VALUE "master".
           05  FILLER PIC X(10) VALUE "lines".
           05  FILLER PIC X(10) VALUE "topics".
           05  FILLER PIC X(10) VALUE "leftover".
           05  FILLER PIC X(10) VALUE "reviews".
           05  FILLER PIC X(10) VALUE "overdue".
           05  FILLER PIC X(10) VALUE "bad-date".
           05  FILLER PIC X(10) VALUE "checked".
       01  WS-GATE-LABELS REDEFINES WS-GATE-LABEL-VALUES.
           05  WS-GATE-LABEL-SET OCCURS 5 TIMES.
               10  WS-GATE-NAME PIC X(10).
               10  WS-GATE-COUNT-LABEL OCCURS 3 TIMES
                       PIC X(10).
       01  WS-GATE-TABLE.
           05  WS-GATE-ENTRY OCCURS 5 TIMES.
               10  WS-GATE-VERDICT PIC X(1).
                   88 GateCheckPassed VALUE 'P'.
               10  WS-GATE-COUNT OCCURS 3 TIMES PIC 9(5).
       01  WS-GATE-SUB PIC 9(2) COMP VALUE 0.
       01  WS-GATE-COUNT-SUB PIC 9(2) COMP VALUE 0.
       01  WS-GATE-FAILED-COUNT PIC 9(2) COMP VALUE 0.
       01  WS-GATE-LINE-NO PIC 9(8) VALUE 0.
       01  WS-GATE-LINE PIC X(100) VALUE SPACES.
       01  WS-GATE-LINE-POS PIC 9(3) COMP VALUE 1.
       01  WS-GATE-VERDICT-TEXT PIC X(5) VALUE SPACES.
       01  WS-GATE-FINDING-TABLE.
           05  WS-GATE-FINDINGS PIC 9(8) COMP OCCURS 3 TIMES.
       01  WS-CUT-BY PIC X(8) VALUE SPACES.
       01  WS-CERT-OUTCOME PIC X(1) VALUE SPACE.
           88 GateClean VALUE 'C'.
           88 GateOverridden VALUE 'O'.
       01  WS-APPROVER-OK PIC X(1) VALUE 'N'.
           88 ApproverAuthorized VALUE 'Y'.
       01  WS-APPROVERS-EOF PIC X(1) VALUE 'N'.
           88 ApproversEOF VALUE 'Y'.
       01  WS-APPROVER-LINE PIC X(80) VALUE SPACES.
       01  WS-APPROVER-WORD PIC X(80) VALUE SPACES.

       01  WS-ONE-CHAR PIC X(1) VALUE SPACE.
       01  WS-CHAR-CODE PIC 9(3) COMP VALUE 0.
       01  WS-CHAR-INDEX PIC 9(3) COMP VALUE 0.
       01  WS-NONPRINT-FOUND PIC X(1) VALUE 'N'.
           88 NonPrintFound VALUE 'Y'.

       01  WS-RDOC-AVAIL PIC X(1) VALUE 'N'.
           88 SortedDocAvail VALUE 'Y'.
       01  WS-RMAN-AVAIL PIC X(1) VALUE 'N'.
           88 SortedManAvail VALUE 'Y'.
       01  WS-RDOC-LINE PIC X(80) VALUE SPACES.
       01  WS-RMAN-LINE PIC X(80) VALUE SPACES.

       01  WS-CURSUMS-EOF PIC X(1) VALUE 'N'.
           88 CurSumsEOF VALUE 'Y'.
       01  WS-CK-SUM PIC X(10) VALUE SPACES.
       01  WS-CK-SIZE PIC X(12) VALUE SPACES.
       01  WS-CK-NAME PIC X(256) VALUE SPACES.
       01  WS-BL-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-BL-SUB PIC 9(4) COMP VALUE 0.
       01  WS-BL-HIT-SUB PIC 9(4) COMP VALUE 0.
       01  WS-BL-TABLE.
           05  WS-BL-ENTRY OCCURS 500 TIMES.
               10  WS-BL-SUM PIC X(10).
               10  WS-BL-SIZE PIC X(12).
               10  WS-BL-NAME PIC X(256).
               10  WS-BL-MATCHED PIC X(1).
                   88 BaselineEntryMatched VALUE 'Y'.
       01  WS-BL-FOUND PIC X(1) VALUE 'N'.
           88 BaselineNameFound VALUE 'Y'.

       01  WS-CURRENT-TOPIC PIC X(30) VALUE SPACES.
       01  WS-TOPIC-SEQ PIC 9(4) VALUE 0.
       01  WS-REPORTED-TOPIC PIC X(30) VALUE SPACES.
       01  WS-EXPECT-COUNT PIC 9(8) COMP VALUE 0.
       01  WS-MASTER-COUNT PIC 9(8) COMP VALUE 0.
       01  WS-MASTER-EOF PIC X(1) VALUE 'N'.
           88 MasterEOF VALUE 'Y'.
       01  WS-LINE-BAD PIC X(1) VALUE 'N'.
           88 DocLineBad VALUE 'Y'.

       01  WS-CATALOG-EOF PIC X(1) VALUE 'N'.
           88 CatalogEOF VALUE 'Y'.
       01  WS-TODAY-INT PIC 9(8) COMP VALUE 0.
       01  WS-DUE-INT PIC 9(8) COMP VALUE 0.
       01  WS-REVIEWED-NUM PIC 9(8) VALUE 0.

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
                   DISPLAY "relcut: library name "
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
           MOVE LIBRARY-BASELINE-PATH TO WS-BASELINE-PATH
           MOVE LIBRARY-SYMBOL-PATH TO WS-SYMBOL-PATH
           MOVE LIBRARY-RELEASES-DIR TO WS-RELEASES-DIR
           MOVE LIBRARY-REGISTER-PATH TO WS-REGISTER-PATH
           MOVE LIBRARY-MASTER-PATH TO WS-MASTER-PATH
           MOVE LIBRARY-CATALOG-PATH TO WS-CATALOG-PATH
           MOVE LIBRARY-HEADERS-DIR TO WS-HEADERS-DIR
           MOVE LIBRARY-LOCK-PATH TO LOCK-DIR-PATH
           MOVE "relcut-doc-sorted.txt" TO WS-LIB-WORK-NAME
           PERFORM 138-BUILD-LIBRARY-WORK-PATH
           MOVE WS-LIB-WORK-PATH TO WS-SORTED-DOC-PATH
           MOVE "relcut-man-sorted.txt" TO WS-LIB-WORK-NAME
           PERFORM 138-BUILD-LIBRARY-WORK-PATH
           MOVE WS-LIB-WORK-PATH TO WS-SORTED-MAN-PATH
           MOVE "relcut-headers-current.txt" TO WS-LIB-WORK-NAME
           PERFORM 138-BUILD-LIBRARY-WORK-PATH
           MOVE WS-LIB-WORK-PATH TO WS-CURSUMS-PATH.

       138-BUILD-LIBRARY-WORK-PATH.
           MOVE SPACES TO WS-LIB-WORK-PATH
           STRING FUNCTION TRIM(LIBRARY-REPORTS-DIR) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-LIB-WORK-NAME) DELIMITED BY SIZE
               INTO WS-LIB-WORK-PATH
           END-STRING.

       140-PARSE-ARGUMENTS.
           PERFORM 141-CLASSIFY-ONE-ARGUMENT
               VARYING WS-ARG-INDEX FROM 1 BY 1
                   MOVE WS-CURRENT-ARG(12:245) TO WS-MANIFEST-PATH
               WHEN WS-CURRENT-ARG(1:16) = "--baseline-path="
                   MOVE WS-CURRENT-ARG(17:240) TO WS-BASELINE-PATH
               WHEN WS-CURRENT-ARG(1:14) = "--symbol-path="
                   MOVE WS-CURRENT-ARG(15:242) TO WS-SYMBOL-PATH
               WHEN WS-CURRENT-ARG(1:15) = "--releases-dir="
                   MOVE WS-CURRENT-ARG(16:241) TO WS-RELEASES-DIR
               WHEN WS-CURRENT-ARG(1:16) = "--register-path="
                   MOVE WS-CURRENT-ARG(17:240) TO WS-REGISTER-PATH
               WHEN WS-CURRENT-ARG(1:14) = "--master-path="
                   MOVE WS-CURRENT-ARG(15:242) TO WS-MASTER-PATH
               WHEN WS-CURRENT-ARG(1:15) = "--catalog-path="
                   MOVE WS-CURRENT-ARG(16:241) TO WS-CATALOG-PATH
               WHEN WS-CURRENT-ARG(1:14) = "--headers-dir="
                   MOVE WS-CURRENT-ARG(15:242) TO WS-HEADERS-DIR
               WHEN WS-CURRENT-ARG(1:17) = "--approvers-path="
                   MOVE WS-CURRENT-ARG(18:239) TO WS-APPROVERS-PATH
               WHEN WS-CURRENT-ARG(1:11) = "--override="
                   MOVE WS-CURRENT-ARG(12:245) TO WS-OVERRIDE-REASON
               WHEN WS-CURRENT-ARG(1:11) = "--approver="
                   MOVE WS-CURRENT-ARG(12:245) TO WS-APPROVER
               WHEN FUNCTION TRIM(WS-CURRENT-ARG) = "--list"
                   SET FlagList TO TRUE
               WHEN OTHER

      *----------------------------------------------------------*
      *  200-CUT-RELEASE does the whole cut in one run: count     *
      *  the four inputs (which also proves they are readable),  *
      *  snapshot them into the release directory, put the        *
      *  snapshot through the readiness gate, and register the    *
      *  release and its certificate under the build version.     *
      *  Nothing registers unless every snapshot landed and the   *
      *  gate passed or was overridden by an approver.            *
      *----------------------------------------------------------*
       200-CUT-RELEASE.
           MOVE 'Y' TO WS-CUT-OK
           DISPLAY "Cutting release "
               FUNCTION TRIM(WS-VER-SEMANTIC)
               " into " FUNCTION TRIM(WS-RELEASE-DIR)
           IF WS-LIBRARY-NAME NOT = SPACES
               DISPLAY "Library " FUNCTION TRIM(WS-LIBRARY-NAME)
           END-IF
           DISPLAY " "

           PERFORM 205-CHECK-CUT-ARGS-SAFE
               GO TO 200-CUT-RELEASE-EXIT
           END-IF

           PERFORM 215-CHECK-OVERRIDE-ARGS
               THRU 215-CHECK-OVERRIDE-ARGS-EXIT
           IF NOT CutOk
               GO TO 200-CUT-RELEASE-EXIT
           END-IF

           PERFORM 210-COUNT-INPUTS
               THRU 210-COUNT-INPUTS-EXIT
           IF NOT CutOk
           END-IF

           PERFORM 220-SNAPSHOT-INPUTS
               THRU 220-SNAPSHOT-INPUTS-EXIT
           IF NOT CutOk
               GO TO 200-CUT-RELEASE-EXIT
           END-IF

           PERFORM 250-RUN-READINESS-GATE
           IF WS-GATE-FAILED-COUNT > 0
               IF WS-OVERRIDE-REASON = SPACES
                   MOVE 'N' TO WS-CUT-OK
                   DISPLAY "relcut: readiness gate FAILED on "
                       WS-GATE-FAILED-COUNT " check(s); release "
                       "not registered. The snapshot is left in "
                       FUNCTION TRIM(WS-RELEASE-DIR)
                       " for inspection; fix the inputs and cut "
                       "again, or rerun with --override=REASON "
                       "--approver=ID"
                   GO TO 200-CUT-RELEASE-EXIT
               END-IF
               SET GateOverridden TO TRUE
               DISPLAY "relcut: readiness gate FAILED on "
                   WS-GATE-FAILED-COUNT " check(s), OVERRIDDEN by "
                   FUNCTION TRIM(WS-APPROVER) ": "
                   FUNCTION TRIM(WS-OVERRIDE-REASON)
               DISPLAY " "
           ELSE
               SET GateClean TO TRUE
               IF WS-OVERRIDE-REASON NOT = SPACES
                   DISPLAY "relcut: readiness gate passed, the "
                       "override is not needed and is not recorded"
                   DISPLAY " "
               END-IF
           END-IF

           PERFORM 230-REGISTER-RELEASE
               THRU 230-REGISTER-RELEASE-EXIT
           IF NOT CutOk
           MOVE FUNCTION TRIM(WS-BASELINE-PATH)
               TO WS-SHELL-CHECK-FIELD
           PERFORM 206-VALIDATE-SHELL-FIELD
           MOVE FUNCTION TRIM(WS-SYMBOL-PATH)
               TO WS-SHELL-CHECK-FIELD
           PERFORM 206-VALIDATE-SHELL-FIELD
           MOVE FUNCTION TRIM(WS-RELEASE-DIR)
               TO WS-SHELL-CHECK-FIELD
           PERFORM 206-VALIDATE-SHELL-FIELD
           MOVE FUNCTION TRIM(WS-HEADERS-DIR) TO WS-SHELL-CHECK-FIELD
           PERFORM 206-VALIDATE-SHELL-FIELD
           MOVE FUNCTION TRIM(WS-CURSUMS-PATH)
               TO WS-SHELL-CHECK-FIELD
           PERFORM 206-VALIDATE-SHELL-FIELD.

       206-VALIDATE-SHELL-FIELD.
               GO TO 210-COUNT-INPUTS-EXIT
           END-IF
           PERFORM 213-COUNT-ONE-BASE-RECORD UNTIL BaselineEOF
           CLOSE BaselineFile

           OPEN INPUT SymbolFile
           IF WS-SYMBOL-STATUS NOT = "00"
               MOVE 'N' TO WS-CUT-OK
               DISPLAY "relcut: cannot open "
                   FUNCTION TRIM(WS-SYMBOL-PATH)
                   " (status " WS-SYMBOL-STATUS
                   "), build it with IDSS-MAIN --load-symbols first"
               GO TO 210-COUNT-INPUTS-EXIT
           END-IF
           CLOSE SymbolFile.
       210-COUNT-INPUTS-EXIT.
           EXIT.

                   ADD 1 TO WS-BASE-COUNT
           END-READ.

       214-COUNT-ONE-SYMBOL.
           READ SymbolFile NEXT RECORD
               AT END
                   SET SymbolEOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SYM-COUNT
                   WRITE RelSymbolRecord FROM SymbolRecord
                   IF WS-REL-SYMBOL-STATUS NOT = "00"
                       MOVE 'N' TO WS-CUT-OK
                       DISPLAY "relcut: cannot write "
                           FUNCTION TRIM(WS-REL-SYMBOL-PATH)
                           " (status " WS-REL-SYMBOL-STATUS
                           "), release not registered"
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  215-CHECK-OVERRIDE-ARGS settles who is cutting and, when *
      *  an override is asked for, that it carries a reason and   *
      *  an approver on the approvers list, before anything is    *
      *  copied. The certificate keeps 8 characters of the        *
      *  approver and the first 52 of the reason.                 *
      *----------------------------------------------------------*
       215-CHECK-OVERRIDE-ARGS.
           ACCEPT WS-CUT-BY FROM ENVIRONMENT "USER"
           IF WS-CUT-BY = SPACES
               ACCEPT WS-CUT-BY FROM ENVIRONMENT "LOGNAME"
           END-IF
           IF WS-CUT-BY = SPACES
               MOVE "unknown" TO WS-CUT-BY
           END-IF

           IF WS-VER-SEMANTIC(10:1) NOT = SPACE
               MOVE 'N' TO WS-CUT-OK
               DISPLAY "relcut: version "
                   FUNCTION TRIM(WS-VER-SEMANTIC)
                   " leaves no room for its certificate key; keep "
                   "WS-VER-SEMANTIC to 9 characters"
               GO TO 215-CHECK-OVERRIDE-ARGS-EXIT
           END-IF

           IF WS-OVERRIDE-REASON = SPACES AND WS-APPROVER = SPACES
               GO TO 215-CHECK-OVERRIDE-ARGS-EXIT
           END-IF
           IF WS-OVERRIDE-REASON = SPACES
               MOVE 'N' TO WS-CUT-OK
               DISPLAY "relcut: --approver= is only used with "
                   "--override=REASON"
               GO TO 215-CHECK-OVERRIDE-ARGS-EXIT
           END-IF
           IF WS-APPROVER = SPACES
               MOVE 'N' TO WS-CUT-OK
               DISPLAY "relcut: --override= needs --approver=ID "
                   "naming who authorized it"
               GO TO 215-CHECK-OVERRIDE-ARGS-EXIT
           END-IF
           IF WS-APPROVER(9:248) NOT = SPACES
               MOVE 'N' TO WS-CUT-OK
               DISPLAY "relcut: approver ID "
                   FUNCTION TRIM(WS-APPROVER)
                   " is longer than 8 characters"
               GO TO 215-CHECK-OVERRIDE-ARGS-EXIT
           END-IF

           MOVE 'N' TO WS-APPROVER-OK
           MOVE 'N' TO WS-APPROVERS-EOF
           OPEN INPUT ApproversFile
           IF WS-APPROVERS-STATUS NOT = "00"
               MOVE 'N' TO WS-CUT-OK
               DISPLAY "relcut: cannot open "
                   FUNCTION TRIM(WS-APPROVERS-PATH)
                   " (status " WS-APPROVERS-STATUS
                   "), no override can be authorized"
               GO TO 215-CHECK-OVERRIDE-ARGS-EXIT
           END-IF
           PERFORM 216-MATCH-ONE-APPROVER
               UNTIL ApproversEOF OR ApproverAuthorized
           CLOSE ApproversFile

           IF NOT ApproverAuthorized
               MOVE 'N' TO WS-CUT-OK
               DISPLAY "relcut: " FUNCTION TRIM(WS-APPROVER)
                   " is not on the approvers list "
                   FUNCTION TRIM(WS-APPROVERS-PATH)
                   ", override refused"
           END-IF.
       215-CHECK-OVERRIDE-ARGS-EXIT.
           EXIT.

       216-MATCH-ONE-APPROVER.
           READ ApproversFile
               AT END
                   SET ApproversEOF TO TRUE
               NOT AT END
                   MOVE FUNCTION TRIM(ApproversRecord)
                       TO WS-APPROVER-LINE
                   IF WS-APPROVER-LINE NOT = SPACES
                       AND WS-APPROVER-LINE(1:1) NOT = "*"
                       MOVE SPACES TO WS-APPROVER-WORD
                       UNSTRING WS-APPROVER-LINE DELIMITED BY ALL SPACE
                           INTO WS-APPROVER-WORD
                       END-UNSTRING
                       IF WS-APPROVER-WORD = WS-APPROVER(1:80)
                           SET ApproverAuthorized TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  220-SNAPSHOT-INPUTS creates the release directory and    *
      *  copies the four inputs in under fixed names, so the     *
      *  register only ever needs the directory to find them.     *
      *  The doc, manifest and baseline are flat files and go     *
      *  across with cp; the symbol dictionary is indexed, so it  *
      *  is read and written record by record (and counted on    *
      *  the way) to give the release a file of its own.          *
      *----------------------------------------------------------*
       220-SNAPSHOT-INPUTS.
           MOVE SPACES TO WS-SHELL-COMMAND
               MOVE 'N' TO WS-CUT-OK
               DISPLAY "relcut: snapshot copy failed (return "
                   "code " RETURN-CODE "), release not registered"
               MOVE 0 TO RETURN-CODE
               GO TO 220-SNAPSHOT-INPUTS-EXIT
           END-IF
           MOVE 0 TO RETURN-CODE

           MOVE SPACES TO WS-REL-SYMBOL-PATH
           STRING FUNCTION TRIM(WS-RELEASE-DIR) DELIMITED BY SIZE
               "/symbols.idx" DELIMITED BY SIZE
               INTO WS-REL-SYMBOL-PATH
           END-STRING
           MOVE 0 TO WS-SYM-COUNT
           MOVE 'N' TO WS-SYMBOL-EOF
           OPEN INPUT SymbolFile
           IF WS-SYMBOL-STATUS NOT = "00"
               MOVE 'N' TO WS-CUT-OK
               DISPLAY "relcut: cannot open "
                   FUNCTION TRIM(WS-SYMBOL-PATH)
                   " (status " WS-SYMBOL-STATUS
                   "), release not registered"
               GO TO 220-SNAPSHOT-INPUTS-EXIT
           END-IF
           OPEN OUTPUT RelSymbolFile
           IF WS-REL-SYMBOL-STATUS NOT = "00"
               MOVE 'N' TO WS-CUT-OK
               DISPLAY "relcut: cannot open "
                   FUNCTION TRIM(WS-REL-SYMBOL-PATH)
                   " (status " WS-REL-SYMBOL-STATUS
                   "), release not registered"
               CLOSE SymbolFile
               GO TO 220-SNAPSHOT-INPUTS-EXIT
           END-IF
           PERFORM 214-COUNT-ONE-SYMBOL
               UNTIL SymbolEOF OR NOT CutOk
           CLOSE SymbolFile
           CLOSE RelSymbolFile.
       220-SNAPSHOT-INPUTS-EXIT.
           EXIT.

       230-REGISTER-RELEASE.
           OPEN I-O RegisterFile
                       " is already in the register; bump "
                       "versinfo.cpy before cutting again"
               NOT INVALID KEY
                   PERFORM 235-WRITE-CERTIFICATE
           END-WRITE
           CLOSE RegisterFile.
       230-REGISTER-RELEASE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  235-WRITE-CERTIFICATE files the gate's verdicts beside   *
      *  the release record just written, with who cut it and,    *
      *  for an overridden gate, who approved and why.            *
      *----------------------------------------------------------*
       235-WRITE-CERTIFICATE.
           MOVE SPACES TO CertificateRecord
           MOVE WS-VER-SEMANTIC(1:9) TO CERT-VERSION
           MOVE "~" TO CERT-MARK
           MOVE WS-TODAY-FIELDS(1:8) TO CERT-DATE
           MOVE WS-TODAY-FIELDS(9:6) TO CERT-TIME
           MOVE WS-CERT-OUTCOME TO CERT-OUTCOME
           PERFORM 236-FILE-ONE-VERDICT
               VARYING WS-GATE-SUB FROM 1 BY 1
               UNTIL WS-GATE-SUB > 5
           MOVE WS-CUT-BY TO CERT-CUT-BY
           IF GateOverridden
               MOVE WS-APPROVER(1:8) TO CERT-APPROVER
               MOVE WS-OVERRIDE-REASON(1:52) TO CERT-REASON
           END-IF

           WRITE CertificateRecord
               INVALID KEY
                   MOVE 'N' TO WS-CUT-OK
                   DISPLAY "relcut: release "
                       FUNCTION TRIM(WS-VER-SEMANTIC)
                       " registered but its certificate could not "
                       "be written (status " WS-REGISTER-STATUS ")"
               NOT INVALID KEY
                   CONTINUE
           END-WRITE.

       236-FILE-ONE-VERDICT.
           MOVE WS-GATE-ENTRY(WS-GATE-SUB) TO CERT-CHECK(WS-GATE-SUB).

       240-DISPLAY-CUT-SUMMARY.
           DISPLAY "Release cut summary:"
           DISPLAY "  version          : "
           DISPLAY "  doc records      : " WS-DOC-COUNT
           DISPLAY "  manifest records : " WS-MAN-COUNT
           DISPLAY "  baseline files   : " WS-BASE-COUNT
           DISPLAY "  symbols          : " WS-SYM-COUNT
           DISPLAY "  directory        : "
               FUNCTION TRIM(WS-RELEASE-DIR)
           DISPLAY "  cut by           : " FUNCTION TRIM(WS-CUT-BY)
           IF GateOverridden
               DISPLAY "  readiness        : OVERRIDDEN, approved by "
                   FUNCTION TRIM(WS-APPROVER)
               DISPLAY "  override reason  : "
                   FUNCTION TRIM(WS-OVERRIDE-REASON)
           ELSE
               DISPLAY "  readiness        : CLEAN"
           END-IF
           DISPLAY " "
           DISPLAY "Registered in "
               FUNCTION TRIM(WS-REGISTER-PATH).

      *----------------------------------------------------------*
      *  250-RUN-READINESS-GATE checks the copies just taken into *
      *  the release directory, not the live files, so what is    *
      *  certified is exactly what was snapshotted: doc.txt must  *
      *  validate clean and reconcile with the manifest, the      *
      *  header drop must match the snapshotted baseline, the     *
      *  doc master must hold doc.txt line for line, and no       *
      *  catalog review may be overdue (the IDSS-MAIN --validate, *
      *  --reconcile= and --verify-headers, IDSS-DOCMAINT         *
      *  --verify-master, and IDSS-CATMAINT review rules). Every  *
      *  check runs even after one fails, so the certificate      *
      *  carries all five verdicts.                               *
      *----------------------------------------------------------*
       250-RUN-READINESS-GATE.
           MOVE 0 TO WS-GATE-FAILED-COUNT
           MOVE SPACES TO WS-DOC-PATH
           STRING FUNCTION TRIM(WS-RELEASE-DIR) DELIMITED BY SIZE
               "/doc.txt" DELIMITED BY SIZE
               INTO WS-DOC-PATH
           END-STRING
           MOVE SPACES TO WS-MANIFEST-PATH
           STRING FUNCTION TRIM(WS-RELEASE-DIR) DELIMITED BY SIZE
               "/manifest.txt" DELIMITED BY SIZE
               INTO WS-MANIFEST-PATH
           END-STRING
           MOVE SPACES TO WS-BASELINE-PATH
           STRING FUNCTION TRIM(WS-RELEASE-DIR) DELIMITED BY SIZE
               "/headers.baseline" DELIMITED BY SIZE
               INTO WS-BASELINE-PATH
           END-STRING

           DISPLAY "Readiness gate on the snapshot in "
               FUNCTION TRIM(WS-RELEASE-DIR) ":"

           PERFORM 255-GATE-VALIDATE THRU 255-GATE-VALIDATE-EXIT
           PERFORM 280-RECORD-VERDICT
           PERFORM 260-GATE-RECONCILE THRU 260-GATE-RECONCILE-EXIT
           PERFORM 280-RECORD-VERDICT
           PERFORM 265-GATE-HEADER-DRIFT
               THRU 265-GATE-HEADER-DRIFT-EXIT
           PERFORM 280-RECORD-VERDICT
           PERFORM 270-GATE-MASTER THRU 270-GATE-MASTER-EXIT
           PERFORM 280-RECORD-VERDICT
           PERFORM 275-GATE-REVIEWS THRU 275-GATE-REVIEWS-EXIT
           PERFORM 280-RECORD-VERDICT

           DISPLAY " "
           PERFORM 285-DISPLAY-ONE-VERDICT
               VARYING WS-GATE-SUB FROM 1 BY 1
               UNTIL WS-GATE-SUB > 5
           DISPLAY " ".

       251-START-GATE-CHECK.
           MOVE 'P' TO WS-GATE-VERDICT(WS-GATE-SUB)
           MOVE 0 TO WS-GATE-FINDINGS(1)
           MOVE 0 TO WS-GATE-FINDINGS(2)
           MOVE 0 TO WS-GATE-FINDINGS(3).

       255-GATE-VALIDATE.
           MOVE 1 TO WS-GATE-SUB
           PERFORM 251-START-GATE-CHECK
           MOVE 0 TO WS-GATE-LINE-NO
           MOVE 'N' TO WS-EOF
           OPEN INPUT InputFile
           IF WS-DOC-STATUS NOT = "00"
               MOVE 'E' TO WS-GATE-VERDICT(WS-GATE-SUB)
               DISPLAY "  validate : cannot open "
                   FUNCTION TRIM(WS-DOC-PATH)
                   " (status " WS-DOC-STATUS ")"
               GO TO 255-GATE-VALIDATE-EXIT
           END-IF
           PERFORM 256-VALIDATE-ONE-RECORD UNTIL EndOfFile
           CLOSE InputFile
           IF WS-GATE-FINDINGS(1) > 0 OR WS-GATE-FINDINGS(2) > 0
               OR WS-GATE-FINDINGS(3) > 0
               MOVE 'F' TO WS-GATE-VERDICT(WS-GATE-SUB)
           END-IF.
       255-GATE-VALIDATE-EXIT.
           EXIT.

       256-VALIDATE-ONE-RECORD.
           READ InputFile
               AT END
                   SET EndOfFile TO TRUE
               NOT AT END
                   ADD 1 TO WS-GATE-LINE-NO
                   PERFORM 257-CHECK-ONE-RECORD
           END-READ.

       257-CHECK-ONE-RECORD.
           IF InputRecord = SPACES
               ADD 1 TO WS-GATE-FINDINGS(1)
               DISPLAY "  validate : blank record at line "
                   WS-GATE-LINE-NO
           END-IF

           IF InputRecord(80:1) NOT = SPACE
               ADD 1 TO WS-GATE-FINDINGS(2)
               DISPLAY "  validate : possibly truncated record at "
                   "line " WS-GATE-LINE-NO
           END-IF

           MOVE 'N' TO WS-NONPRINT-FOUND
           PERFORM 258-CHECK-ONE-CHAR
               VARYING WS-CHAR-INDEX FROM 1 BY 1
               UNTIL WS-CHAR-INDEX > 80
           IF NonPrintFound
               ADD 1 TO WS-GATE-FINDINGS(3)
               DISPLAY "  validate : non-printable byte at line "
                   WS-GATE-LINE-NO
           END-IF.

       258-CHECK-ONE-CHAR.
           MOVE InputRecord(WS-CHAR-INDEX:1) TO WS-ONE-CHAR
           MOVE FUNCTION ORD(WS-ONE-CHAR) TO WS-CHAR-CODE
           SUBTRACT 1 FROM WS-CHAR-CODE
           IF (WS-CHAR-CODE < 32 AND WS-ONE-CHAR NOT = SPACE)
               OR WS-CHAR-CODE = 127
               SET NonPrintFound TO TRUE
           END-IF.

      *----------------------------------------------------------*
      *  260-GATE-RECONCILE sorts both snapshot copies to work    *
      *  files and merges them in one pass, as --reconcile= does: *
      *  duplicates match one for one and blank doc lines are     *
      *  never counted as extra.                                  *
      *----------------------------------------------------------*
       260-GATE-RECONCILE.
           MOVE 2 TO WS-GATE-SUB
           PERFORM 251-START-GATE-CHECK

           SORT SortFile ON ASCENDING KEY SORT-LINE
               USING InputFile
               GIVING SortedDocFile
           SORT SortFile ON ASCENDING KEY SORT-LINE
               USING ManifestFile
               GIVING SortedManFile

           OPEN INPUT SortedDocFile
           IF WS-SORTED-DOC-STATUS NOT = "00"
               MOVE 'E' TO WS-GATE-VERDICT(WS-GATE-SUB)
               DISPLAY "  reconcile: cannot read work file "
                   FUNCTION TRIM(WS-SORTED-DOC-PATH)
                   " (status " WS-SORTED-DOC-STATUS ")"
               GO TO 260-GATE-RECONCILE-EXIT
           END-IF
           OPEN INPUT SortedManFile
           IF WS-SORTED-MAN-STATUS NOT = "00"
               MOVE 'E' TO WS-GATE-VERDICT(WS-GATE-SUB)
               DISPLAY "  reconcile: cannot read work file "
                   FUNCTION TRIM(WS-SORTED-MAN-PATH)
                   " (status " WS-SORTED-MAN-STATUS ")"
               CLOSE SortedDocFile
               GO TO 260-GATE-RECONCILE-EXIT
           END-IF

           PERFORM 262-READ-SORTED-DOC
           PERFORM 263-READ-SORTED-MAN
           PERFORM 261-MATCH-ONE-PAIR
               UNTIL NOT SortedDocAvail
                   AND NOT SortedManAvail

           CLOSE SortedManFile
           CLOSE SortedDocFile
           IF WS-GATE-FINDINGS(1) > 0 OR WS-GATE-FINDINGS(2) > 0
               MOVE 'F' TO WS-GATE-VERDICT(WS-GATE-SUB)
           END-IF.
       260-GATE-RECONCILE-EXIT.
           EXIT.

       261-MATCH-ONE-PAIR.
           EVALUATE TRUE
               WHEN SortedDocAvail AND SortedManAvail
                   AND WS-RDOC-LINE = WS-RMAN-LINE
                   PERFORM 262-READ-SORTED-DOC
                   PERFORM 263-READ-SORTED-MAN
               WHEN SortedDocAvail
                   AND (NOT SortedManAvail
                       OR WS-RDOC-LINE < WS-RMAN-LINE)
                   IF WS-RDOC-LINE NOT = SPACES
                       ADD 1 TO WS-GATE-FINDINGS(2)
                       DISPLAY "  reconcile: not in manifest: "
                           FUNCTION TRIM(WS-RDOC-LINE)
                   END-IF
                   PERFORM 262-READ-SORTED-DOC
               WHEN OTHER
                   ADD 1 TO WS-GATE-FINDINGS(1)
                   DISPLAY "  reconcile: missing from doc.txt: "
                       FUNCTION TRIM(WS-RMAN-LINE)
                   PERFORM 263-READ-SORTED-MAN
           END-EVALUATE.

       262-READ-SORTED-DOC.
           MOVE 'N' TO WS-RDOC-AVAIL
           READ SortedDocFile
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SortedDocRecord TO WS-RDOC-LINE
                   MOVE 'Y' TO WS-RDOC-AVAIL
           END-READ.

       263-READ-SORTED-MAN.
           MOVE 'N' TO WS-RMAN-AVAIL
           READ SortedManFile
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SortedManRecord TO WS-RMAN-LINE
                   MOVE 'Y' TO WS-RMAN-AVAIL
           END-READ.

      *----------------------------------------------------------*
      *  265-GATE-HEADER-DRIFT sweeps the header drop with cksum  *
      *  and compares it with the snapshotted baseline by name,   *
      *  checksum and size, as --verify-headers does.             *
      *----------------------------------------------------------*
       265-GATE-HEADER-DRIFT.
           MOVE 3 TO WS-GATE-SUB
           PERFORM 251-START-GATE-CHECK

           MOVE 0 TO WS-BL-COUNT
           MOVE 'N' TO WS-BASELINE-EOF
           OPEN INPUT BaselineFile
           IF WS-BASELINE-STATUS NOT = "00"
               MOVE 'E' TO WS-GATE-VERDICT(WS-GATE-SUB)
               DISPLAY "  headers  : cannot open "
                   FUNCTION TRIM(WS-BASELINE-PATH)
                   " (status " WS-BASELINE-STATUS ")"
               GO TO 265-GATE-HEADER-DRIFT-EXIT
           END-IF
           PERFORM 266-LOAD-ONE-BASELINE-LINE UNTIL BaselineEOF
           CLOSE BaselineFile

           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "find " DELIMITED BY SIZE
               WS-SHELL-QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-HEADERS-DIR) DELIMITED BY SIZE
               WS-SHELL-QUOTE DELIMITED BY SIZE
               " -maxdepth 1 -type f -exec cksum {} \; > "
                   DELIMITED BY SIZE
               WS-SHELL-QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURSUMS-PATH) DELIMITED BY SIZE
               WS-SHELL-QUOTE DELIMITED BY SIZE
               " 2>/dev/null" DELIMITED BY SIZE
               INTO WS-SHELL-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-COMMAND
           IF RETURN-CODE NOT = 0
               MOVE 'E' TO WS-GATE-VERDICT(WS-GATE-SUB)
               DISPLAY "  headers  : cksum sweep of "
                   FUNCTION TRIM(WS-HEADERS-DIR)
                   " failed (return code " RETURN-CODE ")"
               MOVE 0 TO RETURN-CODE
               GO TO 265-GATE-HEADER-DRIFT-EXIT
           END-IF
           MOVE 0 TO RETURN-CODE

           MOVE 'N' TO WS-CURSUMS-EOF
           OPEN INPUT CurrentSumsFile
           IF WS-CURSUMS-STATUS NOT = "00"
               MOVE 'E' TO WS-GATE-VERDICT(WS-GATE-SUB)
               DISPLAY "  headers  : cannot read "
                   FUNCTION TRIM(WS-CURSUMS-PATH)
                   " (status " WS-CURSUMS-STATUS ")"
               GO TO 265-GATE-HEADER-DRIFT-EXIT
           END-IF
           PERFORM 267-COMPARE-ONE-CURRENT-LINE UNTIL CurSumsEOF
           CLOSE CurrentSumsFile

           PERFORM 269-CHECK-ONE-REMOVED-FILE
               VARYING WS-BL-SUB FROM 1 BY 1
               UNTIL WS-BL-SUB > WS-BL-COUNT
           IF WS-GATE-FINDINGS(1) > 0 OR WS-GATE-FINDINGS(2) > 0
               OR WS-GATE-FINDINGS(3) > 0
               MOVE 'F' TO WS-GATE-VERDICT(WS-GATE-SUB)
           END-IF.
       265-GATE-HEADER-DRIFT-EXIT.
           EXIT.

       266-LOAD-ONE-BASELINE-LINE.
           READ BaselineFile
               AT END
                   SET BaselineEOF TO TRUE
               NOT AT END
                   IF WS-BL-COUNT < 500
                       ADD 1 TO WS-BL-COUNT
                       MOVE SPACES TO WS-CK-SUM
                       MOVE SPACES TO WS-CK-SIZE
                       MOVE SPACES TO WS-CK-NAME
                       UNSTRING BaselineRecord
                           DELIMITED BY ALL SPACE
                           INTO WS-CK-SUM WS-CK-SIZE WS-CK-NAME
                       END-UNSTRING
                       MOVE WS-CK-SUM TO WS-BL-SUM(WS-BL-COUNT)
                       MOVE WS-CK-SIZE TO WS-BL-SIZE(WS-BL-COUNT)
                       MOVE WS-CK-NAME TO WS-BL-NAME(WS-BL-COUNT)
                       MOVE 'N' TO WS-BL-MATCHED(WS-BL-COUNT)
                   ELSE
                       MOVE 'E' TO WS-GATE-VERDICT(WS-GATE-SUB)
                       DISPLAY "  headers  : baseline exceeds 500 "
                           "files, drift cannot be certified"
                       SET BaselineEOF TO TRUE
                   END-IF
           END-READ.

       267-COMPARE-ONE-CURRENT-LINE.
           READ CurrentSumsFile
               AT END
                   SET CurSumsEOF TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-CK-SUM
                   MOVE SPACES TO WS-CK-SIZE
                   MOVE SPACES TO WS-CK-NAME
                   UNSTRING CurrentSumsRecord
                       DELIMITED BY ALL SPACE
                       INTO WS-CK-SUM WS-CK-SIZE WS-CK-NAME
                   END-UNSTRING
                   MOVE 'N' TO WS-BL-FOUND
                   MOVE 0 TO WS-BL-HIT-SUB
                   PERFORM 268-MATCH-ONE-BASELINE-NAME
                       VARYING WS-BL-SUB FROM 1 BY 1
                       UNTIL WS-BL-SUB > WS-BL-COUNT
                           OR BaselineNameFound
                   IF NOT BaselineNameFound
                       ADD 1 TO WS-GATE-FINDINGS(1)
                       DISPLAY "  headers  : added    : "
                           FUNCTION TRIM(WS-CK-NAME)
                   ELSE
                       MOVE 'Y' TO WS-BL-MATCHED(WS-BL-HIT-SUB)
                       IF WS-BL-SUM(WS-BL-HIT-SUB) NOT = WS-CK-SUM
                           OR WS-BL-SIZE(WS-BL-HIT-SUB)
                               NOT = WS-CK-SIZE
                           ADD 1 TO WS-GATE-FINDINGS(3)
                           DISPLAY "  headers  : modified : "
                               FUNCTION TRIM(WS-CK-NAME)
                       END-IF
                   END-IF
           END-READ.

       268-MATCH-ONE-BASELINE-NAME.
           IF WS-BL-NAME(WS-BL-SUB) = WS-CK-NAME
               SET BaselineNameFound TO TRUE
               MOVE WS-BL-SUB TO WS-BL-HIT-SUB
           END-IF.

       269-CHECK-ONE-REMOVED-FILE.
           IF NOT BaselineEntryMatched(WS-BL-SUB)
               ADD 1 TO WS-GATE-FINDINGS(2)
               DISPLAY "  headers  : removed  : "
                   FUNCTION TRIM(WS-BL-NAME(WS-BL-SUB))
           END-IF.

      *----------------------------------------------------------*
      *  270-GATE-MASTER keys every snapshot doc line the way     *
      *  IDSS-DOCLOAD files it and reads it back from the doc     *
      *  master, then counts the master so records left behind    *
      *  by a deleted topic cannot hide (--verify-master rule).   *
      *----------------------------------------------------------*
       270-GATE-MASTER.
           MOVE 4 TO WS-GATE-SUB
           PERFORM 251-START-GATE-CHECK
           MOVE SPACES TO WS-CURRENT-TOPIC
           MOVE SPACES TO WS-REPORTED-TOPIC
           MOVE 0 TO WS-TOPIC-SEQ
           MOVE 0 TO WS-GATE-LINE-NO
           MOVE 0 TO WS-EXPECT-COUNT
           MOVE 0 TO WS-MASTER-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT DocMasterFile
           IF WS-MASTER-STATUS NOT = "00"
               MOVE 'E' TO WS-GATE-VERDICT(WS-GATE-SUB)
               DISPLAY "  master   : cannot open "
                   FUNCTION TRIM(WS-MASTER-PATH)
                   " (status " WS-MASTER-STATUS ")"
               GO TO 270-GATE-MASTER-EXIT
           END-IF
           OPEN INPUT InputFile
           IF WS-DOC-STATUS NOT = "00"
               MOVE 'E' TO WS-GATE-VERDICT(WS-GATE-SUB)
               DISPLAY "  master   : cannot open "
                   FUNCTION TRIM(WS-DOC-PATH)
                   " (status " WS-DOC-STATUS ")"
               CLOSE DocMasterFile
               GO TO 270-GATE-MASTER-EXIT
           END-IF

           PERFORM 271-CHECK-ONE-DOC-LINE UNTIL EndOfFile
           CLOSE InputFile

           MOVE 'N' TO WS-MASTER-EOF
           MOVE LOW-VALUES TO DOCM-KEY
           START DocMasterFile KEY >= DOCM-KEY
               INVALID KEY
                   SET MasterEOF TO TRUE
           END-START
           PERFORM 273-COUNT-ONE-MASTER-RECORD UNTIL MasterEOF
           CLOSE DocMasterFile

           IF WS-MASTER-COUNT > WS-EXPECT-COUNT
               COMPUTE WS-GATE-FINDINGS(3) =
                   WS-MASTER-COUNT - WS-EXPECT-COUNT
               DISPLAY "  master   : master holds " WS-MASTER-COUNT
                   " record(s), doc.txt yields " WS-EXPECT-COUNT
           END-IF
           IF WS-GATE-FINDINGS(1) > 0 OR WS-GATE-FINDINGS(3) > 0
               MOVE 'F' TO WS-GATE-VERDICT(WS-GATE-SUB)
           END-IF.
       270-GATE-MASTER-EXIT.
           EXIT.

       271-CHECK-ONE-DOC-LINE.
           READ InputFile
               AT END
                   SET EndOfFile TO TRUE
               NOT AT END
                   ADD 1 TO WS-GATE-LINE-NO
                   PERFORM 272-KEY-ONE-DOC-LINE
           END-READ.

       272-KEY-ONE-DOC-LINE.
           IF InputRecord(1:1) NOT = SPACE
               MOVE SPACES TO WS-CURRENT-TOPIC
               UNSTRING InputRecord DELIMITED BY ALL SPACE
                   INTO WS-CURRENT-TOPIC
               END-UNSTRING
               MOVE 0 TO WS-TOPIC-SEQ
           END-IF

           IF WS-CURRENT-TOPIC NOT = SPACES
               ADD 1 TO WS-TOPIC-SEQ
               ADD 1 TO WS-EXPECT-COUNT
               MOVE 'N' TO WS-LINE-BAD
               MOVE WS-CURRENT-TOPIC TO DOCM-TOPIC
               MOVE WS-TOPIC-SEQ TO DOCM-SEQ
               READ DocMasterFile
                   INVALID KEY
                       SET DocLineBad TO TRUE
                   NOT INVALID KEY
                       IF DOCM-TEXT NOT = InputRecord
                           SET DocLineBad TO TRUE
                       END-IF
               END-READ
               IF DocLineBad
                   ADD 1 TO WS-GATE-FINDINGS(1)
                   IF WS-CURRENT-TOPIC NOT = WS-REPORTED-TOPIC
                       MOVE WS-CURRENT-TOPIC TO WS-REPORTED-TOPIC
                       ADD 1 TO WS-GATE-FINDINGS(2)
                       DISPLAY "  master   : out of sync : "
                           FUNCTION TRIM(WS-CURRENT-TOPIC)
                           " (first at line " WS-GATE-LINE-NO ")"
                   END-IF
               END-IF
           END-IF.

       273-COUNT-ONE-MASTER-RECORD.
           READ DocMasterFile NEXT RECORD
               AT END
                   SET MasterEOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MASTER-COUNT
           END-READ.

      *----------------------------------------------------------*
      *  275-GATE-REVIEWS applies the IDSS-CATMAINT review rule:  *
      *  a topic is overdue once its last review plus its         *
      *  interval is before today, and an unusable review date    *
      *  counts as overdue.                                       *
      *----------------------------------------------------------*
       275-GATE-REVIEWS.
           MOVE 5 TO WS-GATE-SUB
           PERFORM 251-START-GATE-CHECK
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REVIEWED-NUM
           MOVE FUNCTION INTEGER-OF-DATE(WS-REVIEWED-NUM)
               TO WS-TODAY-INT

           OPEN INPUT CatalogFile
           IF WS-CATALOG-STATUS NOT = "00"
               MOVE 'E' TO WS-GATE-VERDICT(WS-GATE-SUB)
               DISPLAY "  reviews  : cannot open "
                   FUNCTION TRIM(WS-CATALOG-PATH)
                   " (status " WS-CATALOG-STATUS ")"
               GO TO 275-GATE-REVIEWS-EXIT
           END-IF
           MOVE 'N' TO WS-CATALOG-EOF
           PERFORM 276-CHECK-ONE-CATALOG-TOPIC UNTIL CatalogEOF
           CLOSE CatalogFile

           IF WS-GATE-FINDINGS(1) > 0
               MOVE 'F' TO WS-GATE-VERDICT(WS-GATE-SUB)
           END-IF.
       275-GATE-REVIEWS-EXIT.
           EXIT.

       276-CHECK-ONE-CATALOG-TOPIC.
           READ CatalogFile NEXT RECORD
               AT END
                   SET CatalogEOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-GATE-FINDINGS(3)
                   PERFORM 277-ASSESS-ONE-REVIEW
           END-READ.

       277-ASSESS-ONE-REVIEW.
           IF CAT-REVIEWED IS NOT NUMERIC
               ADD 1 TO WS-GATE-FINDINGS(1)
               ADD 1 TO WS-GATE-FINDINGS(2)
               DISPLAY "  reviews  : " FUNCTION TRIM(CAT-TOPIC)
                   " (" FUNCTION TRIM(CAT-OWNER)
                   ") unusable review date"
           ELSE
               MOVE CAT-REVIEWED TO WS-REVIEWED-NUM
               COMPUTE WS-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-REVIEWED-NUM)
                   + CAT-INTERVAL
               IF WS-DUE-INT < WS-TODAY-INT
                   ADD 1 TO WS-GATE-FINDINGS(1)
                   DISPLAY "  reviews  : " FUNCTION TRIM(CAT-TOPIC)
                       " (" FUNCTION TRIM(CAT-OWNER)
                       ") last reviewed " CAT-REVIEWED
                       " every " CAT-INTERVAL " day(s)"
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  280-RECORD-VERDICT files the check just run into its     *
      *  WS-GATE-ENTRY; counts above 99999 are kept as 99999,     *
      *  the widest the certificate holds.                        *
      *----------------------------------------------------------*
       280-RECORD-VERDICT.
           PERFORM 281-RECORD-ONE-COUNT
               VARYING WS-GATE-COUNT-SUB FROM 1 BY 1
               UNTIL WS-GATE-COUNT-SUB > 3
           IF NOT GateCheckPassed(WS-GATE-SUB)
               ADD 1 TO WS-GATE-FAILED-COUNT
           END-IF.

       281-RECORD-ONE-COUNT.
           IF WS-GATE-FINDINGS(WS-GATE-COUNT-SUB) > 99999
               MOVE 99999
                   TO WS-GATE-COUNT(WS-GATE-SUB, WS-GATE-COUNT-SUB)
           ELSE
               MOVE WS-GATE-FINDINGS(WS-GATE-COUNT-SUB)
                   TO WS-GATE-COUNT(WS-GATE-SUB, WS-GATE-COUNT-SUB)
           END-IF.

       285-DISPLAY-ONE-VERDICT.
           EVALUATE WS-GATE-VERDICT(WS-GATE-SUB)
               WHEN 'P'
                   MOVE "PASS" TO WS-GATE-VERDICT-TEXT
               WHEN 'F'
                   MOVE "FAIL" TO WS-GATE-VERDICT-TEXT
               WHEN 'E'
                   MOVE "ERROR" TO WS-GATE-VERDICT-TEXT
               WHEN OTHER
                   MOVE "?" TO WS-GATE-VERDICT-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-GATE-LINE
           MOVE 1 TO WS-GATE-LINE-POS
           STRING "    " DELIMITED BY SIZE
               WS-GATE-NAME(WS-GATE-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-GATE-VERDICT-TEXT DELIMITED BY SIZE
               INTO WS-GATE-LINE
               WITH POINTER WS-GATE-LINE-POS
           END-STRING
           PERFORM 286-FORMAT-ONE-COUNT
               VARYING WS-GATE-COUNT-SUB FROM 1 BY 1
               UNTIL WS-GATE-COUNT-SUB > 3
           DISPLAY FUNCTION TRIM(WS-GATE-LINE TRAILING).

       286-FORMAT-ONE-COUNT.
           IF WS-GATE-COUNT-LABEL(WS-GATE-SUB, WS-GATE-COUNT-SUB)
                   NOT = SPACES
               STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GATE-COUNT-LABEL(WS-GATE-SUB,
                       WS-GATE-COUNT-SUB)) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-GATE-COUNT(WS-GATE-SUB, WS-GATE-COUNT-SUB)
                       DELIMITED BY SIZE
                   INTO WS-GATE-LINE
                   WITH POINTER WS-GATE-LINE-POS
               END-STRING
           END-IF.

      *----------------------------------------------------------*
      *  300-LIST-REGISTER shows every release on file, oldest    *
      *  key first, so "diff us against 1.0.2" starts with a      *
      *  name instead of an archaeology exercise. Each release's  *
      *  readiness certificate follows it in key order.           *
      *----------------------------------------------------------*
       300-LIST-REGISTER.
           MOVE 'Y' TO WS-CUT-OK
           END-IF

           MOVE 'N' TO WS-REGISTER-EOF
           MOVE 'N' TO WS-LIST-CERT-PENDING
           PERFORM 310-LIST-ONE-RELEASE UNTIL RegisterEOF
           CLOSE RegisterFile

           READ RegisterFile NEXT RECORD
               AT END
                   SET RegisterEOF TO TRUE
                   IF ListCertPending
                       PERFORM 312-LIST-NO-CERTIFICATE
                   END-IF
               NOT AT END
                   IF CertMarked
                       PERFORM 315-LIST-CERTIFICATE
                   ELSE
                       IF ListCertPending
                           PERFORM 312-LIST-NO-CERTIFICATE
                       END-IF
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY "  " REG-VERSION " " REG-DATE
                           " " REG-PACKAGER
                           " doc " REG-DOC-COUNT
                           " man " REG-MAN-COUNT
                           " base " REG-BASE-COUNT
                           "  " FUNCTION TRIM(REG-DIR)
                       MOVE 'Y' TO WS-LIST-CERT-PENDING
                   END-IF
           END-READ.

       312-LIST-NO-CERTIFICATE.
           DISPLAY "      no readiness certificate (cut before the "
               "gate)"
           MOVE 'N' TO WS-LIST-CERT-PENDING.

      *----------------------------------------------------------*
      *  315-LIST-CERTIFICATE shows a release's certificate under *
      *  it through the same verdict lines a cut prints.          *
      *----------------------------------------------------------*
       315-LIST-CERTIFICATE.
           MOVE 'N' TO WS-LIST-CERT-PENDING
           IF CertOverridden
               DISPLAY "      certificate " CERT-DATE " "
                   CERT-TIME(1:4) " OVERRIDDEN, cut by "
                   FUNCTION TRIM(CERT-CUT-BY) ", approved by "
                   FUNCTION TRIM(CERT-APPROVER)
               DISPLAY "      reason: " FUNCTION TRIM(CERT-REASON)
           ELSE
               DISPLAY "      certificate " CERT-DATE " "
                   CERT-TIME(1:4) " CLEAN, cut by "
                   FUNCTION TRIM(CERT-CUT-BY)
           END-IF
           PERFORM 316-LIST-ONE-VERDICT
               VARYING WS-GATE-SUB FROM 1 BY 1
               UNTIL WS-GATE-SUB > 5.

       316-LIST-ONE-VERDICT.
           MOVE CERT-CHECK(WS-GATE-SUB) TO WS-GATE-ENTRY(WS-GATE-SUB)
           PERFORM 285-DISPLAY-ONE-VERDICT.

      *----------------------------------------------------------*
      *  910-ACQUIRE-RUN-LOCK serializes this run against every   *
      *  other writer and reader of the shared files through      *
