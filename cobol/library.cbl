       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDSS-LIBRARY.

      *----------------------------------------------------------*
      *  Modification history                                    *
      *  2026-10-15  Initial version. Looks a documentation       *
      *              library up in the library control file and   *
      *              hands back its doc file, header drop,        *
      *              incoming and quarantine directories, master, *
      *              keyword, catalog and register files, reports *
      *              directory, and its own run lock, so one      *
      *              installation can serve several game/VFS      *
      *              product lines. CALLed by every program that  *
      *              takes --library=.                            *
      *----------------------------------------------------------*

      *----------------------------------------------------------*
      *  Library control file layout (--libraries-path=, default  *
      *  /var/idss/libraries.ctl). Lines starting "*" and blank   *
      *  lines are comments. LIBRARY=NAME opens a library's       *
      *  block; the SETTING=value lines after it, up to the next  *
      *  LIBRARY=, belong to it. NAME is up to 10 letters,        *
      *  digits, "-" or "_", matched in any case. DEFAULT is      *
      *  reserved: reports use it for runs made without a library.*
      *    required  DOC-PATH= DROP-DIR= INCOMING-DIR=            *
      *              QUARANTINE-DIR= MASTER-PATH= KEYWORD-PATH=   *
      *              CATALOG-PATH= REGISTER-PATH= REPORTS-DIR=    *
      *    optional  SYMBOL-PATH= JOURNAL-PATH= BASELINE-PATH=    *
      *              (default: symbols.idx, docjournal.idx and    *
      *              headers.baseline beside the master file)     *
      *              LOCK-PATH= (default /var/idss/idss-NAME.lock)*
      *  The releases directory is the register file's directory, *
      *  as it is for the installation default.                   *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LibraryControlFile ASSIGN TO DYNAMIC WS-CONTROL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LibraryControlFile.
       01  LibraryControlRecord PIC X(300).

       WORKING-STORAGE SECTION.

       01  WS-CONTROL-PATH PIC X(256) VALUE SPACES.
       01  WS-CONTROL-STATUS PIC X(2) VALUE SPACES.
       01  WS-CONTROL-EOF PIC X(1) VALUE 'N'.
           88 ControlEOF VALUE 'Y'.
       01  WS-LINE-NO PIC 9(6) VALUE 0.
       01  WS-LOCK-PREFIX PIC X(20) VALUE "/var/idss/idss-".

      *--------------------------------------------------------*
      *  One control line taken apart at its first "=".         *
      *--------------------------------------------------------*
       01  WS-LINE PIC X(300) VALUE SPACES.
       01  WS-KEY PIC X(20) VALUE SPACES.
       01  WS-VALUE PIC X(256) VALUE SPACES.
       01  WS-VALUE-WORK PIC X(256) VALUE SPACES.
       01  WS-EQUALS-POS PIC 9(4) COMP VALUE 0.

      *--------------------------------------------------------*
      *  Where the scan stands: before the wanted library's     *
      *  block, inside it, or past it.                          *
      *--------------------------------------------------------*
       01  WS-WANTED-NAME PIC X(10) VALUE SPACES.
       01  WS-BLOCK-STATE PIC X(1) VALUE 'B'.
           88 BlockBefore VALUE 'B'.
           88 BlockInside VALUE 'I'.
           88 BlockAfter VALUE 'A'.
       01  WS-SETTINGS-OK PIC X(1) VALUE 'Y'.
           88 SettingsOk VALUE 'Y'.
       01  WS-MISSING-KEY PIC X(20) VALUE SPACES.

      *--------------------------------------------------------*
      *  Library name check and directory-of-a-path work.       *
      *--------------------------------------------------------*
       01  WS-NAME-OK PIC X(1) VALUE 'Y'.
           88 NameOk VALUE 'Y'.
       01  WS-NAME-LENGTH PIC 9(4) COMP VALUE 0.
       01  WS-NAME-INDEX PIC 9(4) COMP VALUE 0.
       01  WS-NAME-CHAR PIC X(1) VALUE SPACE.
       01  WS-DIR-WORK PIC X(256) VALUE SPACES.
       01  WS-DIR-REVERSED PIC X(256) VALUE SPACES.
       01  WS-DIR-LENGTH PIC 9(4) COMP VALUE 0.
       01  WS-DIR-TAIL PIC 9(4) COMP VALUE 0.

       LINKAGE SECTION.
           COPY "libreq.cpy".

       PROCEDURE DIVISION USING LIBRARY-REQUEST.
       100-MAIN-LOGIC.
           MOVE 'F' TO LIBRARY-RESULT
           PERFORM 200-FIND-LIBRARY THRU 200-FIND-LIBRARY-EXIT
           GOBACK.

      *----------------------------------------------------------*
      *  200-FIND-LIBRARY reads the control file down to the end  *
      *  of the wanted library's block. The first block with the  *
      *  name wins; an unknown setting inside it, or a required   *
      *  one left out, fails the lookup rather than letting a run *
      *  fall back on another library's files.                   *
      *----------------------------------------------------------*
       200-FIND-LIBRARY.
           MOVE SPACES TO LIBRARY-DOC-PATH
           MOVE SPACES TO LIBRARY-HEADERS-DIR
           MOVE SPACES TO LIBRARY-INCOMING-DIR
           MOVE SPACES TO LIBRARY-QUARANTINE-DIR
           MOVE SPACES TO LIBRARY-MASTER-PATH
           MOVE SPACES TO LIBRARY-KEYWORD-PATH
           MOVE SPACES TO LIBRARY-CATALOG-PATH
           MOVE SPACES TO LIBRARY-REGISTER-PATH
           MOVE SPACES TO LIBRARY-REPORTS-DIR
           MOVE SPACES TO LIBRARY-SYMBOL-PATH
           MOVE SPACES TO LIBRARY-JOURNAL-PATH
           MOVE SPACES TO LIBRARY-BASELINE-PATH
           MOVE SPACES TO LIBRARY-RELEASES-DIR
           MOVE SPACES TO LIBRARY-LOCK-PATH
           MOVE FUNCTION UPPER-CASE(LIBRARY-NAME) TO WS-WANTED-NAME
           MOVE WS-WANTED-NAME TO LIBRARY-NAME

           PERFORM 205-CHECK-LIBRARY-NAME
           IF NOT NameOk
               DISPLAY "library: library name """
                   FUNCTION TRIM(LIBRARY-NAME)
                   """ may only use letters, digits, - and _"
               GO TO 200-FIND-LIBRARY-EXIT
           END-IF
           IF LIBRARY-NAME = "DEFAULT"
               DISPLAY "library: DEFAULT is reserved for runs made "
                   "without a library"
               GO TO 200-FIND-LIBRARY-EXIT
           END-IF

           MOVE LIBRARY-CONTROL-PATH TO WS-CONTROL-PATH
           MOVE 'N' TO WS-CONTROL-EOF
           OPEN INPUT LibraryControlFile
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "library: cannot read "
                   FUNCTION TRIM(WS-CONTROL-PATH)
                   " (status " WS-CONTROL-STATUS ")"
               GO TO 200-FIND-LIBRARY-EXIT
           END-IF
           SET BlockBefore TO TRUE
           MOVE 'Y' TO WS-SETTINGS-OK
           MOVE 0 TO WS-LINE-NO
           PERFORM 210-READ-ONE-CONTROL-LINE
               UNTIL ControlEOF OR BlockAfter
           CLOSE LibraryControlFile

           IF BlockBefore
               MOVE 'N' TO LIBRARY-RESULT
               DISPLAY "library: " FUNCTION TRIM(LIBRARY-NAME)
                   " is not defined in "
                   FUNCTION TRIM(WS-CONTROL-PATH)
               GO TO 200-FIND-LIBRARY-EXIT
           END-IF
           IF NOT SettingsOk
               GO TO 200-FIND-LIBRARY-EXIT
           END-IF

           PERFORM 230-CHECK-REQUIRED-SETTINGS
           IF WS-MISSING-KEY NOT = SPACES
               DISPLAY "library: " FUNCTION TRIM(LIBRARY-NAME)
                   " has no " FUNCTION TRIM(WS-MISSING-KEY)
                   "= setting in " FUNCTION TRIM(WS-CONTROL-PATH)
               GO TO 200-FIND-LIBRARY-EXIT
           END-IF

           PERFORM 240-FILL-DEFAULT-SETTINGS
           MOVE 'D' TO LIBRARY-RESULT.
       200-FIND-LIBRARY-EXIT.
           EXIT.

       205-CHECK-LIBRARY-NAME.
           MOVE 'Y' TO WS-NAME-OK
           IF LIBRARY-NAME = SPACES
               MOVE 'N' TO WS-NAME-OK
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(LIBRARY-NAME))
                   TO WS-NAME-LENGTH
               PERFORM 206-CHECK-ONE-NAME-CHAR
                   VARYING WS-NAME-INDEX FROM 1 BY 1
                   UNTIL WS-NAME-INDEX > WS-NAME-LENGTH
           END-IF.

       206-CHECK-ONE-NAME-CHAR.
           MOVE LIBRARY-NAME(WS-NAME-INDEX:1) TO WS-NAME-CHAR
           IF NOT ((WS-NAME-CHAR >= "A" AND WS-NAME-CHAR <= "Z")
                   OR (WS-NAME-CHAR >= "0" AND WS-NAME-CHAR <= "9")
                   OR WS-NAME-CHAR = "-"
                   OR WS-NAME-CHAR = "_")
               MOVE 'N' TO WS-NAME-OK
           END-IF.

       210-READ-ONE-CONTROL-LINE.
           READ LibraryControlFile
               AT END
                   SET ControlEOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINE-NO
                   PERFORM 215-TAKE-ONE-CONTROL-LINE
                       THRU 215-TAKE-ONE-CONTROL-LINE-EXIT
           END-READ.

      *----------------------------------------------------------*
      *  215-TAKE-ONE-CONTROL-LINE splits a line at its first "=" *
      *  into an upper-cased setting name and a trimmed value.    *
      *  Lines outside the wanted block are only looked at for    *
      *  the LIBRARY= that opens or closes it.                    *
      *----------------------------------------------------------*
       215-TAKE-ONE-CONTROL-LINE.
           MOVE LibraryControlRecord TO WS-LINE
           INSPECT WS-LINE REPLACING ALL X"09" BY SPACE
           IF WS-LINE = SPACES
               GO TO 215-TAKE-ONE-CONTROL-LINE-EXIT
           END-IF
           MOVE FUNCTION TRIM(WS-LINE LEADING) TO WS-LINE
           IF WS-LINE(1:1) = "*"
               GO TO 215-TAKE-ONE-CONTROL-LINE-EXIT
           END-IF

           MOVE 0 TO WS-EQUALS-POS
           INSPECT WS-LINE TALLYING WS-EQUALS-POS
               FOR CHARACTERS BEFORE INITIAL "="
           IF WS-EQUALS-POS = 0 OR WS-EQUALS-POS > 20
               IF BlockInside
                   DISPLAY "library: line " WS-LINE-NO " of "
                       FUNCTION TRIM(WS-CONTROL-PATH)
                       " is not a SETTING=value line"
                   MOVE 'N' TO WS-SETTINGS-OK
               END-IF
               GO TO 215-TAKE-ONE-CONTROL-LINE-EXIT
           END-IF

           MOVE SPACES TO WS-KEY
           MOVE FUNCTION UPPER-CASE(WS-LINE(1:WS-EQUALS-POS))
               TO WS-KEY
           MOVE SPACES TO WS-VALUE
           MOVE WS-LINE(WS-EQUALS-POS + 2:) TO WS-VALUE-WORK
           IF WS-VALUE-WORK NOT = SPACES
               MOVE FUNCTION TRIM(WS-VALUE-WORK) TO WS-VALUE
           END-IF

           IF WS-KEY = "LIBRARY"
               IF BlockInside
                   SET BlockAfter TO TRUE
               ELSE
                   IF WS-VALUE(11:) = SPACES
                       AND FUNCTION UPPER-CASE(WS-VALUE(1:10))
                           = WS-WANTED-NAME
                       SET BlockInside TO TRUE
                   END-IF
               END-IF
               GO TO 215-TAKE-ONE-CONTROL-LINE-EXIT
           END-IF

           IF BlockInside
               PERFORM 220-STORE-ONE-SETTING
           END-IF.
       215-TAKE-ONE-CONTROL-LINE-EXIT.
           EXIT.

       220-STORE-ONE-SETTING.
           EVALUATE WS-KEY
               WHEN "DOC-PATH"
                   MOVE WS-VALUE TO LIBRARY-DOC-PATH
               WHEN "DROP-DIR"
                   MOVE WS-VALUE TO LIBRARY-HEADERS-DIR
               WHEN "INCOMING-DIR"
                   MOVE WS-VALUE TO LIBRARY-INCOMING-DIR
               WHEN "QUARANTINE-DIR"
                   MOVE WS-VALUE TO LIBRARY-QUARANTINE-DIR
               WHEN "MASTER-PATH"
                   MOVE WS-VALUE TO LIBRARY-MASTER-PATH
               WHEN "KEYWORD-PATH"
                   MOVE WS-VALUE TO LIBRARY-KEYWORD-PATH
               WHEN "CATALOG-PATH"
                   MOVE WS-VALUE TO LIBRARY-CATALOG-PATH
               WHEN "REGISTER-PATH"
                   MOVE WS-VALUE TO LIBRARY-REGISTER-PATH
               WHEN "REPORTS-DIR"
                   MOVE WS-VALUE TO LIBRARY-REPORTS-DIR
               WHEN "SYMBOL-PATH"
                   MOVE WS-VALUE TO LIBRARY-SYMBOL-PATH
               WHEN "JOURNAL-PATH"
                   MOVE WS-VALUE TO LIBRARY-JOURNAL-PATH
               WHEN "BASELINE-PATH"
                   MOVE WS-VALUE TO LIBRARY-BASELINE-PATH
               WHEN "LOCK-PATH"
                   MOVE WS-VALUE TO LIBRARY-LOCK-PATH
               WHEN OTHER
                   DISPLAY "library: line " WS-LINE-NO " of "
                       FUNCTION TRIM(WS-CONTROL-PATH)
                       ": unknown setting "
                       FUNCTION TRIM(WS-KEY) "="
                   MOVE 'N' TO WS-SETTINGS-OK
           END-EVALUATE.

       230-CHECK-REQUIRED-SETTINGS.
           MOVE SPACES TO WS-MISSING-KEY
           EVALUATE TRUE
               WHEN LIBRARY-DOC-PATH = SPACES
                   MOVE "DOC-PATH" TO WS-MISSING-KEY
               WHEN LIBRARY-HEADERS-DIR = SPACES
                   MOVE "DROP-DIR" TO WS-MISSING-KEY
               WHEN LIBRARY-INCOMING-DIR = SPACES
                   MOVE "INCOMING-DIR" TO WS-MISSING-KEY
               WHEN LIBRARY-QUARANTINE-DIR = SPACES
                   MOVE "QUARANTINE-DIR" TO WS-MISSING-KEY
               WHEN LIBRARY-MASTER-PATH = SPACES
                   MOVE "MASTER-PATH" TO WS-MISSING-KEY
               WHEN LIBRARY-KEYWORD-PATH = SPACES
                   MOVE "KEYWORD-PATH" TO WS-MISSING-KEY
               WHEN LIBRARY-CATALOG-PATH = SPACES
                   MOVE "CATALOG-PATH" TO WS-MISSING-KEY
               WHEN LIBRARY-REGISTER-PATH = SPACES
                   MOVE "REGISTER-PATH" TO WS-MISSING-KEY
               WHEN LIBRARY-REPORTS-DIR = SPACES
                   MOVE "REPORTS-DIR" TO WS-MISSING-KEY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------*
      *  240-FILL-DEFAULT-SETTINGS supplies what the block left   *
      *  out: the symbol, journal and baseline files sit beside   *
      *  the master as they do in the installation default, the  *
      *  releases directory is the register's, and the lock is    *
      *  named for the library.                                   *
      *----------------------------------------------------------*
       240-FILL-DEFAULT-SETTINGS.
           MOVE LIBRARY-MASTER-PATH TO WS-DIR-WORK
           PERFORM 250-TAKE-DIRECTORY
           IF LIBRARY-SYMBOL-PATH = SPACES
               STRING FUNCTION TRIM(WS-DIR-WORK) DELIMITED BY SIZE
                   "/symbols.idx" DELIMITED BY SIZE
                   INTO LIBRARY-SYMBOL-PATH
               END-STRING
           END-IF
           IF LIBRARY-JOURNAL-PATH = SPACES
               STRING FUNCTION TRIM(WS-DIR-WORK) DELIMITED BY SIZE
                   "/docjournal.idx" DELIMITED BY SIZE
                   INTO LIBRARY-JOURNAL-PATH
               END-STRING
           END-IF
           IF LIBRARY-BASELINE-PATH = SPACES
               STRING FUNCTION TRIM(WS-DIR-WORK) DELIMITED BY SIZE
                   "/headers.baseline" DELIMITED BY SIZE
                   INTO LIBRARY-BASELINE-PATH
               END-STRING
           END-IF

           MOVE LIBRARY-REGISTER-PATH TO WS-DIR-WORK
           PERFORM 250-TAKE-DIRECTORY
           MOVE WS-DIR-WORK TO LIBRARY-RELEASES-DIR

           IF LIBRARY-LOCK-PATH = SPACES
               STRING FUNCTION TRIM(WS-LOCK-PREFIX) DELIMITED BY SIZE
                   FUNCTION TRIM(LIBRARY-NAME) DELIMITED BY SIZE
                   ".lock" DELIMITED BY SIZE
                   INTO LIBRARY-LOCK-PATH
               END-STRING
           END-IF.

      *----------------------------------------------------------*
      *  250-TAKE-DIRECTORY cuts WS-DIR-WORK back to the          *
      *  directory part of the path: "." when there is no "/",    *
      *  "/" for a file in the root.                              *
      *----------------------------------------------------------*
       250-TAKE-DIRECTORY.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DIR-WORK))
               TO WS-DIR-LENGTH
           MOVE FUNCTION REVERSE(FUNCTION TRIM(WS-DIR-WORK))
               TO WS-DIR-REVERSED
           MOVE 0 TO WS-DIR-TAIL
           INSPECT WS-DIR-REVERSED(1:WS-DIR-LENGTH)
               TALLYING WS-DIR-TAIL FOR CHARACTERS BEFORE INITIAL "/"
           EVALUATE TRUE
               WHEN WS-DIR-TAIL >= WS-DIR-LENGTH
                   MOVE "." TO WS-DIR-WORK
               WHEN WS-DIR-TAIL + 1 = WS-DIR-LENGTH
                   MOVE "/" TO WS-DIR-WORK
               WHEN OTHER
                   MOVE FUNCTION TRIM(WS-DIR-WORK)
                       TO WS-DIR-REVERSED
                   MOVE SPACES TO WS-DIR-WORK
                   MOVE WS-DIR-REVERSED(1:WS-DIR-LENGTH
                       - WS-DIR-TAIL - 1) TO WS-DIR-WORK
           END-EVALUATE.
