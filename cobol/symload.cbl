       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDSS-SYMLOAD.

      *----------------------------------------------------------*
      *  Modification history                                    *
      *  2026-10-15  Initial version. Builds the symbol          *
      *              dictionary: every #define in every header    *
      *              of the drop directory becomes one record     *
      *              (symbol, header, line number, value) in an   *
      *              indexed file keyed by symbol and header,     *
      *              with the value filed again under a           *
      *              normalized match key so 0x1F, 31 and 037     *
      *              all find the same symbols. CALLed by         *
      *              IDSS-MAIN for --load-symbols and after every *
      *              --intake that accepts a header.              *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HeaderListFile ASSIGN TO DYNAMIC WS-LIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIST-STATUS.

           SELECT HeaderFile ASSIGN TO DYNAMIC WS-HEADER-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HEADER-FILE-STATUS.

           SELECT SymbolFile ASSIGN TO DYNAMIC WS-SYMBOL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SYM-KEY
           ALTERNATE RECORD KEY IS SYM-MATCH-KEY WITH DUPLICATES
           FILE STATUS IS WS-SYMBOL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HeaderListFile.
       01  HeaderListRecord PIC X(256).

       FD  HeaderFile.
       01  HeaderFileRecord PIC X(200).

       FD  SymbolFile.
       01  SymbolRecord.
           05  SYM-KEY.
               10  SYM-NAME           PIC X(40).
               10  SYM-HEADER         PIC X(40).
           05  SYM-MATCH-KEY          PIC X(40).
           05  SYM-LINE-NO            PIC 9(06).
           05  SYM-VALUE              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-LIST-PATH PIC X(256) VALUE SPACES.
       01  WS-LIST-STATUS PIC X(2) VALUE SPACES.
       01  WS-LIST-EOF PIC X(1) VALUE 'N'.
           88 ListEOF VALUE 'Y'.
       01  WS-HEADER-FILE-PATH PIC X(256) VALUE SPACES.
       01  WS-HEADER-FILE-STATUS PIC X(2) VALUE SPACES.
       01  WS-HEADER-FILE-EOF PIC X(1) VALUE 'N'.
           88 HeaderFileEOF VALUE 'Y'.
       01  WS-HEADER-NAME PIC X(256) VALUE SPACES.
       01  WS-SYMBOL-PATH PIC X(256) VALUE SPACES.
       01  WS-SYMBOL-STATUS PIC X(2) VALUE SPACES.

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
      *  Load bookkeeping; the counts go back to the caller in  *
      *  the request block.                                     *
      *--------------------------------------------------------*
       01  WS-LOAD-OK PIC X(1) VALUE 'Y'.
           88 LoadOk VALUE 'Y'.
       01  WS-HEADER-COUNT PIC 9(6) VALUE 0.
       01  WS-SYMBOL-COUNT PIC 9(8) VALUE 0.
       01  WS-REDEFINE-COUNT PIC 9(6) VALUE 0.
       01  WS-UNREADABLE-COUNT PIC 9(6) VALUE 0.
       01  WS-LINE-NO PIC 9(6) VALUE 0.

      *--------------------------------------------------------*
      *  One #define line taken apart: directive, name (up to   *
      *  the "(" of a function-like macro), and the rest of     *
      *  the line as the value with any trailing comment cut.   *
      *--------------------------------------------------------*
       01  WS-DEF-WORK PIC X(200) VALUE SPACES.
       01  WS-DEF-DIRECTIVE PIC X(16) VALUE SPACES.
       01  WS-DEF-TOKEN PIC X(64) VALUE SPACES.
       01  WS-DEF-NAME PIC X(40) VALUE SPACES.
       01  WS-DEF-REST PIC X(200) VALUE SPACES.
       01  WS-DEF-POINTER PIC 9(4) COMP VALUE 0.
       01  WS-DEF-CUT PIC 9(4) COMP VALUE 0.
       01  WS-DEF-PAREN-COUNT PIC 9(4) COMP VALUE 0.

      *--------------------------------------------------------*
      *  Match key normalization. A value that reads as a       *
      *  plain hex, octal or decimal constant (after outer      *
      *  parentheses and U/L suffixes come off) is filed as     *
      *  its 18-digit decimal value; anything else is filed as  *
      *  its upper-cased text.                                  *
      *--------------------------------------------------------*
       01  WS-NV-TEXT PIC X(80) VALUE SPACES.
       01  WS-NV-WORK PIC X(80) VALUE SPACES.
       01  WS-NV-KEY PIC X(40) VALUE SPACES.
       01  WS-NV-LENGTH PIC 9(4) COMP VALUE 0.
       01  WS-NV-START PIC 9(4) COMP VALUE 0.
       01  WS-NV-INDEX PIC 9(4) COMP VALUE 0.
       01  WS-NV-BASE PIC 9(2) VALUE 0.
       01  WS-NV-DIGIT PIC 9(2) VALUE 0.
       01  WS-NV-NUMBER PIC 9(18) VALUE 0.
       01  WS-NV-CHAR PIC X(1) VALUE SPACE.
       01  WS-NV-DIGIT-X PIC X(1) VALUE SPACE.
       01  WS-NV-DIGIT-9 REDEFINES WS-NV-DIGIT-X PIC 9(1).
       01  WS-NV-MORE PIC X(1) VALUE 'Y'.
           88 NvMore VALUE 'Y'.
       01  WS-NV-NUMERIC PIC X(1) VALUE 'N'.
           88 NvNumeric VALUE 'Y'.

       LINKAGE SECTION.
           COPY "symreq.cpy".

       PROCEDURE DIVISION USING SYMLOAD-REQUEST.
       100-MAIN-LOGIC.
           MOVE 'F' TO SYMLOAD-RESULT
           EVALUATE TRUE
               WHEN SymloadActionLoad
                   PERFORM 200-LOAD-SYMBOLS
                       THRU 200-LOAD-SYMBOLS-EXIT
                   IF LoadOk
                       MOVE 'D' TO SYMLOAD-RESULT
                   END-IF
                   MOVE WS-HEADER-COUNT TO SYMLOAD-HEADER-COUNT
                   MOVE WS-SYMBOL-COUNT TO SYMLOAD-SYMBOL-COUNT
                   MOVE WS-REDEFINE-COUNT TO SYMLOAD-REDEFINE-COUNT
                   MOVE WS-UNREADABLE-COUNT
                       TO SYMLOAD-UNREADABLE-COUNT
               WHEN SymloadActionMatchKey
                   MOVE SYMLOAD-VALUE-TEXT TO WS-NV-TEXT
                   PERFORM 250-BUILD-MATCH-KEY
                       THRU 250-BUILD-MATCH-KEY-EXIT
                   MOVE WS-NV-KEY TO SYMLOAD-MATCH-KEY
                   MOVE 'D' TO SYMLOAD-RESULT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

      *----------------------------------------------------------*
      *  200-LOAD-SYMBOLS rebuilds the dictionary from scratch:   *
      *  list the drop directory, open the symbol file for        *
      *  output, and scan every header in the list. A header     *
      *  that cannot be read is counted and skipped; the load     *
      *  only fails when the list or the symbol file cannot be    *
      *  produced.                                                *
      *----------------------------------------------------------*
       200-LOAD-SYMBOLS.
           MOVE 'Y' TO WS-LOAD-OK
           MOVE 0 TO WS-HEADER-COUNT
           MOVE 0 TO WS-SYMBOL-COUNT
           MOVE 0 TO WS-REDEFINE-COUNT
           MOVE 0 TO WS-UNREADABLE-COUNT
           MOVE SYMLOAD-LIST-PATH TO WS-LIST-PATH
           MOVE SYMLOAD-SYMBOL-PATH TO WS-SYMBOL-PATH

           PERFORM 205-CHECK-LOAD-ARGS-SAFE
           IF NOT ShellArgsSafe
               MOVE 'N' TO WS-LOAD-OK
               DISPLAY "symload: a path contains characters not "
                   "allowed in a shell command, aborting"
               GO TO 200-LOAD-SYMBOLS-EXIT
           END-IF

           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "find " DELIMITED BY SIZE
               WS-SHELL-QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(SYMLOAD-HEADERS-DIR) DELIMITED BY SIZE
               WS-SHELL-QUOTE DELIMITED BY SIZE
               " -maxdepth 1 -type f -printf " DELIMITED BY SIZE
               WS-SHELL-QUOTE DELIMITED BY SIZE
               "%f\n" DELIMITED BY SIZE
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
               MOVE 'N' TO WS-LOAD-OK
               DISPLAY "symload: header listing failed (return "
                   "code " RETURN-CODE ")"
               MOVE 0 TO RETURN-CODE
               GO TO 200-LOAD-SYMBOLS-EXIT
           END-IF
           MOVE 0 TO RETURN-CODE

           OPEN OUTPUT SymbolFile
           IF WS-SYMBOL-STATUS NOT = "00"
               MOVE 'N' TO WS-LOAD-OK
               DISPLAY "symload: cannot create "
                   FUNCTION TRIM(WS-SYMBOL-PATH)
                   " (status " WS-SYMBOL-STATUS ")"
               GO TO 200-LOAD-SYMBOLS-EXIT
           END-IF

           MOVE 'N' TO WS-LIST-EOF
           OPEN INPUT HeaderListFile
           IF WS-LIST-STATUS NOT = "00"
               MOVE 'N' TO WS-LOAD-OK
               DISPLAY "symload: cannot read "
                   FUNCTION TRIM(WS-LIST-PATH)
                   " (status " WS-LIST-STATUS ")"
               CLOSE SymbolFile
               GO TO 200-LOAD-SYMBOLS-EXIT
           END-IF
           PERFORM 210-LOAD-ONE-HEADER UNTIL ListEOF
           CLOSE HeaderListFile
           CLOSE SymbolFile.
       200-LOAD-SYMBOLS-EXIT.
           EXIT.

       205-CHECK-LOAD-ARGS-SAFE.
           MOVE 'Y' TO WS-SHELL-ARGS-SAFE
           MOVE FUNCTION TRIM(SYMLOAD-HEADERS-DIR)
               TO WS-SHELL-CHECK-FIELD
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

       210-LOAD-ONE-HEADER.
           READ HeaderListFile
               AT END
                   SET ListEOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HEADER-COUNT
                   MOVE HeaderListRecord TO WS-HEADER-NAME
                   PERFORM 215-SCAN-ONE-HEADER-FILE
           END-READ.

       215-SCAN-ONE-HEADER-FILE.
           MOVE SPACES TO WS-HEADER-FILE-PATH
           STRING FUNCTION TRIM(SYMLOAD-HEADERS-DIR)
                   DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-HEADER-NAME) DELIMITED BY SIZE
               INTO WS-HEADER-FILE-PATH
           END-STRING

           MOVE 0 TO WS-LINE-NO
           MOVE 'N' TO WS-HEADER-FILE-EOF
           OPEN INPUT HeaderFile
           IF WS-HEADER-FILE-STATUS NOT = "00"
               ADD 1 TO WS-UNREADABLE-COUNT
               DISPLAY "symload: cannot read header "
                   FUNCTION TRIM(WS-HEADER-NAME)
                   " (status " WS-HEADER-FILE-STATUS ")"
           ELSE
               PERFORM 220-SCAN-ONE-HEADER-LINE
                   UNTIL HeaderFileEOF
               CLOSE HeaderFile
           END-IF.

       220-SCAN-ONE-HEADER-LINE.
           READ HeaderFile
               AT END
                   SET HeaderFileEOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINE-NO
                   PERFORM 230-PARSE-DEFINE-LINE
           END-READ.

      *----------------------------------------------------------*
      *  230-PARSE-DEFINE-LINE files one symbol per #define.      *
      *  Tabs count as spaces and leading indentation is          *
      *  ignored. For a function-like macro the name stops at     *
      *  the "(" and the value starts after the parameter list.   *
      *  A symbol defined twice in the same header keeps its      *
      *  first definition; the repeat is only counted.            *
      *----------------------------------------------------------*
       230-PARSE-DEFINE-LINE.
           MOVE HeaderFileRecord TO WS-DEF-WORK
           INSPECT WS-DEF-WORK REPLACING ALL X"09" BY SPACE
           IF WS-DEF-WORK NOT = SPACES
               MOVE FUNCTION TRIM(WS-DEF-WORK LEADING) TO WS-DEF-WORK
           END-IF
           MOVE SPACES TO WS-DEF-DIRECTIVE
           MOVE SPACES TO WS-DEF-TOKEN
           MOVE 1 TO WS-DEF-POINTER
           UNSTRING WS-DEF-WORK DELIMITED BY ALL SPACE
               INTO WS-DEF-DIRECTIVE WS-DEF-TOKEN
               WITH POINTER WS-DEF-POINTER
           END-UNSTRING

           IF WS-DEF-DIRECTIVE = "#define"
               AND WS-DEF-TOKEN NOT = SPACES
               MOVE SPACES TO WS-DEF-REST
               IF WS-DEF-POINTER <= 200
                   MOVE WS-DEF-WORK(WS-DEF-POINTER:) TO WS-DEF-REST
               END-IF
               PERFORM 235-SPLIT-FUNCTION-MACRO
               PERFORM 240-CUT-TRAILING-COMMENT

               MOVE SPACES TO SymbolRecord
               MOVE WS-DEF-NAME TO SYM-NAME
               MOVE WS-HEADER-NAME(1:40) TO SYM-HEADER
               MOVE WS-LINE-NO TO SYM-LINE-NO
               MOVE FUNCTION TRIM(WS-DEF-REST) TO SYM-VALUE
               MOVE SYM-VALUE TO WS-NV-TEXT
               PERFORM 250-BUILD-MATCH-KEY
                   THRU 250-BUILD-MATCH-KEY-EXIT
               MOVE WS-NV-KEY TO SYM-MATCH-KEY

               WRITE SymbolRecord
                   INVALID KEY
                       ADD 1 TO WS-REDEFINE-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-SYMBOL-COUNT
               END-WRITE
           END-IF.

       235-SPLIT-FUNCTION-MACRO.
           MOVE 0 TO WS-DEF-PAREN-COUNT
           INSPECT WS-DEF-TOKEN TALLYING WS-DEF-PAREN-COUNT
               FOR ALL "("
           IF WS-DEF-PAREN-COUNT = 0
               MOVE WS-DEF-TOKEN TO WS-DEF-NAME
           ELSE
               MOVE SPACES TO WS-DEF-NAME
               UNSTRING WS-DEF-TOKEN DELIMITED BY "("
                   INTO WS-DEF-NAME
               END-UNSTRING
               MOVE 0 TO WS-DEF-PAREN-COUNT
               INSPECT WS-DEF-TOKEN TALLYING WS-DEF-PAREN-COUNT
                   FOR ALL ")"
               IF WS-DEF-PAREN-COUNT = 0
                   MOVE 0 TO WS-DEF-CUT
                   INSPECT WS-DEF-REST TALLYING WS-DEF-CUT
                       FOR CHARACTERS BEFORE INITIAL ")"
                   IF WS-DEF-CUT < 199
                       MOVE WS-DEF-REST(WS-DEF-CUT + 2:)
                           TO WS-DEF-WORK
                       MOVE WS-DEF-WORK TO WS-DEF-REST
                   ELSE
                       MOVE SPACES TO WS-DEF-REST
                   END-IF
               END-IF
           END-IF.

       240-CUT-TRAILING-COMMENT.
           MOVE 0 TO WS-DEF-CUT
           INSPECT WS-DEF-REST TALLYING WS-DEF-CUT
               FOR CHARACTERS BEFORE INITIAL "/*"
           IF WS-DEF-CUT < 200
               MOVE SPACES TO WS-DEF-REST(WS-DEF-CUT + 1:)
           END-IF
           MOVE 0 TO WS-DEF-CUT
           INSPECT WS-DEF-REST TALLYING WS-DEF-CUT
               FOR CHARACTERS BEFORE INITIAL "//"
           IF WS-DEF-CUT < 200
               MOVE SPACES TO WS-DEF-REST(WS-DEF-CUT + 1:)
           END-IF.

      *----------------------------------------------------------*
      *  250-BUILD-MATCH-KEY normalizes WS-NV-TEXT into           *
      *  WS-NV-KEY. The loader and the reverse query both come    *
      *  through here, so a value is always looked up under the   *
      *  same key it was filed under.                             *
      *----------------------------------------------------------*
       250-BUILD-MATCH-KEY.
           MOVE SPACES TO WS-NV-KEY
           IF WS-NV-TEXT = SPACES
               GO TO 250-BUILD-MATCH-KEY-EXIT
           END-IF
           MOVE FUNCTION TRIM(WS-NV-TEXT) TO WS-NV-WORK
           MOVE WS-NV-WORK TO WS-NV-TEXT

           MOVE 'Y' TO WS-NV-MORE
           PERFORM 251-STRIP-OUTER-PARENS UNTIL NOT NvMore
           IF WS-NV-TEXT = SPACES
               GO TO 250-BUILD-MATCH-KEY-EXIT
           END-IF

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NV-TEXT))
               TO WS-NV-LENGTH
           IF WS-NV-TEXT(1:1) >= "0" AND WS-NV-TEXT(1:1) <= "9"
               MOVE 'Y' TO WS-NV-MORE
               PERFORM 252-STRIP-ONE-SUFFIX UNTIL NOT NvMore
           END-IF

           MOVE 'N' TO WS-NV-NUMERIC
           MOVE 0 TO WS-NV-NUMBER
           EVALUATE TRUE
               WHEN WS-NV-LENGTH > 2
                   AND (WS-NV-TEXT(1:2) = "0x"
                       OR WS-NV-TEXT(1:2) = "0X")
                   MOVE 16 TO WS-NV-BASE
                   MOVE 3 TO WS-NV-START
                   MOVE 'Y' TO WS-NV-NUMERIC
               WHEN WS-NV-LENGTH > 1 AND WS-NV-TEXT(1:1) = "0"
                   MOVE 8 TO WS-NV-BASE
                   MOVE 2 TO WS-NV-START
                   MOVE 'Y' TO WS-NV-NUMERIC
               WHEN WS-NV-TEXT(1:1) >= "0"
                   AND WS-NV-TEXT(1:1) <= "9"
                   MOVE 10 TO WS-NV-BASE
                   MOVE 1 TO WS-NV-START
                   MOVE 'Y' TO WS-NV-NUMERIC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF NvNumeric
               PERFORM 253-ACCUMULATE-ONE-DIGIT
                   VARYING WS-NV-INDEX FROM WS-NV-START BY 1
                   UNTIL WS-NV-INDEX > WS-NV-LENGTH
                       OR NOT NvNumeric
           END-IF

           IF NvNumeric
               MOVE WS-NV-NUMBER TO WS-NV-KEY(1:18)
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-NV-TEXT) TO WS-NV-KEY
           END-IF.
       250-BUILD-MATCH-KEY-EXIT.
           EXIT.

       251-STRIP-OUTER-PARENS.
           MOVE 'N' TO WS-NV-MORE
           IF WS-NV-TEXT NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NV-TEXT))
                   TO WS-NV-LENGTH
               IF WS-NV-LENGTH >= 2
                   AND WS-NV-TEXT(1:1) = "("
                   AND WS-NV-TEXT(WS-NV-LENGTH:1) = ")"
                   MOVE SPACES TO WS-NV-WORK
                   IF WS-NV-LENGTH > 2
                       MOVE WS-NV-TEXT(2:WS-NV-LENGTH - 2)
                           TO WS-NV-WORK
                   END-IF
                   MOVE SPACES TO WS-NV-TEXT
                   IF WS-NV-WORK NOT = SPACES
                       MOVE FUNCTION TRIM(WS-NV-WORK) TO WS-NV-TEXT
                   END-IF
                   MOVE 'Y' TO WS-NV-MORE
               END-IF
           END-IF.

       252-STRIP-ONE-SUFFIX.
           MOVE 'N' TO WS-NV-MORE
           IF WS-NV-LENGTH > 1
               AND (WS-NV-TEXT(WS-NV-LENGTH:1) = "U"
                   OR WS-NV-TEXT(WS-NV-LENGTH:1) = "u"
                   OR WS-NV-TEXT(WS-NV-LENGTH:1) = "L"
                   OR WS-NV-TEXT(WS-NV-LENGTH:1) = "l")
               MOVE SPACE TO WS-NV-TEXT(WS-NV-LENGTH:1)
               SUBTRACT 1 FROM WS-NV-LENGTH
               MOVE 'Y' TO WS-NV-MORE
           END-IF.

       253-ACCUMULATE-ONE-DIGIT.
           MOVE WS-NV-TEXT(WS-NV-INDEX:1) TO WS-NV-CHAR
           EVALUATE TRUE
               WHEN WS-NV-CHAR >= "0" AND WS-NV-CHAR <= "9"
                   MOVE WS-NV-CHAR TO WS-NV-DIGIT-X
                   MOVE WS-NV-DIGIT-9 TO WS-NV-DIGIT
               WHEN WS-NV-CHAR = "A" OR WS-NV-CHAR = "a"
                   MOVE 10 TO WS-NV-DIGIT
               WHEN WS-NV-CHAR = "B" OR WS-NV-CHAR = "b"
                   MOVE 11 TO WS-NV-DIGIT
               WHEN WS-NV-CHAR = "C" OR WS-NV-CHAR = "c"
                   MOVE 12 TO WS-NV-DIGIT
               WHEN WS-NV-CHAR = "D" OR WS-NV-CHAR = "d"
                   MOVE 13 TO WS-NV-DIGIT
               WHEN WS-NV-CHAR = "E" OR WS-NV-CHAR = "e"
                   MOVE 14 TO WS-NV-DIGIT
               WHEN WS-NV-CHAR = "F" OR WS-NV-CHAR = "f"
                   MOVE 15 TO WS-NV-DIGIT
               WHEN OTHER
                   MOVE 99 TO WS-NV-DIGIT
           END-EVALUATE
           IF WS-NV-DIGIT >= WS-NV-BASE
               MOVE 'N' TO WS-NV-NUMERIC
           ELSE
               COMPUTE WS-NV-NUMBER =
                   WS-NV-NUMBER * WS-NV-BASE + WS-NV-DIGIT
                   ON SIZE ERROR
                       MOVE 'N' TO WS-NV-NUMERIC
               END-COMPUTE
           END-IF.
