      *              readers and writers of the doc master; a     *
      *              blocked run fails with return code 12        *
      *              naming the holder.                           *
      *  2026-10-15  --library=NAME (or IDSS_LIBRARY) maintains   *
      *              one documentation library's catalog against  *
      *              its own doc master, under the library's own  *
      *              run lock, from the library control file.     *
      *----------------------------------------------------------*

      *----------------------------------------------------------*

       WORKING-STORAGE SECTION.
           COPY "lockreq.cpy".
           COPY "libreq.cpy".

       01 WS-ARGUMENT PIC X(256).

           88 ReportClean VALUE 'Y'.
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
       120-INITIALIZE.
           ACCEPT WS-ARGUMENT FROM COMMAND-LINE
           PERFORM 130-LOAD-ARGUMENTS
           PERFORM 135-SELECT-LIBRARY
           PERFORM 140-PARSE-ARGUMENTS.

       130-LOAD-ARGUMENTS.
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
                   DISPLAY "catmaint: library name "
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
           MOVE LIBRARY-LOCK-PATH TO LOCK-DIR-PATH.

       140-PARSE-ARGUMENTS.
           PERFORM 141-CLASSIFY-ONE-ARGUMENT
               VARYING WS-ARG-INDEX FROM 1 BY 1
           DISPLAY "Topic review report as of " WS-TODAY-DATE
           DISPLAY "Catalog    : " FUNCTION TRIM(WS-CATALOG-PATH)
           DISPLAY "Doc master : " FUNCTION TRIM(WS-MASTER-PATH)
           IF WS-LIBRARY-NAME NOT = SPACES
               DISPLAY "Library    : " FUNCTION TRIM(WS-LIBRARY-NAME)
           END-IF
           DISPLAY " "

           OPEN INPUT CatalogFile
