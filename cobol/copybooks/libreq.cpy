      *----------------------------------------------------------*
      *  LIBREQ.CPY                                              *
      *  Parameter block for the IDSS-LIBRARY subprogram, which   *
      *  looks one documentation library up in the library       *
      *  control file. A caller fills LIBRARY-NAME (and          *
      *  LIBRARY-CONTROL-PATH when not the default), CALLs        *
      *  "IDSS-LIBRARY" USING LIBRARY-REQUEST, and on             *
      *  LibraryFound takes the library's files and directories   *
      *  from the fields below in place of the installation      *
      *  defaults. LIBRARY-LOCK-PATH is the library's own run     *
      *  lock, so work on one product line never waits on         *
      *  another. LibraryNotFound and LibraryFailed have already  *
      *  been explained on the console.                           *
      *----------------------------------------------------------*
       01  LIBRARY-REQUEST.
           05  LIBRARY-CONTROL-PATH   PIC X(256)
                   VALUE "/var/idss/libraries.ctl".
           05  LIBRARY-NAME           PIC X(10).
           05  LIBRARY-DOC-PATH       PIC X(256).
           05  LIBRARY-HEADERS-DIR    PIC X(256).
           05  LIBRARY-INCOMING-DIR   PIC X(256).
           05  LIBRARY-QUARANTINE-DIR PIC X(256).
           05  LIBRARY-MASTER-PATH    PIC X(256).
           05  LIBRARY-KEYWORD-PATH   PIC X(256).
           05  LIBRARY-CATALOG-PATH   PIC X(256).
           05  LIBRARY-REGISTER-PATH  PIC X(256).
           05  LIBRARY-REPORTS-DIR    PIC X(256).
           05  LIBRARY-SYMBOL-PATH    PIC X(256).
           05  LIBRARY-JOURNAL-PATH   PIC X(256).
           05  LIBRARY-BASELINE-PATH  PIC X(256).
           05  LIBRARY-RELEASES-DIR   PIC X(256).
           05  LIBRARY-LOCK-PATH      PIC X(256).
           05  LIBRARY-RESULT         PIC X(01).
               88 LibraryFound VALUE 'D'.
               88 LibraryNotFound VALUE 'N'.
               88 LibraryFailed VALUE 'F'.
