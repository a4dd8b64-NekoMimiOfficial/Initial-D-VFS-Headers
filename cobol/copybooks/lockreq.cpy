      *  LOCK-RESULT conditions. One exclusive lock serializes   *
      *  every writer and reader of doc.txt, the doc master,     *
      *  the checkpoint file, and the audit/results files.       *
      *  Each documentation library named in the library control *
      *  file has its own lock directory (LIBRARY-LOCK-PATH from *
      *  IDSS-LIBRARY); the default below is the installation's  *
      *  own library.                                            *
      *----------------------------------------------------------*
       01  LOCK-REQUEST.
           05  LOCK-ACTION            PIC X(07).
