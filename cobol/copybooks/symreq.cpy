      *----------------------------------------------------------*
      *  SYMREQ.CPY                                              *
      *  Parameter block for the IDSS-SYMLOAD subprogram. To      *
      *  rebuild the symbol dictionary a caller fills the three   *
      *  paths, sets SymloadActionLoad, CALLs "IDSS-SYMLOAD"      *
      *  USING SYMLOAD-REQUEST, and tests SYMLOAD-RESULT and the  *
      *  counts. SymloadActionMatchKey turns SYMLOAD-VALUE-TEXT   *
      *  into the SYMLOAD-MATCH-KEY the dictionary files values   *
      *  under, so a reverse query normalizes "0x1F", "31" and    *
      *  "(0x1FU)" exactly the way the loader did. The caller     *
      *  already holds the run lock.                              *
      *----------------------------------------------------------*
       01  SYMLOAD-REQUEST.
           05  SYMLOAD-ACTION         PIC X(08).
               88 SymloadActionLoad VALUE "LOAD".
               88 SymloadActionMatchKey VALUE "MATCHKEY".
           05  SYMLOAD-HEADERS-DIR    PIC X(256)
                   VALUE "/usr/share/idss/headers".
           05  SYMLOAD-SYMBOL-PATH    PIC X(256)
                   VALUE "/var/idss/symbols.idx".
           05  SYMLOAD-LIST-PATH      PIC X(256)
                   VALUE "/var/idss/reports/symload-list.txt".
           05  SYMLOAD-VALUE-TEXT     PIC X(80).
           05  SYMLOAD-MATCH-KEY      PIC X(40).
           05  SYMLOAD-RESULT         PIC X(01).
               88 SymloadDone VALUE 'D'.
               88 SymloadFailed VALUE 'F'.
           05  SYMLOAD-HEADER-COUNT   PIC 9(06).
           05  SYMLOAD-SYMBOL-COUNT   PIC 9(08).
           05  SYMLOAD-REDEFINE-COUNT PIC 9(06).
           05  SYMLOAD-UNREADABLE-COUNT
                                      PIC 9(06).
