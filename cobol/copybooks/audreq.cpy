      *----------------------------------------------------------*
      *  AUDREQ.CPY                                              *
      *  Parameter block for the IDSS-AUDCHAIN subprogram, the    *
      *  one place audit records are written and sealed.          *
      *  AudchainActionAppend: fill AUDCHAIN-LOG-PATH, -MODE,     *
      *    -BRANCH and -RAW-ARGS; the record is stamped, given    *
      *    the next sequence number and a check value chained     *
      *    from the previous record, and appended to the log.     *
      *    AUDCHAIN-SEQ / AUDCHAIN-CHECK return what was written. *
      *    AUDCHAIN-LIBRARY names the documentation library the   *
      *    run worked on, spaces for the installation default.    *
      *  AudchainActionCheck: fill AUDCHAIN-RECORD with a record  *
      *    as read and AUDCHAIN-PREV-CHECK with the check value   *
      *    of the record before it; AUDCHAIN-CHECK returns the    *
      *    value the record should carry.                         *
      *  AudchainActionAnchor: returns the sequence number and    *
      *    check value of the last record ever appended to        *
      *    AUDCHAIN-LOG-PATH, which survive log rotation.         *
      *  AudchainActionLock / AudchainActionUnlock: take and      *
      *    give back the audit log's own lock, for a caller that  *
      *    moves or reads the log as a whole. Appends take it     *
      *    for themselves, since runs on different libraries hold *
      *    different run locks but share the one audit log.       *
      *----------------------------------------------------------*
       01  AUDCHAIN-REQUEST.
           05  AUDCHAIN-ACTION        PIC X(06).
               88 AudchainActionAppend VALUE "APPEND".
               88 AudchainActionCheck VALUE "CHECK".
               88 AudchainActionAnchor VALUE "ANCHOR".
               88 AudchainActionLock VALUE "LOCK".
               88 AudchainActionUnlock VALUE "UNLOCK".
           05  AUDCHAIN-LOG-PATH      PIC X(256)
                   VALUE "/var/idss/audit/idss.log".
           05  AUDCHAIN-MODE          PIC X(15).
           05  AUDCHAIN-BRANCH        PIC X(20).
           05  AUDCHAIN-RAW-ARGS      PIC X(73).
           05  AUDCHAIN-LIBRARY       PIC X(10).
           05  AUDCHAIN-RECORD        PIC X(200).
           05  AUDCHAIN-PREV-CHECK    PIC 9(18).
           05  AUDCHAIN-SEQ           PIC 9(10).
           05  AUDCHAIN-CHECK         PIC 9(18).
           05  AUDCHAIN-RESULT        PIC X(01).
               88 AudchainDone VALUE 'D'.
               88 AudchainNoAnchor VALUE 'N'.
               88 AudchainFailed VALUE 'F'.
