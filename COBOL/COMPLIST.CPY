      *================================================================
      *  COMPLIST.CPY -- compaction card, read from CompList.dat by
      *  MasterCompact; latest card for a file wins. Names one of
      *  the append-only "latest row wins" files and where its key
      *  sits in the row: ClKeyPos1/ClKeyLen1 and, for a two-part
      *  key, ClKeyPos2/ClKeyLen2 (zero length when unused). Rows
      *  with the same key collapse to the last one. ClEnabled "N"
      *  leaves the file alone. Files with no card compact with
      *  their built-in key. Registers whose row trail is itself the
      *  history (Audit.dat, DocNumReg.dat, RunLog.dat and the other
      *  ledgers and history files) are never compacted, card or no.
      *================================================================
       01  CompListRec.
           05  ClFileName          PIC X(16).
           05  ClKeyPos1           PIC 9(3).
           05  ClKeyLen1           PIC 9(2).
           05  ClKeyPos2           PIC 9(3).
           05  ClKeyLen2           PIC 9(2).
           05  ClEnabled           PIC A.
