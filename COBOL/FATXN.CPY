      *================================================================
      *  FATXN.CPY -- fixed asset transaction, appended to FaTxn.dat
      *  by the programs that change the register. GLJournal posts
      *  the rows whose FtPostDate is the run date:
      *    "C" capitalised on receipt  - Dr FACOST, Cr GRNI
      *    "D" monthly depreciation    - Dr DEPREXP, Cr FAACCDEP
      *    "T" transfer between cost centers - FtAmount (cost) and
      *        FtAccumDep move from FtCostCenter to FtToCostCtr on
      *        FACOST and FAACCDEP; a move within one cost center
      *        changes only the location and posts nothing
      *    "X" disposal - Dr FAACCDEP FtAccumDep, Dr BANK
      *        FtProceeds, Cr FACOST FtAmount, difference to the
      *        gain/loss account FADISPGL.
      *================================================================
       01  FaTxnRec.
           05  FtAssetNo           PIC 9(6).
           05  FtTxnType           PIC A.
           05  FtPostDate          PIC 9(8).
           05  FtCostCenter        PIC X(4).
           05  FtToCostCtr         PIC X(4).
           05  FtFromLoc           PIC X(3).
           05  FtToLoc             PIC X(3).
           05  FtAmount            PIC 9(7)V99.
           05  FtAccumDep          PIC 9(7)V99.
           05  FtProceeds          PIC 9(7)V99.
           05  FtUserId            PIC X(4).
