      *================================================================
      *  RUNLOG.CPY -- one row per batch-program run, appended to the
      *  shop-wide RunLog.dat so what ran each night can be audited
      *  instead of relying on operator memory. BatchRun times each
      *  step it CALLs: RlStartTime and RlEndTime are HHMMSSss as
      *  ACCEPT ... FROM TIME gives them, the end time falling below
      *  the start time when the step ran past midnight. Rows written
      *  by the programs themselves carry zero in both.
      *================================================================
       01  RunLogRec.
           05  RlProgram           PIC X(12).
           05  RlRecWrit           PIC 9(6).
           05  RlReturnCode        PIC 99.
           05  RlUserId            PIC X(4).
           05  RlStartTime         PIC 9(8).
           05  RlEndTime           PIC 9(8).
