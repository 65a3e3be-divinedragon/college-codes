      *================================================================
      *  COMPCAL.CPY -- compliance-calendar obligation row, appended
      *  to CompCal.dat by ComplianceMaint; latest row for an
      *  obligation wins, and a row for a built-in obligation
      *  overrides it. ComplianceCal lists each obligation's
      *  occurrences falling due in the next few days.
      *  CcFreq: "M" monthly, "Q" quarterly (periods ending June,
      *  September, December, March), "A" annual (year ending
      *  March), "E" event-driven (contract expiries). A periodic
      *  obligation falls due on CcDueDay of the month CcLagMonths
      *  after its period ends (the last day when the month is
      *  shorter).
      *  CcCheckType says how ComplianceCal knows it is done:
      *    "R" CcCheckKey ran clean (RunLog.dat) once the period
      *        ended - each run covers one occurrence, oldest first,
      *        and one after the due date lists the occurrence LATE;
      *    "P" the period is closed on AcctPeriod.dat for stream
      *        CcCheckKey (FEE, INV or GL);
      *    "K" a RateContract.dat contract lapses - done when it is
      *        renewed; "L" the same for PlayerContract.dat;
      *    "M" marked done by hand through ComplianceMaint.
      *  Any occurrence may also be marked done by hand (CMPDONE.CPY).
      *  CcOwner is the owner's initials, as the exception workbench
      *  takes them; overdue alerts are assigned to them.
      *  CcStatus "A" active, "D" dropped.
      *================================================================
       01  ComplianceRec.
           05  CcOblId             PIC X(8).
           05  CcDesc              PIC X(30).
           05  CcFreq              PIC A.
           05  CcDueDay            PIC 99.
           05  CcLagMonths         PIC 99.
           05  CcCheckType         PIC A.
           05  CcCheckKey          PIC X(12).
           05  CcOwner             PIC X(3).
           05  CcStatus            PIC A.
