      *================================================================
      *  SHFTALW.CPY -- shift allowance due for the month, one row
      *  per employee, written to ShiftAlw.dat by ShiftAllowCheck
      *  from the shifts the punches show were actually worked.
      *  The payroll run pays SaAmount as its own earnings line and
      *  clears the file after a successful live regular run, the
      *  same way it treats OtTrans.dat.
      *================================================================
       01  ShiftAlwRec.
           05  SaEmpNo             PIC 9(4).
           05  SaYearMonth         PIC 9(6).
           05  SaShifts            PIC 9(2).
           05  SaAmount            PIC 9(6)V99.
