      *================================================================
      *  LIBFINE.CPY -- staff library fine row, appended to
      *  LibFine.dat by LibCirculation when an employee returns a
      *  book late. The regular Payroll run recovers open fines as a
      *  deduction (PSLibDed) and rewrites the file with the rows it
      *  took flagged "X"; FullFinal settles whatever is still open
      *  and flags it "F". LfRecDate is the date of that recovery.
      *  LfStatus: "O" = open, "X" = recovered through payroll,
      *  "F" = recovered in the full and final settlement.
      *================================================================
       01  LibFineRec.
           05  LfEmpNo             PIC 9(4).
           05  LfBookId            PIC X(6).
           05  LfDate              PIC 9(8).
           05  LfAmount            PIC 9(5)V99.
           05  LfStatus            PIC A.
           05  LfRecDate           PIC 9(8).
