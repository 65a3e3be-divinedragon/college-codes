      *================================================================
      *  INVDECL.CPY -- employee tax-saving investment row, appended
      *  to InvDecl.dat by InvDeclEntry with IdApprvFlag "P" pending
      *  until TxnApprove passes it "A" approved. One row per
      *  employee, fiscal year, section and stage; the latest
      *  approved row for a key wins, like the other append-only
      *  masters, so a revised figure is simply keyed in again.
      *  IdStage "D" = declared at the start of the year,
      *          "P" = proof submitted (amount actually invested).
      *  The payroll run projects annual TDS on the declared figures
      *  until proofs fall due in fiscal period 10 (January) and on
      *  the proven figures from then on; YearEndClose prints only
      *  proven figures on Form 16.
      *  Sections used today: 80C, 80CCD, 80D, 80E, 24B, HRA.
      *================================================================
       01  InvDeclRec.
           05  IdEmpNo             PIC 9(4).
           05  IdFiscalYear        PIC 9(4).
           05  IdSection           PIC X(6).
           05  IdStage             PIC A.
           05  IdAmount            PIC 9(7)V99.
           05  IdDate              PIC 9(8).
           05  IdApprvFlag         PIC A.
