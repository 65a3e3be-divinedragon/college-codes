      *================================================================
      *  LABPAY.CPY -- fortnightly contract-labour wage row, appended
      *  to LabPay.dat by a live LabourWageRun, one row per worker
      *  paid. LpTopUp "Y" means the daily rate on file was below the
      *  statutory minimum and the minimum was paid instead.
      *  LpPayMode "N" = NEFT.dat, "C" = ChequeReg.dat. Read by
      *  PrincipalEmpCompliance for the per-contractor return.
      *================================================================
       01  LabPayRec.
           05  LpWorkerNo          PIC 9(4).
           05  LpCtrCode           PIC X(4).
           05  LpFromDate          PIC 9(8).
           05  LpToDate            PIC 9(8).
           05  LpDays              PIC 9(2)V9.
           05  LpOtHours           PIC 9(3)V9.
           05  LpRate              PIC 9(4)V99.
           05  LpGross             PIC 9(6)V99.
           05  LpPfDed             PIC 9(5)V99.
           05  LpPfEmpr            PIC 9(5)V99.
           05  LpEsiDed            PIC 9(5)V99.
           05  LpEsiEmpr           PIC 9(5)V99.
           05  LpNet               PIC 9(6)V99.
           05  LpPayMode           PIC A.
           05  LpTopUp             PIC A.
