           05  PshFiscalYear       PIC 9(4).
           05  PshPeriod           PIC 99.
           05  PshRunType          PIC X(1).
           05  PshSlipImage        PIC X(200).
