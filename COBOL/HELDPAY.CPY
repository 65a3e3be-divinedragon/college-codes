           05  HpFiscalYear        PIC 9(4).
           05  HpPeriod            PIC 99.
           05  HpStatus            PIC A.
           05  HpSlipImage         PIC X(200).
