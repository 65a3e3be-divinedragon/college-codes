      *  range. SalaryCapRep totals live fees per team against the
      *  cap held on SalCap.dat, and PlayerTransfer warns before a
      *  transfer that would push the receiving team over it.
      *  PlayerPaymentRun pays the fee in equal monthly instalments
      *  across the validity range (the last month takes the odd
      *  paise) plus PlcMatchFee for each TeamSheet.dat appearance,
      *  less TDS at PlcTdsRate per cent. Rows written before the
      *  two fields existed read as blank and are paid at 10 per
      *  cent TDS with no match fee.
      *================================================================
       01  PlayerContractRec.
           05  PlcPlayerId         PIC X(4).
           05  PlcSeasonFee        PIC 9(7)V99.
           05  PlcFromDate         PIC 9(8).
           05  PlcToDate           PIC 9(8).
           05  PlcTdsRate          PIC 99V99.
           05  PlcMatchFee         PIC 9(5)V99.
