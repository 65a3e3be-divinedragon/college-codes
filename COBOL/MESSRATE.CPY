      *================================================================
      *  MESSRATE.CPY -- effective-dated daily mess rate, appended to
      *  MessRate.dat by MessRateMaint. The row with the latest
      *  effective date on or before a day is the rate charged for
      *  a meal day on that date by MessBillingRun.
      *================================================================
       01  MessRateRec.
           05  MrEffDate           PIC 9(8).
           05  MrDayRate           PIC 9(3)V99.
