      *================================================================
      *  SHIFTMST.CPY -- shift master row, appended to ShiftMast.dat
      *  by ShiftMaint; latest row for a shift code wins, like the
      *  other append-only masters. ShAllowance is paid per shift
      *  actually worked. ShNightFlag "Y" marks a shift that ends
      *  the next calendar day.
      *  Codes used today: "GS" general, "SS" second, "NS" night.
      *================================================================
       01  ShiftRec.
           05  ShShiftCode         PIC X(2).
           05  ShDesc              PIC X(20).
           05  ShStartTime         PIC 9(4).
           05  ShEndTime           PIC 9(4).
           05  ShAllowance         PIC 9(4)V99.
           05  ShNightFlag         PIC A.
