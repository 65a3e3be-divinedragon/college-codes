      *================================================================
      *  BUSPASS.CPY -- bus pass issue/cancel row, appended to
      *  BusPass.dat by BusPassEntry. Append-only: the latest row
      *  for a student decides whether a pass is held ("I") on the
      *  route and stop shown, or has been cancelled ("C"). The
      *  term transport charge goes on the fee ledger as a "T" row
      *  raised by TransportBillingRun for every pass held.
      *================================================================
       01  BusPassRec.
           05  PaPrnNo             PIC 9(9).
           05  PaRouteNo           PIC X(4).
           05  PaStopNo            PIC 99.
           05  PaAction            PIC A.
           05  PaDate              PIC 9(8).
           05  PaOpId              PIC X(4).
