      *================================================================
      *  PUNCH.CPY -- raw biometric punch, one row per swipe, as the
      *  time-office terminals export it to Punch.dat. Rows arrive
      *  in terminal order, not employee order; PunchImport sorts
      *  them by employee, date and time before pairing them.
      *  PnDirection: "I" in, "O" out. PnTime is HHMM, 24-hour.
      *================================================================
       01  PunchRec.
           05  PnEmpNo             PIC 9(4).
           05  PnDate              PIC 9(8).
           05  PnTime              PIC 9(4).
           05  PnDirection         PIC A.
           05  PnTerminal          PIC X(4).
