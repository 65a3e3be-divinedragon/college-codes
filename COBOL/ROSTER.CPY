      *================================================================
      *  ROSTER.CPY -- one row per employee per rostered day,
      *  appended to Roster.dat by RosterEntry. When a day is
      *  rostered twice the later row wins.
      *================================================================
       01  RosterRec.
           05  RoEmpNo             PIC 9(4).
           05  RoDate              PIC 9(8).
           05  RoShift             PIC X(2).
