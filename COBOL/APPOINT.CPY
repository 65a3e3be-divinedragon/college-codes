      *================================================================
      *  APPOINT.CPY -- official's appointment to a fixture, appended
      *  to Appoint.dat by AppointmentEntry; the latest row for a
      *  match and official wins. AoAction A appoints and C cancels.
      *  AoRole is copied from the official's master row. Read by
      *  AppointmentSheet and OfficialFeeStatement.
      *================================================================
       01  AppointRec.
           05  AoMatchId           PIC 999.
           05  AoOfficialId        PIC X(4).
           05  AoRole              PIC A.
           05  AoAction            PIC A.
           05  AoOpId              PIC X(4).
           05  AoEntryDate         PIC 9(8).
