      *================================================================
      *  TOURNMT.CPY -- tournament control row, appended to
      *  Tournament.dat by TournamentMaint; the latest row for a
      *  code wins. A fixture belongs to the tournament whose start
      *  and end dates cover its FxDate. Squads are registered by
      *  SquadEntry up to TnRegClose within the size and overseas
      *  limits; after that date only a replacement passed in
      *  TxnApprove may join. TeamSheetEntry allows no more than
      *  TnOvsXiMax overseas players in a playing eleven.
      *================================================================
       01  TournamentRec.
           05  TnCode              PIC X(6).
           05  TnName              PIC X(30).
           05  TnStartDate         PIC 9(8).
           05  TnEndDate           PIC 9(8).
           05  TnRegClose          PIC 9(8).
           05  TnSquadMin          PIC 99.
           05  TnSquadMax          PIC 99.
           05  TnOvsSquadMax       PIC 99.
           05  TnOvsXiMax          PIC 99.
           05  TnDate              PIC 9(8).
           05  TnOpId              PIC X(4).
