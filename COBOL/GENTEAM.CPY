      *================================================================
      *  GENTEAM.CPY -- one row per team entered in a league, keyed
      *  by the operator into GenTeam.dat before FixtureGen is run.
      *  GtHomeVenue is the team's home ground as it will appear in
      *  FxVenue; home fixtures are played there.
      *================================================================
       01  GenTeamRec.
           05  GtTeamCode          PIC X(4).
           05  GtHomeVenue         PIC X(20).
