      *================================================================
      *  VENUEDT.CPY -- venue availability, one row per ground and
      *  date it can stage a match, in VenueDate.dat. FixtureGen
      *  places each home fixture on a free date of the home ground;
      *  dates already taken on Fixture.dat are not offered again.
      *================================================================
       01  VenueDateRec.
           05  VdVenue             PIC X(20).
           05  VdDate              PIC 9(8).
