      *================================================================
      *  OFFICIAL.CPY -- match official master row, appended to
      *  Officials.dat by OfficialMaint; latest row for an official
      *  wins. OfRole is U umpire, R match referee or S scorer.
      *  OfLinkTeam holds the team codes of the official's home
      *  association; AppointmentEntry will not put the official on
      *  a fixture involving any of them. OfMatchFee is paid per
      *  match stood and OfStatus is A active or I inactive.
      *================================================================
       01  OfficialRec.
           05  OfId                PIC X(4).
           05  OfName              PIC X(20).
           05  OfRole              PIC A.
           05  OfLinkTeam OCCURS 4 TIMES
                                   PIC X(4).
           05  OfMatchFee          PIC 9(5)V99.
           05  OfStatus            PIC A.
