      *================================================================
      *  PLELIG.CPY -- placement-eligible student row, written to
      *  PlElig.dat by PlacementEligibility for the drive it was run
      *  for (earlier drives' rows are carried forward). A student
      *  may register for a drive only while listed here for it.
      *================================================================
       01  PlEligRec.
           05  PeDriveNo           PIC 9(4).
           05  PePrnNo             PIC 9(9).
           05  PeCourse            PIC A(6).
           05  PeCgpa              PIC 9V99.
           05  PeBacklogs          PIC 99.
           05  PeGradYear          PIC 9(4).
           05  PeDate              PIC 9(8).
