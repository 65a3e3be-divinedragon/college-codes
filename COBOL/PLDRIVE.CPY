      *================================================================
      *  PLDRIVE.CPY -- placement drive row, appended to PlDrive.dat
      *  by PlacementDriveEntry; latest row for a drive number wins.
      *  The eligibility rules travel with the drive: up to four
      *  courses (all blank = any course), a minimum CGPA worked the
      *  transcript way, the most active backlogs allowed (0 = none),
      *  and the graduating year (0 = any year). DvPackage is the
      *  annual package offered, in rupees. DvStatus "O" = open for
      *  registration, "C" = closed, "X" = cancelled.
      *================================================================
       01  PlDriveRec.
           05  DvDriveNo           PIC 9(4).
           05  DvCompCode          PIC X(4).
           05  DvRole              PIC X(20).
           05  DvDriveDate         PIC 9(8).
           05  DvCourses.
               10  DvCourse        PIC A(6) OCCURS 4 TIMES.
           05  DvMinCgpa           PIC 9V99.
           05  DvMaxBacklog        PIC 99.
           05  DvGradYear          PIC 9(4).
           05  DvPackage           PIC 9(7).
           05  DvStatus            PIC A.
           05  DvDate              PIC 9(8).
           05  DvUserId            PIC X(4).
