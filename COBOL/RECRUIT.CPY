      *================================================================
      *  RECRUIT.CPY -- placement recruiter master row, appended to
      *  Recruit.dat by RecruiterMaint; latest row for a company wins.
      *  RrStatus "A" = active, "I" = inactive (no new drives may be
      *  entered for the company).
      *================================================================
       01  RecruiterRec.
           05  RrCompCode          PIC X(4).
           05  RrCompName          PIC X(30).
           05  RrSector            PIC X(12).
           05  RrContact           PIC X(20).
           05  RrPhone             PIC X(12).
           05  RrStatus            PIC A.
           05  RrDate              PIC 9(8).
           05  RrUserId            PIC X(4).
