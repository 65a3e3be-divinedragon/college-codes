      *================================================================
      *  PLACEREG.CPY -- placement registration / outcome row,
      *  appended to PlaceReg.dat by PlacementRegister; latest row
      *  for a drive and student wins. PgStatus "R" = registered,
      *  "W" = withdrew, "N" = not selected, "O" = offer made,
      *  "A" = offer accepted, "D" = offer declined. PgPackage is the
      *  annual package on the offer, in rupees.
      *================================================================
       01  PlaceRegRec.
           05  PgDriveNo           PIC 9(4).
           05  PgPrnNo             PIC 9(9).
           05  PgStatus            PIC A.
           05  PgPackage           PIC 9(7).
           05  PgDate              PIC 9(8).
           05  PgUserId            PIC X(4).
