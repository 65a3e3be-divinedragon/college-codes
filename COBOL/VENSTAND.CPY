      *================================================================
      *  VENSTAND.CPY -- stand and ticket price at a ground, appended
      *  to VenStand.dat by StandMaint; the latest row for a venue
      *  and stand wins. VsVenue is the ground exactly as keyed in
      *  FxVenue. VsCapacity is seats sold plus complimentary passes
      *  that TicketSaleEntry will allow for one match; VsStatus is
      *  A open or C closed to sale.
      *================================================================
       01  VenStandRec.
           05  VsVenue             PIC X(20).
           05  VsStand             PIC X(4).
           05  VsStandName         PIC X(16).
           05  VsCapacity          PIC 9(6).
           05  VsPrice             PIC 9(5)V99.
           05  VsStatus            PIC A.
