      *================================================================
      *  TICKET.CPY -- gate ticket batch for a match and stand,
      *  appended to TicketSale.dat by TicketSaleEntry. TkType S is
      *  tickets sold at TkPrice; C is complimentary passes, carried
      *  at nil value but counted against the stand's capacity.
      *  GateRevenueStatement totals the rows per match; no rows may
      *  be added once the match is settled on GateSettle.dat.
      *================================================================
       01  TicketRec.
           05  TkMatchId           PIC 999.
           05  TkStand             PIC X(4).
           05  TkType              PIC A.
           05  TkQty               PIC 9(6).
           05  TkPrice             PIC 9(5)V99.
           05  TkAmount            PIC 9(9)V99.
           05  TkDate              PIC 9(8).
           05  TkOpId              PIC X(4).
