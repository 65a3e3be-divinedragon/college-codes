      *  on "C" rows only, so VendorScorecard can measure days-to-
      *  deliver and fill rate per vendor. PoQty and PoRate are both
      *  in the purchase unit, so every valuation is PoQty * PoRate.
      *  PoDept is the department the commitment is charged to: the
      *  requesting department for a requisition order, otherwise
      *  the item's cost center. Rows written before it existed
      *  read as spaces and are charged to the item's cost center.
      *================================================================
       01  PoRegRec.
           05  PoNo                PIC 9(6).
           05  PoRecvDate          PIC 9(8).
           05  PoRecvQty           PIC 9(5).
           05  PoRate              PIC 9(4)V99.
           05  PoDept              PIC X(4).
