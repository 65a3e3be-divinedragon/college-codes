      *================================================================
      *  GATEPASS.CPY -- returnable gate pass row, appended to
      *  GatePass.dat by ReturnableGatePass. Latest row per pass
      *  wins. A pass is raised when an item goes out to a vendor for
      *  repair or calibration: the quantity is moved on the item
      *  ledger from GpFromLoc to the out-for-repair location "RP"
      *  and comes back to GpFromLoc as the vendor returns it.
      *  GpStatus "O" = out, "P" = part returned, "R" = returned in
      *  full; GpRetQty is the quantity back so far. GpPurpose "R" =
      *  repair, "C" = calibration. Quantities are in issue units.
      *================================================================
       01  GatePassRec.
           05  GpPassNo            PIC 9(6).
           05  GpItemCode          PIC X(4).
           05  GpVendorCode        PIC X(4).
           05  GpFromLoc           PIC X(3).
           05  GpLotNo             PIC X(8).
           05  GpQty               PIC 9(4).
           05  GpRate              PIC 9(4)V99.
           05  GpPurpose           PIC A.
           05  GpOutDate           PIC 9(8).
           05  GpDueDate           PIC 9(8).
           05  GpStatus            PIC A.
           05  GpRetQty            PIC 9(4).
           05  GpRetDate           PIC 9(8).
           05  GpUserId            PIC X(4).
