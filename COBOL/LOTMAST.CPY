      *  balances; ExpiryAlert reports lots inside the expiry
      *  horizon. Lot "NOLOT" collects movements keyed without a lot
      *  so the quantities still tie to the item ledger.
      *  LmRecvDate is the date the lot was first received into the
      *  location and is carried forward on every later row, so
      *  NonMovingStock can age the lot; zero on rows written before
      *  the field was added. LmResvQty is the part of LmQty held
      *  against open sales order lines by SalesOrderEntry; issues
      *  take only the unreserved balance and SalesDispatch releases
      *  the reserve as it ships. Every writer carries it forward.
      *================================================================
       01  LotMastRec.
           05  LmItemCode          PIC X(4).
           05  LmLotNo             PIC X(8).
           05  LmExpDate           PIC 9(8).
           05  LmQty               PIC S9(5).
           05  LmRecvDate          PIC 9(8).
           05  LmResvQty           PIC 9(5).
