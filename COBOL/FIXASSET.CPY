      *================================================================
      *  FIXASSET.CPY -- fixed asset register row, appended to
      *  FixAsset.dat; latest row for an asset number wins.
      *  GoodsReceipt creates one asset per unit of a capital item
      *  received, FixedAssetDepr appends the row again with the
      *  month's depreciation added to FaAccumDep, FixedAssetMove
      *  appends it on a transfer (new cost center/location) or a
      *  disposal (FaStatus "D"). FaLastDepPd is the last YYYYMM
      *  depreciated, so a month can never be charged twice.
      *  FaStatus "A" = in service, "D" = disposed.
      *================================================================
       01  FixAssetRec.
           05  FaAssetNo           PIC 9(6).
           05  FaItemCode          PIC X(4).
           05  FaItemName          PIC X(10).
           05  FaAssetClass        PIC X(4).
           05  FaCostCenter        PIC X(4).
           05  FaLocation          PIC X(3).
           05  FaPoNo              PIC 9(6).
           05  FaVendorCode        PIC X(4).
           05  FaCost              PIC 9(7)V99.
           05  FaSalvage           PIC 9(7)V99.
           05  FaInServDate        PIC 9(8).
           05  FaLifeMonths        PIC 9(3).
           05  FaMethod            PIC A.
           05  FaWdvRate           PIC 99V99.
           05  FaAccumDep          PIC 9(7)V99.
           05  FaLastDepPd         PIC 9(6).
           05  FaStatus            PIC A.
           05  FaDispDate          PIC 9(8).
           05  FaProceeds          PIC 9(7)V99.
