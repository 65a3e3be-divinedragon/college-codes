      *================================================================
      *  CAPITEM.CPY -- capital-item card, appended to CapItem.dat by
      *  CapItemMaint; latest row for an item wins. An item whose
      *  latest card has CiCapital "Y" is a fixed asset, not stock:
      *  GoodsReceipt books each unit received as a FixAsset.dat
      *  record instead of a stock receipt. CiLifeMonths, CiMethod
      *  ("S" straight line, "W" written-down value at CiWdvRate
      *  per cent a year) and CiSalvagePct are the defaults stamped
      *  on the assets; CiAssetClass groups them on the register.
      *================================================================
       01  CapItemRec.
           05  CiItemCode          PIC X(4).
           05  CiCapital           PIC A.
           05  CiAssetClass        PIC X(4).
           05  CiLifeMonths        PIC 9(3).
           05  CiMethod            PIC A.
           05  CiWdvRate           PIC 99V99.
           05  CiSalvagePct        PIC 99V99.
