      *================================================================
      *  LANDCOST.CPY -- landed-cost apportionment row, appended to
      *  LandCost.dat by LandedCostEntry. One row per received PO
      *  line a freight, insurance, duty or handling bill is spread
      *  over. LcAmount is the line's share of the bill; LcStockQty
      *  is the quantity received in issue units and LcLoadedRate
      *  the issue-unit rate after the share is added (carried on
      *  from any earlier bill on the same PO, so charges stack).
      *  The loaded rate is also appended to PriceHist.dat, and
      *  GLJournal moves LcAmount out of the landed-cost clearing
      *  account into stock on LcPostDate.
      *  LcChargeType "F" freight, "I" insurance, "D" customs duty,
      *  "H" handling. LcBasis "V" by value, "Q" by quantity, "W"
      *  by weight (LcWeight as keyed against the line).
      *================================================================
       01  LandCostRec.
           05  LcBillNo            PIC X(10).
           05  LcChargeType        PIC A.
           05  LcBasis             PIC A.
           05  LcPoNo              PIC 9(6).
           05  LcItemCode          PIC X(4).
           05  LcCostCenter        PIC X(4).
           05  LcWeight            PIC 9(5)V99.
           05  LcStockQty          PIC 9(6).
           05  LcAmount            PIC 9(7)V99.
           05  LcLoadedRate        PIC 9(4)V99.
           05  LcPostDate          PIC 9(8).
           05  LcUserId            PIC X(4).
