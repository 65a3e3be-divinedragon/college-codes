      *  PurchaseReturn when damaged or rejected stock goes back to
      *  the vendor. References the original PO and carries the
      *  debit-note serial; VendorScorecard counts these as
      *  rejections against the vendor. PrSource "Q" marks stock
      *  rejected at goods-in inspection and returned by
      *  QcInspection (scored through the QC rejection rate rather
      *  than the return count); blank is a return from stock.
      *================================================================
       01  PurRetRec.
           05  PrDebitNoteNo       PIC 9(6).
           05  PrRate              PIC 9(4)V99.
           05  PrLocation          PIC X(3).
           05  PrDate              PIC 9(8).
           05  PrSource            PIC A.
