      *================================================================
      *  VENDINV.CPY -- vendor invoice line, appended to VendInv.dat
      *  by VendorInvoiceEntry. One line per purchase order, since a
      *  PO carries one item and GoodsReceipt closes it on a single
      *  delivery. Append-only, latest row for a PO number wins.
      *  ViStatus "M" = matched to the PO rate and the received
      *  quantity within tolerance, "H" = held on a mismatch for
      *  purchasing to resolve, "X" = rejected back to the vendor
      *  (the PO may be invoiced again).
      *  ViReason on a held line: "QTY " quantity outside tolerance,
      *  "RATE" rate outside tolerance, "BOTH" both.
      *  ViRecvValue is the receipt value GLJournal took into GRNI
      *  (PoRecvQty * the rate paid at receipt); an "M" line clears
      *  it on ViMatchDate, debiting GRNI with ViRecvValue, crediting
      *  the vendor payable with ViAmount and taking the difference
      *  to price variance.
      *================================================================
       01  VendInvRec.
           05  ViPoNo              PIC 9(6).
           05  ViVendorCode        PIC X(4).
           05  ViInvNo             PIC X(10).
           05  ViInvDate           PIC 9(8).
           05  ViItemCode          PIC X(4).
           05  ViQty               PIC 9(5).
           05  ViRate              PIC 9(4)V99.
           05  ViAmount            PIC 9(7)V99.
           05  ViRecvValue         PIC 9(7)V99.
           05  ViStatus            PIC A.
           05  ViReason            PIC X(4).
           05  ViMatchDate         PIC 9(8).
