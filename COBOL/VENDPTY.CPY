      *================================================================
      *  VENDPTY.CPY -- vendor party master row, appended to
      *  VendPty.dat by VendorMaint (and by VendorBankMaint when only
      *  the bank details change). Latest row per vendor wins.
      *  VendorMast.dat stays the item-by-item quote list; this is
      *  the one row per vendor that carries the postal address, tax
      *  registrations, bank account and credit terms. A vendor with
      *  VpStatus "B" is blocked: no orders, receipts or returns are
      *  raised against them until the block is lifted.
      *================================================================
       01  VendPtyRec.
           05  VpVendorCode        PIC X(4).
           05  VpName              PIC X(20).
           05  VpAddr1             PIC X(30).
           05  VpAddr2             PIC X(30).
           05  VpCity              PIC X(15).
           05  VpPinCode           PIC X(6).
           05  VpGstin             PIC X(15).
           05  VpPan               PIC X(10).
           05  VpBankAcct          PIC X(16).
           05  VpIfsc              PIC X(11).
           05  VpTermsDays         PIC 9(3).
           05  VpStatus            PIC A.
           05  VpBlockReason       PIC X(20).
           05  VpDate              PIC 9(8).
           05  VpUserId            PIC X(4).
