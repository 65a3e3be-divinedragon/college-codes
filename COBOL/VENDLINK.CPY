      *================================================================
      *  VENDLINK.CPY -- linkage record for the shared VendorLookup
      *  subprogram. Callers move the vendor code in, CALL
      *  "VendorLookup" USING VendLinkRec, and take the latest
      *  vendor master row back. VlFound "N" means the vendor is not
      *  on the master; VlStatus "B" means the vendor is blocked.
      *  VlTermsDays comes back as 30 when the master leaves it zero.
      *================================================================
       01  VendLinkRec.
           05  VlVendorCode        PIC X(4).
           05  VlFound             PIC A.
           05  VlStatus            PIC A.
           05  VlName              PIC X(20).
           05  VlAddr1             PIC X(30).
           05  VlAddr2             PIC X(30).
           05  VlCity              PIC X(15).
           05  VlPinCode           PIC X(6).
           05  VlGstin             PIC X(15).
           05  VlBankAcct          PIC X(16).
           05  VlIfsc              PIC X(11).
           05  VlTermsDays         PIC 9(3).
           05  VlBlockReason       PIC X(20).
