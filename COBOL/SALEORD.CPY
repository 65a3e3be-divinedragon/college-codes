      *================================================================
      *  SALEORD.CPY -- customer sales order line, kept in
      *  SalesOrd.dat. SalesOrderEntry writes every line of an order
      *  under one NextDocNo "SO  " serial with SoStatus "O" open and
      *  the quantity reserved on the lot named in SoLotNo (a keyed
      *  line that spans lots is split into one line per lot,
      *  earliest expiry first). SalesDispatch issues open lines to
      *  the stock ledger and marks them "D" dispatched with the
      *  cost rate used; SalesInvoice bills the dispatched lines of
      *  an order under one "SINV" serial and marks them "I"; a line
      *  cancelled before dispatch is "X" and its reserve is given
      *  back. The file is rewritten in place as the status moves,
      *  like Requisition.dat.
      *================================================================
       01  SalesOrdRec.
           05  SoOrderNo           PIC 9(6).
           05  SoLineNo            PIC 99.
           05  SoCustCode          PIC X(4).
           05  SoOrderDate         PIC 9(8).
           05  SoItemCode          PIC X(4).
           05  SoLocation          PIC X(3).
           05  SoLotNo             PIC X(8).
           05  SoQty               PIC 9(4).
           05  SoPrice             PIC 9(5)V99.
           05  SoStatus            PIC A.
           05  SoMaker             PIC X(4).
           05  SoDispDate          PIC 9(8).
           05  SoCostRate          PIC 9(4)V99.
           05  SoInvNo             PIC 9(6).
