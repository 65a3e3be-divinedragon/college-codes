      *  last number given out and the row trail itself is the
      *  issue audit. Types used today: "RCPT" fee receipts, "PO  "
      *  purchase orders, "RFND" refund vouchers, "CHQ " salary
      *  cheques, "DN  " debit notes, "REQ " material requisitions,
      *  "FA  " fixed asset numbers, "SO  " sales orders, "SINV"
      *  sales invoices, "GP  " returnable gate passes, "JV  "
      *  manual journal vouchers.
      *  MasterBackup keeps nightly generations, so the register
      *  survives a restore.
      *================================================================
       01  DocNumRec.
           05  DnDocType           PIC X(4).
