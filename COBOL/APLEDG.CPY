      *================================================================
      *  APLEDG.CPY -- vendor payables ledger row, appended to
      *  ApLedger.dat. ApLedgerPost brings matched invoice lines
      *  ("I") and PurchaseReturn debit notes ("D") across;
      *  VendorPaymentRun appends the payments ("P"). Every row is
      *  keyed on the purchase order, so an open item is a PO whose
      *  invoice amount exceeds the debit notes and payments set
      *  against it. AlDocNo is the vendor's invoice number on an
      *  "I" row, the debit-note serial on a "D" row and the cheque
      *  number (or NEFT) on a "P" row. AlDueDate is set on the
      *  invoice row from the vendor's payment terms. GLJournal
      *  journals "D" and "P" rows on AlPostDate; invoice rows were
      *  already journaled when the line matched.
      *================================================================
       01  ApLedgerRec.
           05  AlVendorCode        PIC X(4).
           05  AlTxnType           PIC A.
           05  AlPoNo              PIC 9(6).
           05  AlDocNo             PIC X(10).
           05  AlDocDate           PIC 9(8).
           05  AlDueDate           PIC 9(8).
           05  AlAmount            PIC 9(7)V99.
           05  AlPayMode           PIC A.
           05  AlPostDate          PIC 9(8).
