      *================================================================
      *  ARLEDG.CPY -- customer receivables ledger row, appended to
      *  ArLedger.dat. SalesInvoice brings each invoice across ("I")
      *  with its due date from the customer's credit terms;
      *  CustomerReceipt appends the money received against it
      *  ("R"). Every row is keyed on the invoice, so an open item is
      *  an invoice whose amount exceeds the receipts set against it.
      *  ArDocNo is the sales order number on an "I" row and the
      *  cheque or bank reference on an "R" row. GLJournal journals
      *  both kinds on ArPostDate: an invoice Dr ARCUST / Cr SALES,
      *  a receipt Dr BANK / Cr ARCUST.
      *================================================================
       01  ArLedgerRec.
           05  ArCustCode          PIC X(4).
           05  ArTxnType           PIC A.
           05  ArInvNo             PIC 9(6).
           05  ArDocNo             PIC X(10).
           05  ArDocDate           PIC 9(8).
           05  ArDueDate           PIC 9(8).
           05  ArAmount            PIC 9(7)V99.
           05  ArPayMode           PIC A.
           05  ArPostDate          PIC 9(8).
