      *  AcctMap.dat by the journal generator. One card per source
      *  code, maintained as a card file like BatchStep.dat.
      *  Source codes used today: SALARY (salary expense), PFPAY
      *  (PF payable), TDSPAY (TDS payable), ESIPAY (ESI payable,
      *  both shares), ESIEXP (employer ESI expense), LOANRC (loan
      *  recovery), LIBRC (staff library fines recovered through
      *  payroll), NETPAY (net-pay payable), STOCK (stock on hand),
      *  GRNI (goods received not invoiced; credited on receipt,
      *  debited when the vendor invoice is matched), VENDPAY (vendor
      *  payable), PRICEVAR (purchase price variance between invoice
      *  and receipt value), PURRET (purchase returns, credited by
      *  debit notes on the vendor ledger), BANK (bank account,
      *  credited by vendor payments and debited by customer
      *  receipts), CONSUME (consumption
      *  expense, debited when a run's net movement is an issue),
      *  LANDCOST (landed-cost clearing - freight, insurance, duty
      *  and handling bills, credited as LandedCostEntry spreads
      *  them into STOCK), FACOST (fixed assets at cost), FAACCDEP
      *  (accumulated depreciation), DEPREXP (depreciation expense),
      *  FADISPGL (gain or loss on asset disposal), ARCUST (customer
      *  receivables control), SALES (sales revenue) and GATEREV
      *  (gate ticket revenue, credited as matches are settled
      *  against BANK) and PLAYFEE (player contract and match fees,
      *  debited as PlayerPaymentRun pays them, against TDSPAY and
      *  BANK). Stock sold leaves through the ordinary
      *  issue posting to CONSUME.
      *  GLRecon also honours FEE-x cards (x = a fee-ledger
      *  transaction type) for proving fee control accounts.
      *================================================================
