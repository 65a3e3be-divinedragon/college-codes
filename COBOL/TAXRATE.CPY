      *              the next higher slab's TxSlabFrom is taxed at
      *              TxPercent (progressive, like the old hardcoded
      *              20000/50000 at 10/20 percent).
      *    "ESI "  - one row; TxPercent is the employee share and
      *              TxSlabFrom the monthly wage ceiling up to which
      *              an employee is covered (default 0.75 pct and
      *              21000 when no row is loaded).
      *    "ESIR"  - one row; TxPercent is the employer share
      *              (default 3.25 pct). TxSlabFrom not used.
      *================================================================
       01  TaxRateRec.
           05  TxRateType          PIC X(4).
