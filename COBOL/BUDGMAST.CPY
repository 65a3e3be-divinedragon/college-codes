      *  writing the PO (warn or block per the BUDGET-CHECK batch
      *  card), and BudgetReport prints budget versus committed
      *  versus actual.
      *  BgBudgType: "G" = general budget keyed by BudgetMaint;
      *  "S" = salary budget loaded by SalaryBudgetRun from its
      *  projection. The two are held apart - the latest row wins
      *  within a type - and only general rows limit purchase orders.
      *================================================================
       01  BudgMastRec.
           05  BgDept              PIC X(4).
           05  BgFiscalYear        PIC 9(4).
           05  BgPeriod            PIC 99.
           05  BgAmount            PIC 9(8)V99.
           05  BgBudgType          PIC A.
