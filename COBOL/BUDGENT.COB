                MOVE FyIn TO BgFiscalYear
                MOVE PdIn TO BgPeriod
                MOVE AmountIn TO BgAmount
                MOVE "G" TO BgBudgType
                WRITE BudgMastRec
                PERFORM LogAuditPara
                DISPLAY (11, 10) "Budget Written.".
