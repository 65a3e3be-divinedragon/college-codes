      *================================================================
      *  SALPLAN.CPY -- planned staffing change row, appended to
      *  SalPlan.dat by SalaryPlanMaint and read by SalaryBudgetRun
      *  when it projects next year's salary bill. The latest row
      *  for a department, type and reference wins.
      *  SpType "S" = known separation: SpRef is the employee
      *    number, SpEffDate the last day on the rolls.
      *  SpType "V" = planned vacancy: SpRef is a slot number of the
      *    department's choosing, SpEffDate the expected joining
      *    date, SpBasic and SpGrade the expected starting scale.
      *  SpStatus "A" = in the plan, "C" = cancelled.
      *================================================================
       01  SalPlanRec.
           05  SpDept              PIC X(4).
           05  SpType              PIC A.
           05  SpRef               PIC 9(4).
           05  SpEffDate           PIC 9(8).
           05  SpBasic             PIC 9(5)V99.
           05  SpGrade             PIC X(2).
           05  SpStatus            PIC A.
