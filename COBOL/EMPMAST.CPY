      *  EmpStatus: "A" = active, "S" = separated. Separated staff    *
      *  stay on the master for YTD/audit history but are skipped by  *
      *  the payroll run; FNF.COB marks them and settles them.        *
      *  EmpGrade: pay grade on PayGrade.dat (PAYGRADE.CPY); spaces   *
      *  = not yet graded, left out of the increment run.             *
      *  EmpSkillCat: minimum-wage skill category on MinWage.dat      *
      *  (MINWAGE.CPY); basic plus DA may not fall below it.          *
      *****************************************************************
       01  EmpMastRec.
           05  EmpNoIn        PIC 9(4).
           05  EmpHireDate    PIC 9(8).
           05  EmpLeaveDate   PIC 9(8).
           05  EmpStatus      PIC A.
           05  EmpGrade       PIC X(2).
           05  EmpSkillCat    PIC X(2).
