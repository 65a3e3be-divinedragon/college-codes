      *================================================================
      *  PAYGRADE.CPY -- pay-grade / scale row, appended to
      *  PayGrade.dat by PayGradeMaint; latest row for a grade wins,
      *  like the other append-only masters. An employee's basic
      *  runs from PgMinBasic up to PgMaxBasic in steps of
      *  PgIncrement, one step a year from the IncrementRun.
      *  PgIncrMMDD: month and day of the grade's common increment
      *  date (0401 = 1st April); 0000 = each employee's increment
      *  falls on the anniversary of EmpHireDate.
      *================================================================
       01  PayGradeRec.
           05  PgGrade             PIC X(2).
           05  PgDesc              PIC X(20).
           05  PgMinBasic          PIC 9(5)V99.
           05  PgMaxBasic          PIC 9(5)V99.
           05  PgIncrement         PIC 9(5)V99.
           05  PgIncrMMDD          PIC 9(4).
