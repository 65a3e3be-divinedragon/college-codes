      *  "B" rows, so they are chased and receipted like any other
      *  charge. The shop loan period is 14 days and the limit is 3
      *  open loans per student.
      *  LlBorrowerType "E" = an employee, whose EMPMAST number is
      *  held in LlPrnNo, borrowing on the staff limit and period;
      *  the fines go on LibFine.dat for recovery through payroll.
      *  Spaces (rows written before staff could borrow) or "S" =
      *  a student.
      *================================================================
       01  LibLoanRec.
           05  LlBookId            PIC X(6).
           05  LlDueDate           PIC 9(8).
           05  LlReturnDate        PIC 9(8).
           05  LlStatus            PIC A.
           05  LlBorrowerType      PIC A.
