      *================================================================
      *  SUBJREG.CPY -- elective registration row, appended to
      *  SubjReg.dat. Latest row for a student, semester and subject
      *  wins. ElectiveRegister writes the request ("R") or a drop
      *  ("D"); ElectiveAllocation turns requests into allotted ("A")
      *  or wait-listed ("W") rows, and wait-listed students move up
      *  as seats free. SrCgpa is the CGPA the allocation ranked on.
      *  MarksValidate and StudentGrade take marks for an elective
      *  only from students allotted to it; HallTicket prints the
      *  allotted electives on the admit card.
      *================================================================
       01  SubjRegRec.
           05  SrPrnNo             PIC 9(9).
           05  SrSemester          PIC 99.
           05  SrSubjCode          PIC X(4).
           05  SrStatus            PIC A.
           05  SrReqDate           PIC 9(8).
           05  SrCgpa              PIC 9V99.
           05  SrActDate           PIC 9(8).
           05  SrUserId            PIC X(4).
