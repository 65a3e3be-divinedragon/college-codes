      *================================================================
      *  REEXCAND.CPY -- re-exam candidate row, written to
      *  ReExCand.dat by ReExamElig beside the printed eligibility
      *  report, one row per student and backlog subject eligible
      *  for the supplementary paper. ExamClashCheck and HallTicket
      *  add these subjects to the student's regular papers.
      *================================================================
       01  ReExCandRec.
           05  RcPrnNo             PIC 9(9).
           05  RcSubjCode          PIC X(4).
           05  RcCourse            PIC A(6).
