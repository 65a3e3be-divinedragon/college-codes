      *================================================================
      *  EXAMCAND.CPY -- one paper an admitted student sits, written
      *  to ExamCand.dat by HallTicket beside the admit cards. A
      *  regular paper comes from the student's semester, a
      *  supplementary one from the re-exam candidate list. The date
      *  and session are taken from the examination schedule and are
      *  zero / space while the paper is not yet scheduled.
      *  SeatAllocation reads it to seat each session separately.
      *================================================================
       01  ExamCandRec.
           05  EcPrnNo             PIC 9(9).
           05  EcName              PIC A(30).
           05  EcCourse            PIC A(6).
           05  EcSemester          PIC 99.
           05  EcSubjCode          PIC X(4).
           05  EcExamDate          PIC 9(8).
           05  EcSession           PIC A.
           05  EcPaperType         PIC A.
