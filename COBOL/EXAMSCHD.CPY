      *================================================================
      *  EXAMSCHD.CPY -- examination schedule row, appended to
      *  ExamSchd.dat by ExamScheduleEntry. One paper per subject in
      *  a season, so the latest row for a subject wins; a cancelled
      *  ("X") row takes the paper off the schedule. EsSession "M" is
      *  the morning sitting, "A" the afternoon. ExamClashCheck and
      *  HallTicket read it; SeatAllocation seats from the dated
      *  papers HallTicket writes to ExamCand.dat.
      *================================================================
       01  ExamSchdRec.
           05  EsSubjCode          PIC X(4).
           05  EsExamDate          PIC 9(8).
           05  EsSession           PIC A.
           05  EsStatus            PIC A.
           05  EsDate              PIC 9(8).
           05  EsUserId            PIC X(4).
