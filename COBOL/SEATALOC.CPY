      *================================================================
      *  SEATALOC.CPY -- allocated exam seat row, written to
      *  SeatAloc.dat by SeatAllocation. Each date and session of the
      *  examination schedule is seated on its own, and candidates
      *  writing the same paper are interleaved so neighbours sit
      *  different papers.
      *  HallTicket stamps the room and seat onto each paper of the
      *  admit card when this file is present, so the usual order
      *  is: hall-ticket run, seat allocation, hall-ticket rerun for
      *  the stamped cards.
      *================================================================
       01  SeatAlocRec.
           05  SaRoomCode          PIC X(4).
           05  SaSeatNo            PIC 9(3).
           05  SaSeatPrnNo         PIC 9(9).
           05  SaSeatCourse        PIC A(6).
           05  SaExamDate          PIC 9(8).
           05  SaSession           PIC A.
           05  SaSubjCode          PIC X(4).
