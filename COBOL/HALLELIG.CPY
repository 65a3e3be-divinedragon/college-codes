      *================================================================
      *  HALLELIG.CPY -- hall-ticket-eligible student row, written to
      *  HallElig.dat by the HallTicket run beside the printed admit
      *  cards, one row per admitted student. The papers each one
      *  sits go to ExamCand.dat, which SeatAllocation seats from.
      *================================================================
       01  HallEligRec.
           05  HePrnNo             PIC 9(9).
