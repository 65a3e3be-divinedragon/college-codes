      *================================================================
      *  NODUES.CPY -- no-dues clearance row, appended to NoDues.dat
      *  by NoDuesClearance each time a student is checked before
      *  leaving. NdResult "C" = cleared (no fee balance, no library
      *  books out, no hostel bed held, no refund awaiting approval),
      *  "N" = not cleared. NdPurpose "W" withdrawal, "G" graduation,
      *  "T" transfer certificate. The latest row for a student
      *  wins; StudentStatusChg refuses a move to "W" or "G" unless
      *  it says "C".
      *================================================================
       01  NoDuesRec.
           05  NdPrnNo             PIC 9(9).
           05  NdResult            PIC A.
           05  NdPurpose           PIC A.
           05  NdDate              PIC 9(8).
           05  NdOpId              PIC X(4).
