      *================================================================
      *  MESSDAY.CPY -- mess attendance row for a hostel resident,
      *  appended to MessDay.dat by MessDayEntry.
      *  MdType "D" = days eaten in the month MdMonth, keyed from the
      *  mess register; the latest "D" row for a student and month
      *  wins and replaces the days worked out from residence.
      *  MdType "L" = leave rebate from MdFromDate to MdToDate (one
      *  month at a time); those days are not charged.
      *  MdType "C" = cancels the "L" row for the same student and
      *  MdFromDate.
      *  MdDays is the days eaten ("D") or the leave days ("L").
      *================================================================
       01  MessDayRec.
           05  MdPrnNo             PIC 9(9).
           05  MdType              PIC A.
           05  MdMonth             PIC 9(6).
           05  MdFromDate          PIC 9(8).
           05  MdToDate            PIC 9(8).
           05  MdDays              PIC 99.
           05  MdOpId              PIC X(4).
           05  MdEntDate           PIC 9(8).
