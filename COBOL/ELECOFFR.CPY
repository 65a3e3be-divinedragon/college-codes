      *================================================================
      *  ELECOFFR.CPY -- elective offering row, appended to
      *  ElecOffr.dat by ElectiveOfferMaint. Latest row for a
      *  semester and subject wins. An offered ("O") elective takes
      *  registrations between EoOpenDate and EoCloseDate and seats
      *  at most EoSeatCap students. EoAllocMode "F" allots seats in
      *  the order the requests were keyed, "C" by CGPA from the
      *  transcript, highest first. A withdrawn ("W") offering takes
      *  no further requests.
      *================================================================
       01  ElecOfferRec.
           05  EoSemester          PIC 99.
           05  EoSubjCode          PIC X(4).
           05  EoSeatCap           PIC 9(3).
           05  EoOpenDate          PIC 9(8).
           05  EoCloseDate         PIC 9(8).
           05  EoAllocMode         PIC A.
           05  EoStatus            PIC A.
           05  EoDate              PIC 9(8).
