      *  status last changed. The batch runs process "A" students     *
      *  only; StudentStatusChg moves students between statuses and   *
      *  audits every change.                                         *
      *  EGuardian is the parent/guardian section kept by             *
      *  GuardianMaint for the parent progress report; EGuardRel      *
      *  "F" father, "M" mother, "G" other guardian. Spaces until it  *
      *  is keyed.                                                    *
      *****************************************************************
       01  ExtRec.
           05  EPrnNo         PIC 9(9).
           05  ECourse        PIC A(6).
           05  EStatus        PIC A.
           05  EStatDate      PIC 9(8).
           05  EGuardian.
               10  EGuardName     PIC A(30).
               10  EGuardRel      PIC A.
               10  EGuardAddr1    PIC X(30).
               10  EGuardAddr2    PIC X(30).
               10  EGuardCity     PIC X(20).
               10  EGuardPin      PIC X(6).
               10  EGuardPhone    PIC X(12).
