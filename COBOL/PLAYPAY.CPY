      *================================================================
      *  PLAYPAY.CPY -- monthly player payment row, appended to
      *  PlayerPay.dat by a live PlayerPaymentRun, one row per player
      *  paid. PpInstNo of PpInstCount is the contract instalment
      *  falling in PpMonth (zero when the month is outside the
      *  contract and only match fees are due). PpPayMode "N" =
      *  NEFT.dat, "C" = ChequeReg.dat. A month is paid once. The
      *  journal generator posts PLAYFEE, TDSPAY and BANK from the
      *  rows paid on its run date.
      *================================================================
       01  PlayerPayRec.
           05  PpPlayerId          PIC X(4).
           05  PpTeam              PIC X(4).
           05  PpMonth             PIC 9(6).
           05  PpInstNo            PIC 99.
           05  PpInstCount         PIC 99.
           05  PpInstalment        PIC 9(7)V99.
           05  PpMatches           PIC 99.
           05  PpMatchFees         PIC 9(7)V99.
           05  PpGross             PIC 9(7)V99.
           05  PpTdsRate           PIC 99V99.
           05  PpTds               PIC 9(6)V99.
           05  PpNet               PIC 9(7)V99.
           05  PpPayMode           PIC A.
           05  PpPayDate           PIC 9(8).
