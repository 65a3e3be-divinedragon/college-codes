      *================================================================
      *  GATESETL.CPY -- gate settlement, one row per match, appended
      *  to GateSettle.dat by GateRevenueStatement when the match's
      *  takings are posted. GLJournal books rows whose GsPostDate is
      *  the run date: BANK debit and GATEREV credit, with the match
      *  id in the department column.
      *================================================================
       01  GateSettleRec.
           05  GsMatchId           PIC 999.
           05  GsVenue             PIC X(20).
           05  GsSoldQty           PIC 9(7).
           05  GsCompQty           PIC 9(7).
           05  GsAmount            PIC 9(9)V99.
           05  GsPostDate          PIC 9(8).
           05  GsOpId              PIC X(4).
