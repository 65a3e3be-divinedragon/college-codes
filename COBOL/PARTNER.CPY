      *================================================================
      *  PARTNER.CPY -- fall-of-wicket / partnership row, appended to
      *  Partner.dat by ScorecardEntry: one row per wicket that fell
      *  in a side's innings, plus one for the stand still unbroken
      *  at the close. PtFowScore is the side's score when the wicket
      *  fell (the final total on an unbroken row) and PtRuns the
      *  runs added since the previous wicket, so a side's PtRuns
      *  foot to its batting total in TeamRaw.dat. PtEndFlag "W" =
      *  the wicket fell, PtOutBatter going out and PtPartner the
      *  batter left in; "U" = unbroken, both batters not out.
      *================================================================
       01  PartnerRec.
           05  PtMatchId           PIC 999.
           05  PtTeam              PIC X(4).
           05  PtWicket            PIC 99.
           05  PtFowScore          PIC 999.
           05  PtFowOver           PIC 99V9.
           05  PtOutBatter         PIC X(4).
           05  PtPartner           PIC X(4).
           05  PtRuns              PIC 999.
           05  PtEndFlag           PIC A.
