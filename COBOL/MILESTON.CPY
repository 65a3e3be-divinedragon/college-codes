      *================================================================
      *  MILESTON.CPY -- player milestone register row, appended to
      *  Milestone.dat by MilestoneCheck after each stats run.
      *  MsCode: "FIFTY " first score of fifty or more, "HUNDRD"
      *  a hundred, "FIVEWK" five wickets in an innings, "RUNS  "
      *  each thousand career runs, "MATCH " each hundred matches.
      *  MsValue holds the score, wickets, runs or matches reached.
      *  A row is never written twice: "FIFTY " once per player,
      *  "RUNS  " and "MATCH " once per player and value, the rest
      *  once per player and match, so a repeated run adds nothing.
      *================================================================
       01  MilestoneRec.
           05  MsPlayerId          PIC X(4).
           05  MsCode              PIC X(6).
           05  MsValue             PIC 9(5).
           05  MsMatchId           PIC 999.
           05  MsMatchDate         PIC 9(8).
           05  MsRunDate           PIC 9(8).
