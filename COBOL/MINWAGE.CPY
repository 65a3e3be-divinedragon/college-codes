      *================================================================
      *  MINWAGE.CPY -- effective-dated statutory minimum wage row,
      *  appended to MinWage.dat by MinWageMaint. For a skill
      *  category the row with the latest effective date on or
      *  before the date being checked is the minimum in force.
      *  MwMinMonthly is the notified monthly minimum that basic
      *  plus DA (RateMast.dat) must reach.
      *  Skill categories: "US" unskilled, "SS" semi-skilled,
      *  "SK" skilled, "HS" highly skilled.
      *================================================================
       01  MinWageRec.
           05  MwSkillCat          PIC X(2).
           05  MwMinMonthly        PIC 9(5)V99.
           05  MwEffDate           PIC 9(8).
