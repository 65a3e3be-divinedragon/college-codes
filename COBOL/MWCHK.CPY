      *================================================================
      *  MWCHK.CPY -- linkage record for the shared MinWageChk
      *  subprogram. Callers move the skill category, department,
      *  basic and the date the pay applies from, CALL "MinWageChk"
      *  USING MinWageChkRec, and read back basic plus DA, the
      *  minimum in force and MwcResult: "Y" the pay meets the
      *  minimum (or no minimum is notified for the category), "N"
      *  it falls below and must be refused.
      *================================================================
       01  MinWageChkRec.
           05  MwcSkillCat         PIC X(2).
           05  MwcDept             PIC X(4).
           05  MwcBasic            PIC 9(5)V99.
           05  MwcAsOfDate         PIC 9(8).
           05  MwcDaRate           PIC 9V9999.
           05  MwcWage             PIC 9(6)V99.
           05  MwcMinimum          PIC 9(5)V99.
           05  MwcMinEff           PIC 9(8).
           05  MwcResult           PIC A.
