      *  wins, like the other append-only masters. Carries the
      *  identifiers the statutory outputs must print and EMPMAST has
      *  no room for: PAN (AAAAA9999A), PF member account number and
      *  ESI number. PfMemberReturn, EsiMemberReturn, RemitSummary,
      *  YearEndClose and NeftFileCreator read it and reject
      *  employees whose details are missing.
      *================================================================
       01  StatDetRec.
           05  SdEmpNo             PIC 9(4).
