      *================================================================
      *  REFRULE.CPY -- referential-integrity rule card, read from
      *  RefRule.dat by RefIntegrity; latest card for a rule wins.
      *  Each rule is a parent/child pair checked by the program:
      *  TEAMPLYR TeamSheet.dat players on NewFile.dat, FEESTUD
      *  FeeLedger.dat PRNs on StudentExt.dat, POITEM PoReg.dat items
      *  on Master.dat, LOTLOC LotMast.dat balances at an active
      *  location on LocMast.dat, BANKEMP BankMast.dat rows for an
      *  active employee on EMPMAST.DAT. RrEnabled "N" skips the
      *  rule; RrCritical "Y" makes an orphan fail the run with
      *  return code 8, so the batch chain stops there. A rule with
      *  no card runs with its built-in setting.
      *================================================================
       01  RefRuleRec.
           05  RrRuleId            PIC X(8).
           05  RrEnabled           PIC A.
           05  RrCritical          PIC A.
