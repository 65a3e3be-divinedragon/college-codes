      *================================================================
      *  ACCTGRP.CPY -- account grouping card, read from AcctGroup.dat
      *  by FinStatements and by GLPosting's year-end carry forward.
      *  One card per GL account (GbAcctNo), maintained as a card file
      *  like AcctMap.dat; a later card for the same account replaces
      *  an earlier one. AgClass: "I" income, "E" expense, "A" asset,
      *  "L" liability, "Q" equity. AgLine groups accounts into one
      *  schedule line, captioned AgLineName and printed in AgSeq
      *  order within its class. AgRetained "Y" marks the equity
      *  account that takes the year's result when income and
      *  expense heads are closed at year end.
      *================================================================
       01  AcctGroupRec.
           05  AgAcctNo            PIC X(6).
           05  AgClass             PIC A.
           05  AgLine              PIC X(4).
           05  AgLineName          PIC X(24).
           05  AgSeq               PIC 99.
           05  AgRetained          PIC A.
