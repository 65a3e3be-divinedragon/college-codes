      *================================================================
      *  SQUAD.CPY -- tournament squad registration row, appended to
      *  Squad.dat by SquadEntry; the latest row for a tournament and
      *  player wins. SqStatus: "A" registered, "W" withdrawn,
      *  "P" replacement keyed after the closing date and awaiting
      *  a supervisor other than the maker in TxnApprove, "R"
      *  replacement rejected. An "A" row with SqReplaces filled
      *  takes the replaced player out of the squad. SqOverseas is
      *  the player master flag at registration.
      *================================================================
       01  SquadRec.
           05  SqTourn             PIC X(6).
           05  SqTeam              PIC X(4).
           05  SqPlayerId          PIC X(4).
           05  SqStatus            PIC A.
           05  SqReplaces          PIC X(4).
           05  SqOverseas          PIC A.
           05  SqDate              PIC 9(8).
           05  SqMaker             PIC X(4).
           05  SqChecker           PIC X(4).
           05  SqActionDate        PIC 9(8).
