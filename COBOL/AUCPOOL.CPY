      *================================================================
      *  AUCPOOL.CPY -- player auction pool row, appended to
      *  AuctPool.dat; the latest row for a player wins.
      *  AuctionPoolMaint lists a player with a base price (ApStatus
      *  "A" available). AuctionSession appends "S" sold, with the
      *  buying team and hammer price, or "U" unsold; unsold players
      *  may be put up again only in a second-round session. A sale
      *  also writes the player's PlayerContract.dat row at the
      *  hammer price and moves the team code on the player master.
      *================================================================
       01  AuctPoolRec.
           05  ApPlayerId          PIC X(4).
           05  ApName              PIC X(20).
           05  ApBasePrice         PIC 9(7)V99.
           05  ApStatus            PIC A.
           05  ApRound             PIC 9.
           05  ApTeam              PIC X(4).
           05  ApPrice             PIC 9(7)V99.
           05  ApDate              PIC 9(8).
           05  ApOpId              PIC X(4).
