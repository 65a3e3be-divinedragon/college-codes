        IDENTIFICATION DIVISION.
        PROGRAM-ID. AuctionSession.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PoolFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PoolStatus.
            SELECT ContractFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ContractStatus.
            SELECT SalCapFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SalCapStatus.
            SELECT MastFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MastStatus.
            SELECT NewFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS NewFileStatus.
            SELECT WorkMastFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT TranHistFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TranHistStatus.
            SELECT MatchResultFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MatchResultStatus.
            SELECT FileOut ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD PoolFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "AuctPool.dat".
            COPY "AUCPOOL.CPY".
        FD ContractFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PlayerContract.dat".
            COPY "PLAYCTR.CPY".
        FD SalCapFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "SalCap.dat".
        01  SalCapRec.
            05  ScCapAmount    PIC 9(8)V99.
        FD MastFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Main.dat".
        01  MastRec.
            05  MPlayerId      PIC X(4).
            05  MName          PIC X(20).
            05  MTeamCode      PIC X(4).
            05  MOverseas      PIC A.
        FD NewFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "NewFile.dat".
        01  NewRec.
            05  NfPlayerId     PIC X(4).
            05  NfName         PIC X(20).
            05  NfTeamCode     PIC X(4).
            05  NfOverseas     PIC A.
        FD WorkMastFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "MainNew.dat".
        01  WorkMastRec.
            05  WPlayerId      PIC X(4).
            05  WName          PIC X(20).
            05  WTeamCode      PIC X(4).
            05  WOverseas      PIC A.
        FD TranHistFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "TranHist.dat".
            COPY "TRANHIST.CPY".
        FD MatchResultFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "MatchResult.dat".
            COPY "MATCHRES.CPY".
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "AuctPurse.dat".
        01  RecOut             PIC X(80).
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  PoolStatus     PIC XX VALUE "00".
        01  ContractStatus PIC XX VALUE "00".
        01  SalCapStatus   PIC XX VALUE "00".
        01  MastStatus     PIC XX VALUE "00".
        01  NewFileStatus  PIC XX VALUE "00".
        01  TranHistStatus PIC XX VALUE "00".
        01  MatchResultStatus PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  PoolEOF        PIC A VALUE "N".
        01  ContractEOF    PIC A VALUE "N".
        01  MastEOF        PIC A VALUE "N".
        01  MatchResultEOF PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  RoundIn        PIC 9 VALUE 0.
        01  MaxSquad       PIC 99 VALUE 25.
        01  ValidToIn      PIC 9(8) VALUE 0.
        01  CapWk          PIC 9(8)V99 VALUE 0.
        01  NextMatchWk    PIC 999 VALUE 1.
        01  MoreFlag       PIC A VALUE "Y".
        01  BidFlag        PIC A VALUE "Y".
        01  ConfirmIn      PIC A VALUE "N".
        01  PlayerIdIn     PIC X(4).
        01  BidTeamIn      PIC X(4).
        01  BidIn          PIC 9(7)V99.
        01  HighBid        PIC 9(7)V99 VALUE 0.
        01  HighTeam       PIC X(4) VALUE SPACES.
        01  PurseLeft      PIC S9(9)V99 VALUE 0.
        01  PlayerFound    PIC A VALUE "N".
        01  Inserted       PIC A VALUE "N".
        01  OldTeam        PIC X(4) VALUE SPACES.
        01  AmtOut         PIC Z(6)9.99.
        01  PurseOut       PIC -Z(7)9.99.
        01  SoldCount      PIC 9(4) VALUE 0.
        01  SoldTotal      PIC 9(9)V99 VALUE 0.
        01  UnsoldCount    PIC 9(4) VALUE 0.
        01  PlIx           PIC 9(3) VALUE 0.
        01  PlHit          PIC 9(3) VALUE 0.
        01  PlCount        PIC 9(3) VALUE 0.
        01  PlTable.
            05  PlEntry OCCURS 300 TIMES.
                10  PltPlayer  PIC X(4).
                10  PltTeam    PIC X(4).
                10  PltFee     PIC 9(7)V99.
                10  PltFrom    PIC 9(8).
                10  PltTo      PIC 9(8).
        01  TmIx           PIC 9(2) VALUE 0.
        01  TmHit          PIC 9(2) VALUE 0.
        01  TmCount        PIC 9(2) VALUE 0.
        01  TeamWk         PIC X(4).
        01  TmTable.
            05  TmEntry OCCURS 20 TIMES.
                10  TmtTeam    PIC X(4).
                10  TmtCommit  PIC 9(9)V99.
                10  TmtSquad   PIC 9(3).
                10  TmtBought  PIC 9(3).
                10  TmtSpent   PIC 9(9)V99.
        01  PoIx           PIC 9(3) VALUE 0.
        01  PoHit          PIC 9(3) VALUE 0.
        01  PoCount        PIC 9(3) VALUE 0.
        01  PoTable.
            05  PoEntry OCCURS 300 TIMES.
                10  PotPlayer  PIC X(4).
                10  PotName    PIC X(20).
                10  PotBase    PIC 9(7)V99.
                10  PotStatus  PIC A.
                10  PotTeam    PIC X(4).
                10  PotPrice   PIC 9(7)V99.
                10  PotSession PIC A.
        COPY "CTLTOT.CPY".
        01  Heading1.
            05  F          PIC X(18) VALUE SPACES.
            05  F          PIC X(30) VALUE
                "Auction Purse Statement".
            05  F          PIC X(8) VALUE "Round : ".
            05  HdRoundOut PIC 9.
            05  F          PIC X(9) VALUE "  Date : ".
            05  HdDateOut  PIC 9(8).
        01  CapLine.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(14) VALUE "Salary Cap : ".
            05  CapOut     PIC Z(7)9.99.
            05  F          PIC X(17) VALUE "   Squad Limit : ".
            05  SquadOut   PIC Z9.
        01  LineRec        PIC X(80) VALUE ALL "-".
        01  TeamHead.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(7) VALUE "Team : ".
            05  ThTeamOut  PIC X(4).
        01  BuyRec.
            05  F          PIC X(6) VALUE SPACES.
            05  F          PIC X(9) VALUE "Bought : ".
            05  ByPlayerOut PIC X(4).
            05  F          PIC X(2) VALUE SPACES.
            05  ByNameOut  PIC X(20).
            05  F          PIC X(2) VALUE SPACES.
            05  ByPriceOut PIC Z(6)9.99.
        01  TeamSumRec1.
            05  F          PIC X(6) VALUE SPACES.
            05  F          PIC X(22) VALUE "Contracted Before   : ".
            05  TsCommitOut PIC Z(8)9.99.
            05  F          PIC X(11) VALUE "   Squad : ".
            05  TsSquadOut PIC ZZ9.
        01  TeamSumRec2.
            05  F          PIC X(6) VALUE SPACES.
            05  F          PIC X(22) VALUE "Spent This Session  : ".
            05  TsSpentOut PIC Z(8)9.99.
            05  F          PIC X(11) VALUE "   Bought: ".
            05  TsBoughtOut PIC ZZ9.
        01  TeamSumRec3.
            05  F          PIC X(6) VALUE SPACES.
            05  F          PIC X(22) VALUE "Purse Remaining     : ".
            05  TsPurseOut PIC -Z(7)9.99.
        01  UnsoldHead.
            05  F          PIC X(3) VALUE SPACES.
            05  UnsoldHeadOut PIC X(50).
        01  UnsoldRec.
            05  F          PIC X(6) VALUE SPACES.
            05  UsPlayerOut PIC X(4).
            05  F          PIC X(2) VALUE SPACES.
            05  UsNameOut  PIC X(20).
            05  F          PIC X(8) VALUE "  Base  ".
            05  UsBaseOut  PIC Z(6)9.99.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            CALL "GetOper" USING OperLinkRec.
            DISPLAY (3, 10) "Auction Round (1 Or 2) :- ".
            ACCEPT RoundIn.
            DISPLAY (4, 10) "Squad Limit (0 = 25) :- ".
            ACCEPT MaxSquad.
            IF MaxSquad = 0
                MOVE 25 TO MaxSquad.
            DISPLAY (5, 10) "Contracts Valid To (YYYYMMDD) :- ".
            ACCEPT ValidToIn.
            PERFORM LoadCapPara.
            IF RoundIn NOT = 1 AND RoundIn NOT = 2
                DISPLAY (20, 10) "Round Must Be 1 Or 2. Run Refused."
                GOBACK.
            IF ValidToIn NOT > RunDate8
                DISPLAY (20, 10) "Contract End Must Be After Today."
                        " Run Refused."
                GOBACK.
            IF CapWk = 0
                DISPLAY (20, 10) "No Cap On SalCap.dat. Run"
                        " SalaryCapRep First."
                GOBACK.
            PERFORM LoadContractsPara.
            PERFORM TallyTeamsPara.
            PERFORM LoadTeamsPara.
            PERFORM LoadPoolPara.
            PERFORM LoadLastMatchPara.
            PERFORM LotPara UNTIL MoreFlag NOT = "Y".
            PERFORM PurseStatementPara.
            DISPLAY (20, 10) "Sold :- " SoldCount "  Unsold :- "
                    UnsoldCount.
            GOBACK.
        LoadCapPara.
            MOVE 0 TO CapWk.
            OPEN INPUT SalCapFile.
            IF SalCapStatus = "00"
                READ SalCapFile
                    AT END MOVE 0 TO ScCapAmount
                END-READ
                MOVE ScCapAmount TO CapWk
                CLOSE SalCapFile.
      * Contracts: the latest row per player, as SalaryCapRep reads
      * them. A team's purse is the cap less its live contracts.
        LoadContractsPara.
            OPEN INPUT ContractFile.
            IF ContractStatus = "00"
                PERFORM ReadContractPara
                PERFORM LoadOneContractPara UNTIL ContractEOF = "Y"
                CLOSE ContractFile
                MOVE "N" TO ContractEOF.
        ReadContractPara.
            READ ContractFile AT END MOVE "Y" TO ContractEOF.
        LoadOneContractPara.
            MOVE 0 TO PlHit.
            MOVE 0 TO PlIx.
            PERFORM ScanPlTabPara UNTIL PlIx NOT < PlCount
                                  OR PlHit NOT = 0.
            IF PlHit = 0 AND PlCount < 300
                ADD 1 TO PlCount
                MOVE PlCount TO PlHit
                MOVE PlcPlayerId TO PltPlayer (PlHit).
            IF PlHit NOT = 0
                MOVE PlcTeam TO PltTeam (PlHit)
                MOVE PlcSeasonFee TO PltFee (PlHit)
                MOVE PlcFromDate TO PltFrom (PlHit)
                MOVE PlcToDate TO PltTo (PlHit).
            PERFORM ReadContractPara.
        ScanPlTabPara.
            ADD 1 TO PlIx.
            IF PltPlayer (PlIx) = PlcPlayerId
                MOVE PlIx TO PlHit.
        TallyTeamsPara.
            MOVE 0 TO PlIx.
            PERFORM TallyOnePara UNTIL PlIx NOT < PlCount.
        TallyOnePara.
            ADD 1 TO PlIx.
            IF PltFrom (PlIx) NOT > RunDate8
               AND PltTo (PlIx) NOT < RunDate8
                MOVE PltTeam (PlIx) TO TeamWk
                PERFORM FindTeamPara
                IF TmHit NOT = 0
                    ADD PltFee (PlIx) TO TmtCommit (TmHit)
                    ADD 1 TO TmtSquad (TmHit).
        FindTeamPara.
            MOVE 0 TO TmHit.
            MOVE 0 TO TmIx.
            PERFORM ScanTmTabPara UNTIL TmIx NOT < TmCount
                                  OR TmHit NOT = 0.
            IF TmHit = 0 AND TmCount < 20 AND TeamWk NOT = SPACES
                ADD 1 TO TmCount
                MOVE TmCount TO TmHit
                MOVE TeamWk TO TmtTeam (TmHit)
                MOVE 0 TO TmtCommit (TmHit)
                MOVE 0 TO TmtSquad (TmHit)
                MOVE 0 TO TmtBought (TmHit)
                MOVE 0 TO TmtSpent (TmHit).
        ScanTmTabPara.
            ADD 1 TO TmIx.
            IF TmtTeam (TmIx) = TeamWk
                MOVE TmIx TO TmHit.
      * Teams with no live contract still bid; the player master
      * gives the full list of team codes.
        LoadTeamsPara.
            OPEN INPUT MastFile.
            IF MastStatus = "00"
                PERFORM ReadMastPara
                PERFORM LoadOneTeamPara UNTIL MastEOF = "Y"
                CLOSE MastFile
                MOVE "N" TO MastEOF.
        ReadMastPara.
            READ MastFile AT END MOVE "Y" TO MastEOF.
        LoadOneTeamPara.
            MOVE MTeamCode TO TeamWk.
            PERFORM FindTeamPara.
            PERFORM ReadMastPara.
        LoadPoolPara.
            OPEN INPUT PoolFile.
            IF PoolStatus = "00"
                PERFORM ReadPoolPara
                PERFORM LoadOnePoolPara UNTIL PoolEOF = "Y"
                CLOSE PoolFile
                MOVE "N" TO PoolEOF.
        ReadPoolPara.
            READ PoolFile AT END MOVE "Y" TO PoolEOF.
        LoadOnePoolPara.
            MOVE ApPlayerId TO PlayerIdIn.
            PERFORM FindPoolPara.
            IF PoHit = 0 AND PoCount < 300
                ADD 1 TO PoCount
                MOVE PoCount TO PoHit
                MOVE ApPlayerId TO PotPlayer (PoHit).
            IF PoHit NOT = 0
                MOVE ApName TO PotName (PoHit)
                MOVE ApBasePrice TO PotBase (PoHit)
                MOVE ApStatus TO PotStatus (PoHit)
                MOVE ApTeam TO PotTeam (PoHit)
                MOVE ApPrice TO PotPrice (PoHit)
                MOVE "N" TO PotSession (PoHit).
            PERFORM ReadPoolPara.
        FindPoolPara.
            MOVE 0 TO PoHit.
            MOVE 0 TO PoIx.
            PERFORM ScanPoolTabPara UNTIL PoIx NOT < PoCount
                                    OR PoHit NOT = 0.
        ScanPoolTabPara.
            ADD 1 TO PoIx.
            IF PotPlayer (PoIx) = PlayerIdIn
                MOVE PoIx TO PoHit.
      * A player changing team at auction gets a transfer row taking
      * effect from the next match to be played, so the stats run
      * keeps earlier matches with the old team.
        LoadLastMatchPara.
            MOVE 0 TO NextMatchWk.
            OPEN INPUT MatchResultFile.
            IF MatchResultStatus = "00"
                PERFORM ReadMatchResultPara
                PERFORM ScanMatchResultPara UNTIL MatchResultEOF = "Y"
                CLOSE MatchResultFile.
            ADD 1 TO NextMatchWk.
        ReadMatchResultPara.
            READ MatchResultFile AT END MOVE "Y" TO MatchResultEOF.
        ScanMatchResultPara.
            IF MrMatchId > NextMatchWk
                MOVE MrMatchId TO NextMatchWk.
            PERFORM ReadMatchResultPara.
        LotPara.
            DISPLAY (7, 10) "Lot - Player Id :- ".
            ACCEPT PlayerIdIn.
            PERFORM FindPoolPara.
            IF PoHit = 0
                DISPLAY (18, 10) "Player Not In The Auction Pool."
            ELSE IF PotStatus (PoHit) = "S"
                DISPLAY (18, 10) "Player Already Sold To "
                        PotTeam (PoHit) "."
            ELSE IF RoundIn = 1 AND PotStatus (PoHit) NOT = "A"
                DISPLAY (18, 10) "Player Went Unsold. Second Round"
                        " Only."
            ELSE IF RoundIn = 2 AND PotStatus (PoHit) NOT = "U"
                DISPLAY (18, 10) "Player Is Not On The Unsold List."
            ELSE
                MOVE PotBase (PoHit) TO AmtOut
                DISPLAY (8, 10) PotName (PoHit) "  Base :- " AmtOut
                MOVE 0 TO HighBid
                MOVE SPACES TO HighTeam
                MOVE "Y" TO BidFlag
                PERFORM BidPara UNTIL BidFlag NOT = "Y"
                PERFORM CloseLotPara.
            DISPLAY (22, 10) "Another Lot (Y/N) :- ".
            ACCEPT MoreFlag.
        BidPara.
            DISPLAY (10, 10) "Bidding Team (Blank Closes Lot) :- ".
            ACCEPT BidTeamIn.
            IF BidTeamIn = SPACES
                MOVE "N" TO BidFlag
            ELSE
                DISPLAY (11, 10) "Bid Amount :- "
                ACCEPT BidIn
                PERFORM CheckBidPara.
      * A bid must reach the base price, beat the standing bid, fit
      * in the team's remaining purse and leave room in its squad.
        CheckBidPara.
            MOVE BidTeamIn TO TeamWk.
            MOVE 0 TO TmHit.
            MOVE 0 TO TmIx.
            PERFORM ScanTmTabPara UNTIL TmIx NOT < TmCount
                                  OR TmHit NOT = 0.
            IF TmHit NOT = 0
                COMPUTE PurseLeft = CapWk - TmtCommit (TmHit)
                                  - TmtSpent (TmHit).
            IF TmHit = 0
                DISPLAY (18, 10) "Team Not On The Player Master."
            ELSE IF BidTeamIn = HighTeam
                DISPLAY (18, 10) "Team Already Holds The Top Bid."
            ELSE IF BidIn < PotBase (PoHit)
                DISPLAY (18, 10) "Bid Below The Base Price."
            ELSE IF BidIn NOT > HighBid
                DISPLAY (18, 10) "Bid Must Beat The Standing Bid."
            ELSE IF BidIn > PurseLeft
                MOVE PurseLeft TO PurseOut
                DISPLAY (18, 10) "Bid Exceeds Purse Left Of "
                        PurseOut "."
            ELSE IF TmtSquad (TmHit) NOT < MaxSquad
                DISPLAY (18, 10) "Squad Full For " BidTeamIn "."
            ELSE
                MOVE BidIn TO HighBid
                MOVE BidTeamIn TO HighTeam
                MOVE HighBid TO AmtOut
                DISPLAY (13, 10) "Standing Bid :- " HighTeam " "
                        AmtOut.
        CloseLotPara.
            IF HighBid = 0
                PERFORM MarkUnsoldPara
                DISPLAY (18, 10) "No Bid. Player Unsold."
            ELSE
                MOVE HighBid TO AmtOut
                DISPLAY (15, 10) "Sold To " HighTeam " At " AmtOut
                        " (Y/N) :- "
                ACCEPT ConfirmIn
                IF ConfirmIn = "Y"
                    PERFORM SellPara
                    DISPLAY (18, 10) "Sold. Contract Written."
                ELSE
                    PERFORM MarkUnsoldPara
                    DISPLAY (18, 10) "Lot Withdrawn. Player Unsold.".
        MarkUnsoldPara.
            MOVE "U" TO PotStatus (PoHit).
            MOVE SPACES TO PotTeam (PoHit).
            MOVE 0 TO PotPrice (PoHit).
            MOVE "Y" TO PotSession (PoHit).
            ADD 1 TO UnsoldCount.
            PERFORM WritePoolPara.
        SellPara.
            MOVE "S" TO PotStatus (PoHit).
            MOVE HighTeam TO PotTeam (PoHit).
            MOVE HighBid TO PotPrice (PoHit).
            MOVE "Y" TO PotSession (PoHit).
            ADD 1 TO SoldCount.
            ADD HighBid TO SoldTotal.
            MOVE HighTeam TO TeamWk.
            PERFORM FindTeamPara.
            ADD HighBid TO TmtSpent (TmHit).
            ADD 1 TO TmtBought (TmHit).
            ADD 1 TO TmtSquad (TmHit).
            PERFORM WritePoolPara.
            PERFORM WriteContractPara.
            PERFORM UpdateMasterPara.
            PERFORM UpdateNewFilePara.
            IF OldTeam NOT = SPACES AND OldTeam NOT = HighTeam
                PERFORM WriteTransferPara.
            PERFORM LogAuditPara.
        WritePoolPara.
            OPEN EXTEND PoolFile.
            IF PoolStatus = "35"
                OPEN OUTPUT PoolFile.
            MOVE PotPlayer (PoHit) TO ApPlayerId.
            MOVE PotName (PoHit) TO ApName.
            MOVE PotBase (PoHit) TO ApBasePrice.
            MOVE PotStatus (PoHit) TO ApStatus.
            MOVE RoundIn TO ApRound.
            MOVE PotTeam (PoHit) TO ApTeam.
            MOVE PotPrice (PoHit) TO ApPrice.
            MOVE RunDate8 TO ApDate.
            MOVE OperOpId TO ApOpId.
            WRITE AuctPoolRec.
            CLOSE PoolFile.
        WriteContractPara.
            OPEN EXTEND ContractFile.
            IF ContractStatus = "35"
                OPEN OUTPUT ContractFile.
            MOVE PlayerIdIn TO PlcPlayerId.
            MOVE HighTeam TO PlcTeam.
            MOVE HighBid TO PlcSeasonFee.
            MOVE RunDate8 TO PlcFromDate.
            MOVE ValidToIn TO PlcToDate.
            MOVE 10 TO PlcTdsRate.
            MOVE 0 TO PlcMatchFee.
            WRITE PlayerContractRec.
            CLOSE ContractFile.
      * Main.dat takes the new team code, or a new row for a player
      * not yet on it; a new player is taken as domestic until the
      * player master is changed.
        UpdateMasterPara.
            MOVE "N" TO PlayerFound.
            MOVE SPACES TO OldTeam.
            OPEN INPUT MastFile.
            IF MastStatus = "00"
                PERFORM ReadMastPara
                PERFORM ScanMastPara UNTIL MastEOF = "Y"
                CLOSE MastFile
                MOVE "N" TO MastEOF.
            IF PlayerFound = "Y"
                OPEN INPUT MastFile OUTPUT WorkMastFile
                PERFORM ReadMastPara
                PERFORM CopyMastPara UNTIL MastEOF = "Y"
                CLOSE MastFile WorkMastFile
                MOVE "N" TO MastEOF
                OPEN INPUT WorkMastFile OUTPUT MastFile
                PERFORM ReadWorkPara
                PERFORM CopyBackMastPara UNTIL MastEOF = "Y"
                CLOSE WorkMastFile MastFile
                MOVE "N" TO MastEOF
            ELSE
                OPEN EXTEND MastFile
                IF MastStatus = "35"
                    OPEN OUTPUT MastFile
                END-IF
                MOVE PlayerIdIn TO MPlayerId
                MOVE PotName (PoHit) TO MName
                MOVE HighTeam TO MTeamCode
                MOVE "N" TO MOverseas
                WRITE MastRec
                CLOSE MastFile.
        ScanMastPara.
            IF MPlayerId = PlayerIdIn
                MOVE "Y" TO PlayerFound
                MOVE MTeamCode TO OldTeam.
            PERFORM ReadMastPara.
        CopyMastPara.
            MOVE MPlayerId TO WPlayerId.
            MOVE MName TO WName.
            MOVE MOverseas TO WOverseas.
            IF MPlayerId = PlayerIdIn
                MOVE HighTeam TO WTeamCode
            ELSE
                MOVE MTeamCode TO WTeamCode.
            WRITE WorkMastRec.
            PERFORM ReadMastPara.
        ReadWorkPara.
            READ WorkMastFile AT END MOVE "Y" TO MastEOF.
        CopyBackMastPara.
            MOVE WPlayerId TO MPlayerId.
            MOVE WName TO MName.
            MOVE WTeamCode TO MTeamCode.
            MOVE WOverseas TO MOverseas.
            WRITE MastRec.
            PERFORM ReadWorkPara.
      * NewFile.dat is read in player-id order against the batting
      * file, so a new player is slotted in at that id.
        UpdateNewFilePara.
            MOVE "N" TO Inserted.
            OPEN INPUT NewFile.
            IF NewFileStatus = "00"
                OPEN OUTPUT WorkMastFile
                PERFORM ReadNewFilePara
                PERFORM CopyNewFilePara UNTIL MastEOF = "Y"
                IF Inserted = "N"
                    PERFORM WriteNewPlayerPara
                END-IF
                CLOSE NewFile WorkMastFile
                MOVE "N" TO MastEOF
                OPEN INPUT WorkMastFile OUTPUT NewFile
                PERFORM ReadWorkPara
                PERFORM CopyBackNewPara UNTIL MastEOF = "Y"
                CLOSE WorkMastFile NewFile
                MOVE "N" TO MastEOF.
        ReadNewFilePara.
            READ NewFile AT END MOVE "Y" TO MastEOF.
        CopyNewFilePara.
            IF NfPlayerId = PlayerIdIn
                MOVE "Y" TO Inserted
                MOVE NfPlayerId TO WPlayerId
                MOVE NfName TO WName
                MOVE HighTeam TO WTeamCode
                MOVE NfOverseas TO WOverseas
                WRITE WorkMastRec
            ELSE
                IF NfPlayerId > PlayerIdIn AND Inserted = "N"
                    PERFORM WriteNewPlayerPara
                END-IF
                MOVE NfPlayerId TO WPlayerId
                MOVE NfName TO WName
                MOVE NfTeamCode TO WTeamCode
                MOVE NfOverseas TO WOverseas
                WRITE WorkMastRec.
            PERFORM ReadNewFilePara.
        WriteNewPlayerPara.
            MOVE "Y" TO Inserted.
            MOVE PlayerIdIn TO WPlayerId.
            MOVE PotName (PoHit) TO WName.
            MOVE HighTeam TO WTeamCode.
            MOVE "N" TO WOverseas.
            WRITE WorkMastRec.
        CopyBackNewPara.
            MOVE WPlayerId TO NfPlayerId.
            MOVE WName TO NfName.
            MOVE WTeamCode TO NfTeamCode.
            MOVE WOverseas TO NfOverseas.
            WRITE NewRec.
            PERFORM ReadWorkPara.
        WriteTransferPara.
            OPEN EXTEND TranHistFile.
            IF TranHistStatus = "35"
                OPEN OUTPUT TranHistFile.
            MOVE PlayerIdIn TO ThPlayerId.
            MOVE OldTeam TO ThFromTeam.
            MOVE HighTeam TO ThToTeam.
            MOVE NextMatchWk TO ThEffMatchId.
            WRITE TransferRec.
            CLOSE TranHistFile.
      * Printed after every session: each team's purse, what it
      * bought in this session, then the unsold list.
        PurseStatementPara.
            OPEN OUTPUT FileOut.
            MOVE RoundIn TO HdRoundOut.
            MOVE RunDate8 TO HdDateOut.
            WRITE RecOut FROM Heading1.
            MOVE CapWk TO CapOut.
            MOVE MaxSquad TO SquadOut.
            WRITE RecOut FROM CapLine.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO TmIx.
            PERFORM TeamStatementPara UNTIL TmIx NOT < TmCount.
            IF RoundIn = 1
                MOVE "UNSOLD - AVAILABLE FOR SECOND ROUND"
                     TO UnsoldHeadOut
            ELSE
                MOVE "UNSOLD AFTER SECOND ROUND" TO UnsoldHeadOut.
            WRITE RecOut FROM UnsoldHead.
            MOVE 0 TO PoIx.
            PERFORM UnsoldListPara UNTIL PoIx NOT < PoCount.
            WRITE RecOut FROM LineRec.
            MOVE SoldCount TO CtRecsOut.
            MOVE SoldTotal TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE FileOut.
        TeamStatementPara.
            ADD 1 TO TmIx.
            MOVE TmtTeam (TmIx) TO ThTeamOut.
            WRITE RecOut FROM TeamHead.
            MOVE 0 TO PoIx.
            PERFORM BoughtListPara UNTIL PoIx NOT < PoCount.
            MOVE TmtCommit (TmIx) TO TsCommitOut.
            MOVE TmtSquad (TmIx) TO TsSquadOut.
            WRITE RecOut FROM TeamSumRec1.
            MOVE TmtSpent (TmIx) TO TsSpentOut.
            MOVE TmtBought (TmIx) TO TsBoughtOut.
            WRITE RecOut FROM TeamSumRec2.
            COMPUTE PurseLeft = CapWk - TmtCommit (TmIx)
                              - TmtSpent (TmIx).
            MOVE PurseLeft TO TsPurseOut.
            WRITE RecOut FROM TeamSumRec3.
            WRITE RecOut FROM LineRec.
        BoughtListPara.
            ADD 1 TO PoIx.
            IF PotSession (PoIx) = "Y" AND PotStatus (PoIx) = "S"
               AND PotTeam (PoIx) = TmtTeam (TmIx)
                MOVE PotPlayer (PoIx) TO ByPlayerOut
                MOVE PotName (PoIx) TO ByNameOut
                MOVE PotPrice (PoIx) TO ByPriceOut
                WRITE RecOut FROM BuyRec.
        UnsoldListPara.
            ADD 1 TO PoIx.
            IF PotStatus (PoIx) = "U"
                MOVE PotPlayer (PoIx) TO UsPlayerOut
                MOVE PotName (PoIx) TO UsNameOut
                MOVE PotBase (PoIx) TO UsBaseOut
                WRITE RecOut FROM UnsoldRec.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "AUCTION" TO AuProgram.
            MOVE "PlayerCtr" TO AuFileId.
            MOVE PlayerIdIn TO AuKey.
            MOVE OldTeam TO AuBeforeImage.
            MOVE HighBid TO AmtOut.
            MOVE SPACES TO AuAfterImage.
            STRING HighTeam " " AmtOut DELIMITED BY SIZE
                   INTO AuAfterImage.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
