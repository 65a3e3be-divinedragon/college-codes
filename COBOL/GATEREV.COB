        IDENTIFICATION DIVISION.
        PROGRAM-ID. GateRevenueStatement.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT FixtureFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FixtureStatus.
            SELECT VenStandFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS VenStandStatus.
            SELECT TicketFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TicketStatus.
            SELECT GateSettleFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GateSettleStatus.
            SELECT CompParamFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CompParamStatus.
            SELECT FileOut ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RunLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RunLogStatus.

        DATA DIVISION.
        FILE SECTION.
        FD FixtureFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Fixture.dat".
            COPY "FIXTURE.CPY".
        FD VenStandFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "VenStand.dat".
            COPY "VENSTAND.CPY".
        FD TicketFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "TicketSale.dat".
            COPY "TICKET.CPY".
        FD GateSettleFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "GateSettle.dat".
            COPY "GATESETL.CPY".
        FD CompParamFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CompParam.dat".
            COPY "PARAM.CPY".
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "GateRev.dat".
        01  RecOut             PIC X(80).
        FD RunLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RunLog.dat".
            COPY "RUNLOG.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        COPY "ACCTPCHK.CPY".
        01  FixtureStatus  PIC XX VALUE "00".
        01  VenStandStatus PIC XX VALUE "00".
        01  TicketStatus   PIC XX VALUE "00".
        01  GateSettleStatus PIC XX VALUE "00".
        01  CompParamStatus PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  FixtureEOF     PIC A VALUE "N".
        01  VenStandEOF    PIC A VALUE "N".
        01  TicketEOF      PIC A VALUE "N".
        01  GateSettleEOF  PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  PostFlag       PIC A VALUE "N".
        01  ReadCount      PIC 9(6) VALUE 0.
        01  MatchPrinted   PIC 9(4) VALUE 0.
        01  PostedNow      PIC 9(4) VALUE 0.
        01  UnpostedCount  PIC 9(4) VALUE 0.
        01  MatchLines     PIC 9(4) VALUE 0.
        01  MatchCap       PIC 9(8) VALUE 0.
        01  MatchSold      PIC 9(8) VALUE 0.
        01  MatchComp      PIC 9(8) VALUE 0.
        01  MatchAmount    PIC 9(9)V99 VALUE 0.
        01  GrandAmount    PIC 9(10)V99 VALUE 0.
        01  CapWk          PIC 9(6) VALUE 0.
        01  OccPctWk       PIC 9(3) VALUE 0.
        01  FxIx           PIC 9(3) VALUE 0.
        01  FxHit          PIC 9(3) VALUE 0.
        01  FxCount        PIC 9(3) VALUE 0.
        01  FxTable.
            05  FxEntry OCCURS 400 TIMES.
                10  FxtMatch   PIC 999.
                10  FxtDate    PIC 9(8).
                10  FxtVenue   PIC X(20).
                10  FxtTeam1   PIC X(4).
                10  FxtTeam2   PIC X(4).
                10  FxtPosted  PIC A.
        01  VsIx           PIC 9(3) VALUE 0.
        01  VsHit          PIC 9(3) VALUE 0.
        01  VsCount        PIC 9(3) VALUE 0.
        01  VsTable.
            05  VsEntry OCCURS 300 TIMES.
                10  VstVenue   PIC X(20).
                10  VstStand   PIC X(4).
                10  VstName    PIC X(16).
                10  VstCap     PIC 9(6).
        01  TsIx           PIC 9(4) VALUE 0.
        01  TsHit          PIC 9(4) VALUE 0.
        01  TsCount        PIC 9(4) VALUE 0.
        01  TsTable.
            05  TsEntry OCCURS 2000 TIMES.
                10  TstMatch   PIC 999.
                10  TstStand   PIC X(4).
                10  TstSold    PIC 9(7).
                10  TstComp    PIC 9(7).
                10  TstAmount  PIC 9(9)V99.
        01  VnIx           PIC 9(2) VALUE 0.
        01  VnHit          PIC 9(2) VALUE 0.
        01  VnCount        PIC 9(2) VALUE 0.
        01  VnTable.
            05  VnEntry OCCURS 50 TIMES.
                10  VntVenue   PIC X(20).
                10  VntMatches PIC 9(3).
                10  VntSold    PIC 9(8).
                10  VntComp    PIC 9(8).
                10  VntAmount  PIC 9(10)V99.
        COPY "CTLTOT.CPY".
        01  Heading0.
            05  F          PIC X(30) VALUE SPACES.
            05  CompanyNameOut PIC X(20) VALUE "XYZ BANK LTD.".
        01  Heading1.
            05  F          PIC X(18) VALUE SPACES.
            05  F          PIC X(31) VALUE
                "GATE REVENUE STATEMENT".
            05  F          PIC X(11) VALUE "Run Date : ".
            05  HdDateOut  PIC 9(8).
        01  LineRec        PIC X(80) VALUE ALL "-".
        01  ColHead.
            05  F          PIC X(6) VALUE SPACES.
            05  F          PIC X(24) VALUE "Stand".
            05  F          PIC X(8) VALUE "Capacity".
            05  F          PIC X(9) VALUE "     Sold".
            05  F          PIC X(9) VALUE "    Comps".
            05  F          PIC X(6) VALUE "  Occ%".
            05  F          PIC X(14) VALUE "        Amount".
        01  MatchHead.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(6) VALUE "Match ".
            05  MhMatchOut PIC ZZ9.
            05  F          PIC X(2) VALUE SPACES.
            05  MhDateOut  PIC 9(8).
            05  F          PIC X(2) VALUE SPACES.
            05  MhVenueOut PIC X(20).
            05  F          PIC X(2) VALUE SPACES.
            05  MhTeam1Out PIC X(4).
            05  F          PIC X(3) VALUE " v ".
            05  MhTeam2Out PIC X(4).
        01  DetailRec.
            05  F          PIC X(6) VALUE SPACES.
            05  DtStandOut PIC X(4).
            05  F          PIC X(2) VALUE SPACES.
            05  DtNameOut  PIC X(16).
            05  F          PIC X(2) VALUE SPACES.
            05  DtCapOut   PIC Z(6)9.
            05  F          PIC X(2) VALUE SPACES.
            05  DtSoldOut  PIC Z(6)9.
            05  F          PIC X(2) VALUE SPACES.
            05  DtCompOut  PIC Z(6)9.
            05  F          PIC X(2) VALUE SPACES.
            05  DtOccOut   PIC ZZ9.
            05  F          PIC X(1) VALUE "%".
            05  F          PIC X(2) VALUE SPACES.
            05  DtAmtOut   PIC Z(8)9.99.
        01  StatusRec.
            05  F          PIC X(6) VALUE SPACES.
            05  F          PIC X(14) VALUE "Gate Status : ".
            05  StStatusOut PIC X(14).
        01  VenueHead.
            05  F          PIC X(6) VALUE SPACES.
            05  F          PIC X(22) VALUE "Venue Summary".
            05  F          PIC X(8) VALUE " Matches".
            05  F          PIC X(10) VALUE "      Sold".
            05  F          PIC X(10) VALUE "     Comps".
            05  F          PIC X(16) VALUE "          Amount".
        01  VenueRec.
            05  F          PIC X(6) VALUE SPACES.
            05  VrVenueOut PIC X(20).
            05  F          PIC X(5) VALUE SPACES.
            05  VrMatchOut PIC ZZ9.
            05  F          PIC X(2) VALUE SPACES.
            05  VrSoldOut  PIC Z(7)9.
            05  F          PIC X(2) VALUE SPACES.
            05  VrCompOut  PIC Z(7)9.
            05  F          PIC X(2) VALUE SPACES.
            05  VrAmtOut   PIC Z(9)9.99.
        01  GrandRec.
            05  F          PIC X(6) VALUE SPACES.
            05  F          PIC X(22) VALUE "Total Gate Revenue   :".
            05  GrMatchOut PIC ZZZ9.
            05  F          PIC X(10) VALUE " Matches  ".
            05  GrAmtOut   PIC Z(9)9.99.

        PROCEDURE DIVISION.
      * Takings are shown per match and stand from TicketSale.dat.
      * On Y a played match not yet on GateSettle.dat is settled at
      * its total; GLJournal books it on the same day's run.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            DISPLAY (3, 10) "Post Played Matches To GL (Y/N) :- ".
            ACCEPT PostFlag.
            IF PostFlag = "Y"
                MOVE "GL" TO AckStream
                MOVE RunDate8 TO AckDate
                CALL "AcctPeriodChk" USING AcctChkRec
                IF AckStatus = "C"
                    DISPLAY (5, 10) "GL Accounting Period Is Closed."
                            " Posting Refused."
                    MOVE "N" TO PostFlag.
            PERFORM LoadFixturesPara.
            IF FxCount = 0
                DISPLAY (6, 10) "Fixture.dat Empty Or Missing. Run"
                        " Aborted."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            CALL "GetOper" USING OperLinkRec.
            PERFORM ReadCompParamPara.
            PERFORM LoadStandsPara.
            PERFORM LoadSettledPara.
            PERFORM LoadTicketsPara.
            OPEN OUTPUT FileOut.
            MOVE RunDate8 TO HdDateOut.
            WRITE RecOut FROM Heading0.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM ColHead.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO FxIx.
            PERFORM FixturePara UNTIL FxIx NOT < FxCount.
            WRITE RecOut FROM VenueHead.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO VnIx.
            PERFORM VenuePara UNTIL VnIx NOT < VnCount.
            WRITE RecOut FROM LineRec.
            MOVE MatchPrinted TO GrMatchOut.
            MOVE GrandAmount TO GrAmtOut.
            WRITE RecOut FROM GrandRec.
            WRITE RecOut FROM LineRec.
            MOVE MatchPrinted TO CtRecsOut.
            MOVE GrandAmount TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE FileOut.
            DISPLAY (6, 10) "Matches Listed :- " MatchPrinted.
            DISPLAY (7, 10) "Posted To GL   :- " PostedNow.
            IF UnpostedCount > 0
                MOVE 4 TO RlReturnCode
            ELSE
                MOVE 0 TO RlReturnCode.
            PERFORM LogRunPara.
            MOVE RlReturnCode TO RETURN-CODE.
            GOBACK.
        FixturePara.
            ADD 1 TO FxIx.
            MOVE 0 TO MatchLines.
            MOVE 0 TO TsIx.
            PERFORM CountLinesPara UNTIL TsIx NOT < TsCount.
            IF MatchLines > 0
                PERFORM MatchStatementPara.
        CountLinesPara.
            ADD 1 TO TsIx.
            IF TstMatch (TsIx) = FxtMatch (FxIx)
                ADD 1 TO MatchLines.
        MatchStatementPara.
            ADD 1 TO MatchPrinted.
            MOVE 0 TO MatchCap MatchSold MatchComp.
            MOVE 0 TO MatchAmount.
            MOVE FxtMatch (FxIx) TO MhMatchOut.
            MOVE FxtDate (FxIx) TO MhDateOut.
            MOVE FxtVenue (FxIx) TO MhVenueOut.
            MOVE FxtTeam1 (FxIx) TO MhTeam1Out.
            MOVE FxtTeam2 (FxIx) TO MhTeam2Out.
            WRITE RecOut FROM MatchHead.
            MOVE 0 TO TsIx.
            PERFORM StandLinePara UNTIL TsIx NOT < TsCount.
            MOVE SPACES TO DtStandOut.
            MOVE "Match Total" TO DtNameOut.
            MOVE MatchCap TO CapWk.
            MOVE MatchCap TO DtCapOut.
            MOVE MatchSold TO DtSoldOut.
            MOVE MatchComp TO DtCompOut.
            PERFORM OccupancyPara.
            MOVE MatchAmount TO DtAmtOut.
            WRITE RecOut FROM DetailRec.
            PERFORM SettlePara.
            WRITE RecOut FROM StatusRec.
            WRITE RecOut FROM LineRec.
            ADD MatchAmount TO GrandAmount.
            PERFORM VenueTotalPara.
        StandLinePara.
            ADD 1 TO TsIx.
            IF TstMatch (TsIx) = FxtMatch (FxIx)
                PERFORM PrintStandPara.
        PrintStandPara.
            MOVE 0 TO VsHit.
            MOVE 0 TO VsIx.
            PERFORM ScanStandTabPara UNTIL VsIx NOT < VsCount
                                     OR VsHit NOT = 0.
            MOVE TstStand (TsIx) TO DtStandOut.
            IF VsHit = 0
                MOVE "NOT ON VENSTAND" TO DtNameOut
                MOVE 0 TO CapWk
            ELSE
                MOVE VstName (VsHit) TO DtNameOut
                MOVE VstCap (VsHit) TO CapWk.
            MOVE CapWk TO DtCapOut.
            MOVE TstSold (TsIx) TO DtSoldOut.
            MOVE TstComp (TsIx) TO DtCompOut.
            ADD CapWk TO MatchCap.
            ADD TstSold (TsIx) TO MatchSold.
            ADD TstComp (TsIx) TO MatchComp.
            ADD TstAmount (TsIx) TO MatchAmount.
            PERFORM StandOccPara.
            MOVE TstAmount (TsIx) TO DtAmtOut.
            WRITE RecOut FROM DetailRec.
        StandOccPara.
            IF CapWk = 0
                MOVE 0 TO OccPctWk
            ELSE
                COMPUTE OccPctWk =
                    (TstSold (TsIx) + TstComp (TsIx)) * 100 / CapWk.
            MOVE OccPctWk TO DtOccOut.
        OccupancyPara.
            IF CapWk = 0
                MOVE 0 TO OccPctWk
            ELSE
                COMPUTE OccPctWk =
                    (MatchSold + MatchComp) * 100 / CapWk.
            MOVE OccPctWk TO DtOccOut.
        ScanStandTabPara.
            ADD 1 TO VsIx.
            IF VstVenue (VsIx) = FxtVenue (FxIx)
               AND VstStand (VsIx) = TstStand (TsIx)
                MOVE VsIx TO VsHit.
      * A match is settled once only, and only after it has been
      * played; a future match stays open for further sales.
        SettlePara.
            IF FxtPosted (FxIx) = "Y"
                MOVE "POSTED" TO StStatusOut
            ELSE IF FxtDate (FxIx) > RunDate8
                MOVE "NOT YET PLAYED" TO StStatusOut
            ELSE IF PostFlag = "Y"
                PERFORM WriteSettlePara
                MOVE "Y" TO FxtPosted (FxIx)
                ADD 1 TO PostedNow
                MOVE "POSTED NOW" TO StStatusOut
            ELSE
                ADD 1 TO UnpostedCount
                MOVE "UNPOSTED" TO StStatusOut.
        WriteSettlePara.
            OPEN EXTEND GateSettleFile.
            IF GateSettleStatus = "35"
                OPEN OUTPUT GateSettleFile.
            MOVE FxtMatch (FxIx) TO GsMatchId.
            MOVE FxtVenue (FxIx) TO GsVenue.
            MOVE MatchSold TO GsSoldQty.
            MOVE MatchComp TO GsCompQty.
            MOVE MatchAmount TO GsAmount.
            MOVE RunDate8 TO GsPostDate.
            MOVE OperOpId TO GsOpId.
            WRITE GateSettleRec.
            CLOSE GateSettleFile.
        VenueTotalPara.
            MOVE 0 TO VnHit.
            MOVE 0 TO VnIx.
            PERFORM ScanVenueTabPara UNTIL VnIx NOT < VnCount
                                     OR VnHit NOT = 0.
            IF VnHit = 0 AND VnCount < 50
                ADD 1 TO VnCount
                MOVE VnCount TO VnHit
                MOVE FxtVenue (FxIx) TO VntVenue (VnHit)
                MOVE 0 TO VntMatches (VnHit) VntSold (VnHit)
                MOVE 0 TO VntComp (VnHit) VntAmount (VnHit).
            IF VnHit NOT = 0
                ADD 1 TO VntMatches (VnHit)
                ADD MatchSold TO VntSold (VnHit)
                ADD MatchComp TO VntComp (VnHit)
                ADD MatchAmount TO VntAmount (VnHit).
        ScanVenueTabPara.
            ADD 1 TO VnIx.
            IF VntVenue (VnIx) = FxtVenue (FxIx)
                MOVE VnIx TO VnHit.
        VenuePara.
            ADD 1 TO VnIx.
            MOVE VntVenue (VnIx) TO VrVenueOut.
            MOVE VntMatches (VnIx) TO VrMatchOut.
            MOVE VntSold (VnIx) TO VrSoldOut.
            MOVE VntComp (VnIx) TO VrCompOut.
            MOVE VntAmount (VnIx) TO VrAmtOut.
            WRITE RecOut FROM VenueRec.
        LoadFixturesPara.
            OPEN INPUT FixtureFile.
            IF FixtureStatus = "00"
                PERFORM ReadFixturePara
                PERFORM LoadOneFixturePara UNTIL FixtureEOF = "Y"
                CLOSE FixtureFile.
        ReadFixturePara.
            READ FixtureFile AT END MOVE "Y" TO FixtureEOF.
        LoadOneFixturePara.
            IF FxCount < 400
                ADD 1 TO FxCount
                MOVE FxMatchId TO FxtMatch (FxCount)
                MOVE FxDate TO FxtDate (FxCount)
                MOVE FxVenue TO FxtVenue (FxCount)
                MOVE FxTeam1 TO FxtTeam1 (FxCount)
                MOVE FxTeam2 TO FxtTeam2 (FxCount)
                MOVE "N" TO FxtPosted (FxCount).
            PERFORM ReadFixturePara.
        ReadCompParamPara.
            OPEN INPUT CompParamFile.
            IF CompParamStatus = "00"
                READ CompParamFile
                MOVE CpCompanyName TO CompanyNameOut
                CLOSE CompParamFile.
        LoadStandsPara.
            OPEN INPUT VenStandFile.
            IF VenStandStatus = "00"
                PERFORM ReadStandPara
                PERFORM LoadOneStandPara UNTIL VenStandEOF = "Y"
                CLOSE VenStandFile.
        ReadStandPara.
            READ VenStandFile AT END MOVE "Y" TO VenStandEOF.
        LoadOneStandPara.
            MOVE 0 TO VsHit.
            MOVE 0 TO VsIx.
            PERFORM ScanStandLoadPara UNTIL VsIx NOT < VsCount
                                      OR VsHit NOT = 0.
            IF VsHit = 0 AND VsCount < 300
                ADD 1 TO VsCount
                MOVE VsCount TO VsHit
                MOVE VsVenue TO VstVenue (VsHit)
                MOVE VsStand TO VstStand (VsHit).
            IF VsHit NOT = 0
                MOVE VsStandName TO VstName (VsHit)
                MOVE VsCapacity TO VstCap (VsHit).
            PERFORM ReadStandPara.
        ScanStandLoadPara.
            ADD 1 TO VsIx.
            IF VstVenue (VsIx) = VsVenue AND VstStand (VsIx) = VsStand
                MOVE VsIx TO VsHit.
        LoadSettledPara.
            OPEN INPUT GateSettleFile.
            IF GateSettleStatus = "00"
                PERFORM ReadSettlePara
                PERFORM MarkSettledPara UNTIL GateSettleEOF = "Y"
                CLOSE GateSettleFile.
        ReadSettlePara.
            READ GateSettleFile AT END MOVE "Y" TO GateSettleEOF.
        MarkSettledPara.
            MOVE 0 TO FxIx.
            PERFORM MarkOneFixturePara UNTIL FxIx NOT < FxCount.
            PERFORM ReadSettlePara.
        MarkOneFixturePara.
            ADD 1 TO FxIx.
            IF FxtMatch (FxIx) = GsMatchId
                MOVE "Y" TO FxtPosted (FxIx).
        LoadTicketsPara.
            OPEN INPUT TicketFile.
            IF TicketStatus = "00"
                PERFORM ReadTicketPara
                PERFORM LoadOneTicketPara UNTIL TicketEOF = "Y"
                CLOSE TicketFile.
        ReadTicketPara.
            READ TicketFile AT END MOVE "Y" TO TicketEOF.
        LoadOneTicketPara.
            ADD 1 TO ReadCount.
            MOVE 0 TO TsHit.
            MOVE 0 TO TsIx.
            PERFORM ScanTicketTabPara UNTIL TsIx NOT < TsCount
                                      OR TsHit NOT = 0.
            IF TsHit = 0 AND TsCount < 2000
                ADD 1 TO TsCount
                MOVE TsCount TO TsHit
                MOVE TkMatchId TO TstMatch (TsHit)
                MOVE TkStand TO TstStand (TsHit)
                MOVE 0 TO TstSold (TsHit) TstComp (TsHit)
                MOVE 0 TO TstAmount (TsHit).
            IF TsHit NOT = 0
                IF TkType = "C"
                    ADD TkQty TO TstComp (TsHit)
                ELSE
                    ADD TkQty TO TstSold (TsHit)
                    ADD TkAmount TO TstAmount (TsHit).
            PERFORM ReadTicketPara.
        ScanTicketTabPara.
            ADD 1 TO TsIx.
            IF TstMatch (TsIx) = TkMatchId AND TstStand (TsIx) = TkStand
                MOVE TsIx TO TsHit.
        LogRunPara.
            OPEN EXTEND RunLogFile.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO RlUserId.
            IF RunLogStatus = "35"
                OPEN OUTPUT RunLogFile.
            MOVE "GATEREV" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE ReadCount TO RlRecRead.
            MOVE MatchPrinted TO RlRecWrit.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
