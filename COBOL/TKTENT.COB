        IDENTIFICATION DIVISION.
        PROGRAM-ID. TicketSaleEntry.
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
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

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
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  FixtureStatus  PIC XX VALUE "00".
        01  VenStandStatus PIC XX VALUE "00".
        01  TicketStatus   PIC XX VALUE "00".
        01  GateSettleStatus PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  FixtureEOF     PIC A VALUE "N".
        01  VenStandEOF    PIC A VALUE "N".
        01  TicketEOF      PIC A VALUE "N".
        01  GateSettleEOF  PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  MoreFlag       PIC A VALUE "Y".
        01  MatchIdIn      PIC 999.
        01  StandIn        PIC X(4).
        01  TypeIn         PIC A.
        01  QtyIn          PIC 9(6).
        01  FixFound       PIC A VALUE "N".
        01  Settled        PIC A VALUE "N".
        01  StandFound     PIC A VALUE "N".
        01  VenueWk        PIC X(20).
        01  Team1Wk        PIC X(4).
        01  Team2Wk        PIC X(4).
        01  CapacityWk     PIC 9(6) VALUE 0.
        01  PriceWk        PIC 9(5)V99 VALUE 0.
        01  StandStatWk    PIC A.
        01  UsedWk         PIC 9(7) VALUE 0.
        01  LeftWk         PIC S9(7) VALUE 0.
        01  LeftOut        PIC -Z(6)9.
        01  AmountOut      PIC Z(8)9.99.
        01  TicketImage.
            05  TiType     PIC A.
            05  F          PIC X VALUE SPACE.
            05  TiStand    PIC X(4).
            05  F          PIC X(5) VALUE " QTY ".
            05  TiQty      PIC Z(5)9.
            05  F          PIC X VALUE SPACE.
            05  TiAmount   PIC Z(8)9.99.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            CALL "GetOper" USING OperLinkRec.
            PERFORM MatchPara UNTIL MoreFlag NOT = "Y".
            GOBACK.
        MatchPara.
            DISPLAY (3, 10) "Match Id :- ".
            ACCEPT MatchIdIn.
            PERFORM FindFixturePara.
            PERFORM CheckSettledPara.
            IF FixFound = "N"
                DISPLAY (18, 10) "Match Id Not On Fixture.dat."
            ELSE IF Settled = "Y"
                DISPLAY (18, 10) "Gate Already Settled And Posted For"
                        " This Match."
            ELSE
                DISPLAY (4, 10) Team1Wk " v " Team2Wk " At " VenueWk
                PERFORM SalePara.
            DISPLAY (22, 10) "Another Entry (Y/N) :- ".
            ACCEPT MoreFlag.
      * Sold tickets and complimentary passes both take seats, so
      * both count against what is left in the stand.
        SalePara.
            DISPLAY (6, 10) "Stand Code :- ".
            ACCEPT StandIn.
            DISPLAY (7, 10) "Sold Or Complimentary (S/C) :- ".
            ACCEPT TypeIn.
            DISPLAY (8, 10) "Number Of Tickets :- ".
            ACCEPT QtyIn.
            PERFORM FindStandPara.
            PERFORM CountUsedPara.
            COMPUTE LeftWk = CapacityWk - UsedWk.
            IF StandFound = "N"
                DISPLAY (18, 10) "Stand Not On VenStand.dat For "
                        VenueWk
            ELSE IF StandStatWk NOT = "A"
                DISPLAY (18, 10) "Stand Is Closed To Sale."
            ELSE IF TypeIn NOT = "S" AND TypeIn NOT = "C"
                DISPLAY (18, 10) "Type Must Be S Or C."
            ELSE IF QtyIn NOT > 0
                DISPLAY (18, 10) "Number Must Be Positive."
            ELSE IF QtyIn > LeftWk
                MOVE LeftWk TO LeftOut
                DISPLAY (18, 10) "Only " LeftOut " Seats Left In"
                        " Stand."
            ELSE
                PERFORM WriteTicketPara
                MOVE TkAmount TO AmountOut
                DISPLAY (18, 10) "Entered. Value :- " AmountOut.
        FindFixturePara.
            MOVE "N" TO FixFound.
            OPEN INPUT FixtureFile.
            IF FixtureStatus = "00"
                PERFORM ReadFixturePara
                PERFORM ScanFixturePara UNTIL FixtureEOF = "Y"
                CLOSE FixtureFile
                MOVE "N" TO FixtureEOF.
        ReadFixturePara.
            READ FixtureFile AT END MOVE "Y" TO FixtureEOF.
        ScanFixturePara.
            IF FxMatchId = MatchIdIn
                MOVE "Y" TO FixFound
                MOVE FxVenue TO VenueWk
                MOVE FxTeam1 TO Team1Wk
                MOVE FxTeam2 TO Team2Wk.
            PERFORM ReadFixturePara.
        CheckSettledPara.
            MOVE "N" TO Settled.
            OPEN INPUT GateSettleFile.
            IF GateSettleStatus = "00"
                PERFORM ReadSettlePara
                PERFORM ScanSettlePara UNTIL GateSettleEOF = "Y"
                CLOSE GateSettleFile
                MOVE "N" TO GateSettleEOF.
        ReadSettlePara.
            READ GateSettleFile AT END MOVE "Y" TO GateSettleEOF.
        ScanSettlePara.
            IF GsMatchId = MatchIdIn
                MOVE "Y" TO Settled.
            PERFORM ReadSettlePara.
        FindStandPara.
            MOVE "N" TO StandFound.
            MOVE 0 TO CapacityWk.
            MOVE 0 TO PriceWk.
            OPEN INPUT VenStandFile.
            IF VenStandStatus = "00"
                PERFORM ReadStandPara
                PERFORM ScanStandPara UNTIL VenStandEOF = "Y"
                CLOSE VenStandFile
                MOVE "N" TO VenStandEOF.
        ReadStandPara.
            READ VenStandFile AT END MOVE "Y" TO VenStandEOF.
        ScanStandPara.
            IF VsVenue = VenueWk AND VsStand = StandIn
                MOVE "Y" TO StandFound
                MOVE VsCapacity TO CapacityWk
                MOVE VsPrice TO PriceWk
                MOVE VsStatus TO StandStatWk.
            PERFORM ReadStandPara.
        CountUsedPara.
            MOVE 0 TO UsedWk.
            OPEN INPUT TicketFile.
            IF TicketStatus = "00"
                PERFORM ReadTicketPara
                PERFORM ScanTicketPara UNTIL TicketEOF = "Y"
                CLOSE TicketFile
                MOVE "N" TO TicketEOF.
        ReadTicketPara.
            READ TicketFile AT END MOVE "Y" TO TicketEOF.
        ScanTicketPara.
            IF TkMatchId = MatchIdIn AND TkStand = StandIn
                ADD TkQty TO UsedWk.
            PERFORM ReadTicketPara.
        WriteTicketPara.
            OPEN EXTEND TicketFile.
            IF TicketStatus = "35"
                OPEN OUTPUT TicketFile.
            MOVE MatchIdIn TO TkMatchId.
            MOVE StandIn TO TkStand.
            MOVE TypeIn TO TkType.
            MOVE QtyIn TO TkQty.
            IF TypeIn = "S"
                MOVE PriceWk TO TkPrice
                COMPUTE TkAmount = QtyIn * PriceWk
            ELSE
                MOVE 0 TO TkPrice
                MOVE 0 TO TkAmount.
            MOVE RunDate8 TO TkDate.
            MOVE OperOpId TO TkOpId.
            WRITE TicketRec.
            CLOSE TicketFile.
            PERFORM LogAuditPara.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "TKTENT" TO AuProgram.
            MOVE "TicketSale" TO AuFileId.
            MOVE MatchIdIn TO AuKey.
            MOVE SPACES TO AuBeforeImage.
            MOVE TkType TO TiType.
            MOVE TkStand TO TiStand.
            MOVE TkQty TO TiQty.
            MOVE TkAmount TO TiAmount.
            MOVE TicketImage TO AuAfterImage.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
