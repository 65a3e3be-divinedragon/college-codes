        IDENTIFICATION DIVISION.
        PROGRAM-ID. OfficialFeeStatement.
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
            SELECT OfficialFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS OfficialStatus.
            SELECT AppointFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AppointStatus.
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
        FD OfficialFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Officials.dat".
            COPY "OFFICIAL.CPY".
        FD AppointFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Appoint.dat".
            COPY "APPOINT.CPY".
        FD CompParamFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CompParam.dat".
            COPY "PARAM.CPY".
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "OffFee.dat".
        01  RecOut             PIC X(80).
        FD RunLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RunLog.dat".
            COPY "RUNLOG.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  FixtureStatus  PIC XX VALUE "00".
        01  OfficialStatus PIC XX VALUE "00".
        01  AppointStatus  PIC XX VALUE "00".
        01  CompParamStatus PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  FixtureEOF     PIC A VALUE "N".
        01  OfficialEOF    PIC A VALUE "N".
        01  AppointEOF     PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  UpToDate       PIC 9(8) VALUE 0.
        01  OffIdIn        PIC X(4).
        01  ReadCount      PIC 9(6) VALUE 0.
        01  OffPrinted     PIC 9(4) VALUE 0.
        01  OffMatches     PIC 9(3) VALUE 0.
        01  OffPayable     PIC 9(3) VALUE 0.
        01  OffAmount      PIC 9(7)V99 VALUE 0.
        01  GrandMatches   PIC 9(5) VALUE 0.
        01  GrandAmount    PIC 9(9)V99 VALUE 0.
        01  FxIx           PIC 9(3) VALUE 0.
        01  FxHit          PIC 9(3) VALUE 0.
        01  FxCount        PIC 9(3) VALUE 0.
        01  FxTable.
            05  FxEntry OCCURS 300 TIMES.
                10  FxtMatch   PIC 999.
                10  FxtDate    PIC 9(8).
                10  FxtVenue   PIC X(20).
        01  OfIx           PIC 9(3) VALUE 0.
        01  OfHit          PIC 9(3) VALUE 0.
        01  OfCount        PIC 9(3) VALUE 0.
        01  OfTable.
            05  OfEntry OCCURS 200 TIMES.
                10  OftId      PIC X(4).
                10  OftName    PIC X(20).
                10  OftRole    PIC A.
                10  OftFee     PIC 9(5)V99.
        01  ApIx           PIC 9(4) VALUE 0.
        01  ApHit          PIC 9(4) VALUE 0.
        01  ApCount        PIC 9(4) VALUE 0.
        01  ApTable.
            05  ApEntry OCCURS 3000 TIMES.
                10  AptMatch   PIC 999.
                10  AptOfficial PIC X(4).
                10  AptRole    PIC A.
                10  AptAction  PIC A.
        COPY "CTLTOT.CPY".
        01  Heading0.
            05  F          PIC X(30) VALUE SPACES.
            05  CompanyNameOut PIC X(20) VALUE "XYZ BANK LTD.".
        01  Heading1.
            05  F          PIC X(16) VALUE SPACES.
            05  F          PIC X(33) VALUE
                "MATCH OFFICIALS FEE STATEMENT".
            05  F          PIC X(11) VALUE "Up To : ".
            05  HdDateOut  PIC 9(8).
        01  LineRec        PIC X(80) VALUE ALL "-".
        01  OffHead.
            05  F          PIC X(3) VALUE SPACES.
            05  OhIdOut    PIC X(4).
            05  F          PIC X(2) VALUE SPACES.
            05  OhNameOut  PIC X(20).
            05  F          PIC X(2) VALUE SPACES.
            05  OhRoleOut  PIC X(8).
            05  F          PIC X(18) VALUE "  Fee Per Match : ".
            05  OhFeeOut   PIC Z(4)9.99.
        01  DetailRec.
            05  F          PIC X(6) VALUE SPACES.
            05  DtMatchOut PIC ZZ9.
            05  F          PIC X(2) VALUE SPACES.
            05  DtDateOut  PIC 9(8).
            05  F          PIC X(2) VALUE SPACES.
            05  DtVenueOut PIC X(20).
            05  F          PIC X(2) VALUE SPACES.
            05  DtFeeOut   PIC Z(4)9.99.
            05  F          PIC X(2) VALUE SPACES.
            05  DtFlagOut  PIC X(14).
        01  OffTotRec.
            05  F          PIC X(6) VALUE SPACES.
            05  F          PIC X(19) VALUE "Matches Payable : ".
            05  OtMatchOut PIC ZZ9.
            05  F          PIC X(16) VALUE "   Amount Due : ".
            05  OtAmtOut   PIC Z(6)9.99.
        01  GrandRec.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(22) VALUE "Total For Payment   : ".
            05  GtMatchOut PIC ZZZZ9.
            05  F          PIC X(11) VALUE " Matches   ".
            05  GtAmtOut   PIC Z(8)9.99.

        PROCEDURE DIVISION.
      * A match is payable once its fixture date is on or before the
      * statement date; later appointments are listed but not added.
      * The fee is the rate on the official's current master row.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            DISPLAY (3, 10) "Statement Up To (YYYYMMDD, 0 = Today) :- ".
            ACCEPT UpToDate.
            IF UpToDate = 0
                MOVE RunDate8 TO UpToDate.
            PERFORM LoadFixturesPara.
            IF FxCount = 0
                DISPLAY (5, 10) "Fixture.dat Empty Or Missing. Run"
                        " Aborted."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            PERFORM ReadCompParamPara.
            PERFORM LoadOfficialsPara.
            PERFORM LoadAppointsPara.
            OPEN OUTPUT FileOut.
            MOVE UpToDate TO HdDateOut.
            WRITE RecOut FROM Heading0.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO OfIx.
            PERFORM OfficialPara UNTIL OfIx NOT < OfCount.
            MOVE GrandMatches TO GtMatchOut.
            MOVE GrandAmount TO GtAmtOut.
            WRITE RecOut FROM GrandRec.
            WRITE RecOut FROM LineRec.
            MOVE OffPrinted TO CtRecsOut.
            MOVE GrandAmount TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE FileOut.
            DISPLAY (5, 10) "Officials Listed :- " OffPrinted.
            MOVE 0 TO RlReturnCode.
            PERFORM LogRunPara.
            MOVE RlReturnCode TO RETURN-CODE.
            GOBACK.
        OfficialPara.
            ADD 1 TO OfIx.
            MOVE 0 TO OffMatches OffPayable.
            MOVE 0 TO OffAmount.
            MOVE 0 TO ApIx.
            PERFORM CountApptPara UNTIL ApIx NOT < ApCount.
            IF OffMatches > 0
                PERFORM StatementPara.
        CountApptPara.
            ADD 1 TO ApIx.
            IF AptOfficial (ApIx) = OftId (OfIx)
               AND AptAction (ApIx) = "A"
                ADD 1 TO OffMatches.
        StatementPara.
            ADD 1 TO OffPrinted.
            MOVE OftId (OfIx) TO OhIdOut.
            MOVE OftName (OfIx) TO OhNameOut.
            IF OftRole (OfIx) = "U"
                MOVE "Umpire" TO OhRoleOut
            ELSE IF OftRole (OfIx) = "R"
                MOVE "Referee" TO OhRoleOut
            ELSE
                MOVE "Scorer" TO OhRoleOut.
            MOVE OftFee (OfIx) TO OhFeeOut.
            WRITE RecOut FROM OffHead.
            MOVE 0 TO ApIx.
            PERFORM ApptLinePara UNTIL ApIx NOT < ApCount.
            MOVE OffPayable TO OtMatchOut.
            MOVE OffAmount TO OtAmtOut.
            WRITE RecOut FROM OffTotRec.
            WRITE RecOut FROM LineRec.
            ADD OffPayable TO GrandMatches.
            ADD OffAmount TO GrandAmount.
        ApptLinePara.
            ADD 1 TO ApIx.
            IF AptOfficial (ApIx) = OftId (OfIx)
               AND AptAction (ApIx) = "A"
                PERFORM PrintApptPara.
        PrintApptPara.
            MOVE 0 TO FxHit.
            MOVE 0 TO FxIx.
            PERFORM ScanFixtureTabPara UNTIL FxIx NOT < FxCount
                                       OR FxHit NOT = 0.
            MOVE AptMatch (ApIx) TO DtMatchOut.
            MOVE OftFee (OfIx) TO DtFeeOut.
            IF FxHit = 0
                MOVE 0 TO DtDateOut
                MOVE SPACES TO DtVenueOut
                MOVE "NOT ON FIXTURE" TO DtFlagOut
            ELSE
                MOVE FxtDate (FxHit) TO DtDateOut
                MOVE FxtVenue (FxHit) TO DtVenueOut
                IF FxtDate (FxHit) > UpToDate
                    MOVE "NOT YET PLAYED" TO DtFlagOut
                ELSE
                    MOVE "PAYABLE" TO DtFlagOut
                    ADD 1 TO OffPayable
                    ADD OftFee (OfIx) TO OffAmount.
            WRITE RecOut FROM DetailRec.
        ScanFixtureTabPara.
            ADD 1 TO FxIx.
            IF FxtMatch (FxIx) = AptMatch (ApIx)
                MOVE FxIx TO FxHit.
        LoadFixturesPara.
            OPEN INPUT FixtureFile.
            IF FixtureStatus = "00"
                PERFORM ReadFixturePara
                PERFORM LoadOneFixturePara UNTIL FixtureEOF = "Y"
                CLOSE FixtureFile.
        ReadFixturePara.
            READ FixtureFile AT END MOVE "Y" TO FixtureEOF.
        LoadOneFixturePara.
            IF FxCount < 300
                ADD 1 TO FxCount
                MOVE FxMatchId TO FxtMatch (FxCount)
                MOVE FxDate TO FxtDate (FxCount)
                MOVE FxVenue TO FxtVenue (FxCount).
            PERFORM ReadFixturePara.
        ReadCompParamPara.
            OPEN INPUT CompParamFile.
            IF CompParamStatus = "00"
                READ CompParamFile
                MOVE CpCompanyName TO CompanyNameOut
                CLOSE CompParamFile.
        LoadOfficialsPara.
            OPEN INPUT OfficialFile.
            IF OfficialStatus = "00"
                PERFORM ReadOfficialPara
                PERFORM LoadOneOfficialPara UNTIL OfficialEOF = "Y"
                CLOSE OfficialFile.
        ReadOfficialPara.
            READ OfficialFile AT END MOVE "Y" TO OfficialEOF.
        LoadOneOfficialPara.
            MOVE OfId TO OffIdIn.
            MOVE 0 TO OfHit.
            MOVE 0 TO OfIx.
            PERFORM ScanOfficialTabPara UNTIL OfIx NOT < OfCount
                                        OR OfHit NOT = 0.
            IF OfHit = 0 AND OfCount < 200
                ADD 1 TO OfCount
                MOVE OfCount TO OfHit
                MOVE OfId TO OftId (OfHit).
            IF OfHit NOT = 0
                MOVE OfName TO OftName (OfHit)
                MOVE OfRole TO OftRole (OfHit)
                MOVE OfMatchFee TO OftFee (OfHit).
            PERFORM ReadOfficialPara.
        ScanOfficialTabPara.
            ADD 1 TO OfIx.
            IF OftId (OfIx) = OffIdIn
                MOVE OfIx TO OfHit.
        LoadAppointsPara.
            OPEN INPUT AppointFile.
            IF AppointStatus = "00"
                PERFORM ReadAppointPara
                PERFORM LoadOneAppointPara UNTIL AppointEOF = "Y"
                CLOSE AppointFile.
        ReadAppointPara.
            READ AppointFile AT END MOVE "Y" TO AppointEOF.
        LoadOneAppointPara.
            ADD 1 TO ReadCount.
            MOVE 0 TO ApHit.
            MOVE 0 TO ApIx.
            PERFORM ScanAppointTabPara UNTIL ApIx NOT < ApCount
                                       OR ApHit NOT = 0.
            IF ApHit = 0 AND ApCount < 3000
                ADD 1 TO ApCount
                MOVE ApCount TO ApHit
                MOVE AoMatchId TO AptMatch (ApHit)
                MOVE AoOfficialId TO AptOfficial (ApHit).
            IF ApHit NOT = 0
                MOVE AoRole TO AptRole (ApHit)
                MOVE AoAction TO AptAction (ApHit).
            PERFORM ReadAppointPara.
        ScanAppointTabPara.
            ADD 1 TO ApIx.
            IF AptMatch (ApIx) = AoMatchId
               AND AptOfficial (ApIx) = AoOfficialId
                MOVE ApIx TO ApHit.
        LogRunPara.
            OPEN EXTEND RunLogFile.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO RlUserId.
            IF RunLogStatus = "35"
                OPEN OUTPUT RunLogFile.
            MOVE "OFFFEE" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE ReadCount TO RlRecRead.
            MOVE OffPrinted TO RlRecWrit.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
