        IDENTIFICATION DIVISION.
        PROGRAM-ID. AppointmentSheet.
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
            VALUE OF FILE-ID IS "ApptSheet.dat".
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
        01  MatchIdIn      PIC 999 VALUE 0.
        01  OffIdIn        PIC X(4).
        01  ReadCount      PIC 9(6) VALUE 0.
        01  MatchCount     PIC 9(4) VALUE 0.
        01  ShortCount     PIC 9(4) VALUE 0.
        01  FeeTotal       PIC 9(7)V99 VALUE 0.
        01  RoleWk         PIC A.
        01  UmpCount       PIC 9 VALUE 0.
        01  RefCount       PIC 9 VALUE 0.
        01  ScoCount       PIC 9 VALUE 0.
        01  OfIx           PIC 9(3) VALUE 0.
        01  OfHit          PIC 9(3) VALUE 0.
        01  OfCount        PIC 9(3) VALUE 0.
        01  OfTable.
            05  OfEntry OCCURS 200 TIMES.
                10  OftId      PIC X(4).
                10  OftName    PIC X(20).
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
            05  F          PIC X(22) VALUE SPACES.
            05  F          PIC X(34) VALUE
                "MATCH OFFICIALS APPOINTMENT SHEET".
        01  LineRec        PIC X(80) VALUE ALL "-".
        01  MatchHead.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(8) VALUE "Match : ".
            05  MhMatchOut PIC ZZ9.
            05  F          PIC X(9) VALUE "  Date : ".
            05  MhDateOut  PIC 9(8).
            05  F          PIC X(2) VALUE SPACES.
            05  MhVenueOut PIC X(20).
            05  F          PIC X(2) VALUE SPACES.
            05  MhTeam1Out PIC X(4).
            05  F          PIC X(4) VALUE " vs ".
            05  MhTeam2Out PIC X(4).
        01  OfficialLine.
            05  F          PIC X(6) VALUE SPACES.
            05  OlRoleOut  PIC X(8).
            05  F          PIC X(2) VALUE SPACES.
            05  OlIdOut    PIC X(4).
            05  F          PIC X(2) VALUE SPACES.
            05  OlNameOut  PIC X(20).
            05  F          PIC X(8) VALUE "  Fee : ".
            05  OlFeeOut   PIC Z(4)9.99.
        01  PanelLine.
            05  F          PIC X(6) VALUE SPACES.
            05  PlFlagOut  PIC X(18).
            05  F          PIC X(10) VALUE "Umpires : ".
            05  PlUmpOut   PIC 9.
            05  F          PIC X(13) VALUE "/2  Referee: ".
            05  PlRefOut   PIC 9.
            05  F          PIC X(13) VALUE "/1  Scorers: ".
            05  PlScoOut   PIC 9.
            05  F          PIC X(2) VALUE "/2".

        PROCEDURE DIVISION.
      * One block per fixture: the officials standing, by role, and
      * whether the panel of two umpires, a referee and two scorers
      * is complete.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            DISPLAY (3, 10) "Match Id (0 = All Fixtures) :- ".
            ACCEPT MatchIdIn.
            OPEN INPUT FixtureFile.
            IF FixtureStatus NOT = "00"
                DISPLAY (5, 10) "Fixture.dat Not Found. Run Aborted."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            PERFORM ReadCompParamPara.
            PERFORM LoadOfficialsPara.
            PERFORM LoadAppointsPara.
            OPEN OUTPUT FileOut.
            WRITE RecOut FROM Heading0.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM LineRec.
            PERFORM ReadFixturePara.
            PERFORM MatchPara UNTIL FixtureEOF = "Y".
            CLOSE FixtureFile.
            MOVE MatchCount TO CtRecsOut.
            MOVE FeeTotal TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE FileOut.
            DISPLAY (5, 10) "Matches Printed :- " MatchCount.
            DISPLAY (6, 10) "Panels Short :- " ShortCount.
            IF ShortCount > 0
                MOVE 4 TO RlReturnCode
            ELSE
                MOVE 0 TO RlReturnCode.
            PERFORM LogRunPara.
            MOVE RlReturnCode TO RETURN-CODE.
            GOBACK.
        ReadFixturePara.
            READ FixtureFile AT END MOVE "Y" TO FixtureEOF.
        MatchPara.
            ADD 1 TO ReadCount.
            IF MatchIdIn = 0 OR FxMatchId = MatchIdIn
                PERFORM PrintMatchPara.
            PERFORM ReadFixturePara.
        PrintMatchPara.
            ADD 1 TO MatchCount.
            MOVE FxMatchId TO MhMatchOut.
            MOVE FxDate TO MhDateOut.
            MOVE FxVenue TO MhVenueOut.
            MOVE FxTeam1 TO MhTeam1Out.
            MOVE FxTeam2 TO MhTeam2Out.
            WRITE RecOut FROM MatchHead.
            MOVE 0 TO UmpCount RefCount ScoCount.
            MOVE "U" TO RoleWk.
            PERFORM RolePara.
            MOVE "R" TO RoleWk.
            PERFORM RolePara.
            MOVE "S" TO RoleWk.
            PERFORM RolePara.
            MOVE UmpCount TO PlUmpOut.
            MOVE RefCount TO PlRefOut.
            MOVE ScoCount TO PlScoOut.
            IF UmpCount < 2 OR RefCount < 1 OR ScoCount < 2
                MOVE "** PANEL SHORT **" TO PlFlagOut
                ADD 1 TO ShortCount
            ELSE
                MOVE "PANEL COMPLETE" TO PlFlagOut.
            WRITE RecOut FROM PanelLine.
            WRITE RecOut FROM LineRec.
        RolePara.
            MOVE 0 TO ApIx.
            PERFORM RoleLinePara UNTIL ApIx NOT < ApCount.
        RoleLinePara.
            ADD 1 TO ApIx.
            IF AptMatch (ApIx) = FxMatchId AND AptAction (ApIx) = "A"
               AND AptRole (ApIx) = RoleWk
                PERFORM PrintOfficialPara.
        PrintOfficialPara.
            IF RoleWk = "U"
                MOVE "Umpire" TO OlRoleOut
                ADD 1 TO UmpCount
            ELSE IF RoleWk = "R"
                MOVE "Referee" TO OlRoleOut
                ADD 1 TO RefCount
            ELSE
                MOVE "Scorer" TO OlRoleOut
                ADD 1 TO ScoCount.
            MOVE AptOfficial (ApIx) TO OffIdIn OlIdOut.
            PERFORM FindOfficialPara.
            IF OfHit = 0
                MOVE "** NOT ON MASTER **" TO OlNameOut
                MOVE 0 TO OlFeeOut
            ELSE
                MOVE OftName (OfHit) TO OlNameOut
                MOVE OftFee (OfHit) TO OlFeeOut
                ADD OftFee (OfHit) TO FeeTotal.
            WRITE RecOut FROM OfficialLine.
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
            PERFORM FindOfficialPara.
            IF OfHit = 0 AND OfCount < 200
                ADD 1 TO OfCount
                MOVE OfCount TO OfHit
                MOVE OfId TO OftId (OfHit).
            IF OfHit NOT = 0
                MOVE OfName TO OftName (OfHit)
                MOVE OfMatchFee TO OftFee (OfHit).
            PERFORM ReadOfficialPara.
        FindOfficialPara.
            MOVE 0 TO OfHit.
            MOVE 0 TO OfIx.
            PERFORM ScanOfficialTabPara UNTIL OfIx NOT < OfCount
                                        OR OfHit NOT = 0.
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
            MOVE "APPTSHT" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE ReadCount TO RlRecRead.
            MOVE MatchCount TO RlRecWrit.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
