        IDENTIFICATION DIVISION.
        PROGRAM-ID. MilestoneWatch.
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
            SELECT NewFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS NewFileStatus.
            SELECT CareerFile ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CrPlayerId
            FILE STATUS IS CareerStatus.
            SELECT SheetFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SheetStatus.
            SELECT MilestoneFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MilestoneStatus.
            SELECT FileOut ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD FixtureFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Fixture.dat".
            COPY "FIXTURE.CPY".
        FD NewFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "NewFile.dat".
        01  NewRec.
            05  MPlayerId      PIC X(4).
            05  MName          PIC X(20).
            05  MTeamCode      PIC X(4).
            05  MOverseas      PIC A.
        FD CareerFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CAREER.DAT".
            COPY "CAREER.CPY".
        FD SheetFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "TeamSheet.dat".
            COPY "TEAMSHT.CPY".
        FD MilestoneFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Milestone.dat".
            COPY "MILESTON.CPY".
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "MileWatch.dat".
        01  RecOut             PIC X(80).

        WORKING-STORAGE SECTION.
        01  FixtureStatus  PIC XX VALUE "00".
        01  NewFileStatus  PIC XX VALUE "00".
        01  CareerStatus   PIC XX VALUE "00".
        01  SheetStatus    PIC XX VALUE "00".
        01  MilestoneStatus PIC XX VALUE "00".
        01  FixtureEOF     PIC A VALUE "N".
        01  NewFileEOF     PIC A VALUE "N".
        01  SheetEOF       PIC A VALUE "N".
        01  MilestoneEOF   PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  NextFixDate    PIC 9(8) VALUE 99999999.
        01  RunsWithin     PIC 999 VALUE 100.
        01  FxIx           PIC 9(2) VALUE 0.
        01  FxCount        PIC 9(2) VALUE 0.
        01  FxTable.
            05  FxEntry OCCURS 20 TIMES.
                10  FxtMatchId PIC 999.
                10  FxtDate    PIC 9(8).
                10  FxtTeam1   PIC X(4).
                10  FxtTeam2   PIC X(4).
        01  RgIx           PIC 9(4) VALUE 0.
        01  RgCount        PIC 9(4) VALUE 0.
        01  RgFound        PIC A VALUE "N".
        01  RegisterTable.
            05  RegisterEntry OCCURS 3000 TIMES.
                10  RgPlayerId PIC X(4).
                10  RgCode     PIC X(6).
                10  RgValue    PIC 9(5).
        01  CareerRunsWk   PIC 9(6).
        01  NextRunMark    PIC 9(6).
        01  RunsShort      PIC 9(6).
        01  AppsWk         PIC 9(5).
        01  NextAppWk      PIC 9(5).
        01  AppsRem        PIC 9(5).
        01  AppsQuot       PIC 9(5).
        01  FindCodeWk     PIC X(6).
        01  FindValueWk    PIC 9(5).
        01  FlagCount      PIC 9(3) VALUE 0.
        01  GFlagCount     PIC 9(4) VALUE 0.
        COPY "CTLTOT.CPY".
        01  LineRec        PIC X(80) VALUE ALL "-".
        01  Heading1.
            05  F          PIC X(16) VALUE SPACES.
            05  F          PIC X(38) VALUE
                "Pre-Matchday Milestone Watch".
        01  FixHeading.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(7) VALUE "Match ".
            05  FhMatchOut PIC 999.
            05  F          PIC X(7) VALUE " Date ".
            05  FhDateOut  PIC 9(8).
            05  F          PIC X(2) VALUE SPACES.
            05  FhTeam1Out PIC X(4).
            05  F          PIC X(4) VALUE " Vs ".
            05  FhTeam2Out PIC X(4).
        01  RunsDetail.
            05  F          PIC X(6) VALUE SPACES.
            05  RdTeamOut  PIC X(4).
            05  F          PIC X(2) VALUE SPACES.
            05  RdPlayerOut PIC X(4).
            05  F          PIC X(2) VALUE SPACES.
            05  RdNameOut  PIC X(20).
            05  F          PIC X(8) VALUE "  Needs ".
            05  RdShortOut PIC ZZ9.
            05  F          PIC X(5) VALUE " For ".
            05  RdMarkOut  PIC ZZZZZ9.
            05  F          PIC X(13) VALUE " Career Runs".
        01  AppsDetail.
            05  F          PIC X(6) VALUE SPACES.
            05  AdTeamOut  PIC X(4).
            05  F          PIC X(2) VALUE SPACES.
            05  AdPlayerOut PIC X(4).
            05  F          PIC X(2) VALUE SPACES.
            05  AdNameOut  PIC X(20).
            05  F          PIC X(22) VALUE
                "  Would Be Match No. ".
            05  AdAppsOut  PIC ZZZZ9.
        01  NoneLine.
            05  F          PIC X(6) VALUE SPACES.
            05  F          PIC X(34) VALUE
                "No Milestones Within Reach.".

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            PERFORM LoadNextFixturesPara.
            IF FxCount = 0
                DISPLAY "No Upcoming Fixtures On File."
                GOBACK.
            PERFORM LoadRegisterPara.
            OPEN INPUT CareerFile.
            OPEN OUTPUT FileOut.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO FxIx.
            PERFORM ReportOneFixPara UNTIL FxIx NOT < FxCount.
            WRITE RecOut FROM LineRec.
            MOVE FxCount TO CtRecsOut.
            MOVE GFlagCount TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE FileOut.
            IF CareerStatus = "00"
                CLOSE CareerFile.
            DISPLAY "Milestones Within Reach :- " GFlagCount.
            GOBACK.
      * The next match day is the earliest fixture date on or after
      * today; every fixture on that day is reported.
        LoadNextFixturesPara.
            OPEN INPUT FixtureFile.
            IF FixtureStatus = "00"
                PERFORM ReadFixturePara
                PERFORM FindNextDatePara UNTIL FixtureEOF = "Y"
                CLOSE FixtureFile
                MOVE "N" TO FixtureEOF.
            IF NextFixDate = 99999999
                GOBACK.
            OPEN INPUT FixtureFile.
            IF FixtureStatus = "00"
                PERFORM ReadFixturePara
                PERFORM LoadOneFixPara UNTIL FixtureEOF = "Y"
                CLOSE FixtureFile
                MOVE "N" TO FixtureEOF.
        ReadFixturePara.
            READ FixtureFile AT END MOVE "Y" TO FixtureEOF.
        FindNextDatePara.
            IF FxDate NOT < RunDate8 AND FxDate < NextFixDate
                MOVE FxDate TO NextFixDate.
            PERFORM ReadFixturePara.
        LoadOneFixPara.
            IF FxDate = NextFixDate AND FxCount < 20
                ADD 1 TO FxCount
                MOVE FxMatchId TO FxtMatchId (FxCount)
                MOVE FxDate TO FxtDate (FxCount)
                MOVE FxTeam1 TO FxtTeam1 (FxCount)
                MOVE FxTeam2 TO FxtTeam2 (FxCount).
            PERFORM ReadFixturePara.
        LoadRegisterPara.
            MOVE 0 TO RgCount.
            OPEN INPUT MilestoneFile.
            IF MilestoneStatus = "00"
                PERFORM ReadRegisterPara
                PERFORM StoreRegisterPara UNTIL MilestoneEOF = "Y"
                CLOSE MilestoneFile.
        ReadRegisterPara.
            READ MilestoneFile AT END MOVE "Y" TO MilestoneEOF.
        StoreRegisterPara.
            IF RgCount < 3000
                ADD 1 TO RgCount
                MOVE MsPlayerId TO RgPlayerId (RgCount)
                MOVE MsCode TO RgCode (RgCount)
                MOVE MsValue TO RgValue (RgCount).
            PERFORM ReadRegisterPara.
        ReportOneFixPara.
            ADD 1 TO FxIx.
            MOVE FxtMatchId (FxIx) TO FhMatchOut.
            MOVE FxtDate (FxIx) TO FhDateOut.
            MOVE FxtTeam1 (FxIx) TO FhTeam1Out.
            MOVE FxtTeam2 (FxIx) TO FhTeam2Out.
            WRITE RecOut FROM FixHeading.
            MOVE 0 TO FlagCount.
            PERFORM ListWithinReachPara.
            IF FlagCount = 0
                WRITE RecOut FROM NoneLine.
            WRITE RecOut FROM LineRec.
        ListWithinReachPara.
            MOVE "N" TO NewFileEOF.
            OPEN INPUT NewFile.
            IF NewFileStatus = "00"
                PERFORM ReadPlayerPara
                PERFORM JudgePlayerPara UNTIL NewFileEOF = "Y"
                CLOSE NewFile.
        ReadPlayerPara.
            READ NewFile AT END MOVE "Y" TO NewFileEOF.
        JudgePlayerPara.
            IF MTeamCode = FxtTeam1 (FxIx)
               OR MTeamCode = FxtTeam2 (FxIx)
                PERFORM JudgeRunsPara
                PERFORM JudgeAppsPara.
            PERFORM ReadPlayerPara.
      * Flagged when the player is within RunsWithin of the next
      * thousand career runs and that mark is not yet on the register.
        JudgeRunsPara.
            MOVE 0 TO CareerRunsWk.
            IF CareerStatus = "00"
                MOVE MPlayerId TO CrPlayerId
                READ CareerFile
                    INVALID KEY MOVE 0 TO CrTotalRuns
                END-READ
                MOVE CrTotalRuns TO CareerRunsWk.
            DIVIDE CareerRunsWk BY 1000 GIVING NextRunMark.
            ADD 1 TO NextRunMark.
            MULTIPLY 1000 BY NextRunMark.
            SUBTRACT CareerRunsWk FROM NextRunMark GIVING RunsShort.
            MOVE "RUNS  " TO FindCodeWk.
            MOVE NextRunMark TO FindValueWk.
            PERFORM FindRegisterPara.
            IF RunsShort NOT > RunsWithin AND RgFound = "N"
                ADD 1 TO FlagCount
                ADD 1 TO GFlagCount
                MOVE MTeamCode TO RdTeamOut
                MOVE MPlayerId TO RdPlayerOut
                MOVE MName TO RdNameOut
                MOVE RunsShort TO RdShortOut
                MOVE NextRunMark TO RdMarkOut
                WRITE RecOut FROM RunsDetail.
      * Appearances are the team sheets the player was named on for
      * any other match; the fixture is flagged when it would be a
      * hundredth appearance.
        JudgeAppsPara.
            MOVE 0 TO AppsWk.
            MOVE "N" TO SheetEOF.
            OPEN INPUT SheetFile.
            IF SheetStatus = "00"
                PERFORM ReadSheetPara
                PERFORM CountSheetPara UNTIL SheetEOF = "Y"
                CLOSE SheetFile.
            ADD 1 TO AppsWk GIVING NextAppWk.
            DIVIDE NextAppWk BY 100 GIVING AppsQuot
                REMAINDER AppsRem.
            MOVE "MATCH " TO FindCodeWk.
            MOVE NextAppWk TO FindValueWk.
            PERFORM FindRegisterPara.
            IF AppsRem = 0 AND RgFound = "N"
                ADD 1 TO FlagCount
                ADD 1 TO GFlagCount
                MOVE MTeamCode TO AdTeamOut
                MOVE MPlayerId TO AdPlayerOut
                MOVE MName TO AdNameOut
                MOVE NextAppWk TO AdAppsOut
                WRITE RecOut FROM AppsDetail.
        ReadSheetPara.
            READ SheetFile AT END MOVE "Y" TO SheetEOF.
        CountSheetPara.
            IF TsPlayerId = MPlayerId
               AND TsMatchId NOT = FxtMatchId (FxIx)
                ADD 1 TO AppsWk.
            PERFORM ReadSheetPara.
        FindRegisterPara.
            MOVE "N" TO RgFound.
            MOVE 0 TO RgIx.
            PERFORM ScanRegisterPara UNTIL RgIx NOT < RgCount
                                      OR RgFound = "Y".
        ScanRegisterPara.
            ADD 1 TO RgIx.
            IF RgPlayerId (RgIx) = MPlayerId
               AND RgCode (RgIx) = FindCodeWk
               AND RgValue (RgIx) = FindValueWk
                MOVE "Y" TO RgFound.
