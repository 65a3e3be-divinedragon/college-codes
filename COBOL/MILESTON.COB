       IDENTIFICATION DIVISION.
       PROGRAM-ID. MilestoneCheck.
       AUTHOR. Deepak.
       INSTALLATION. Kirpa Bhawan.
       DATE-WRITTEN. 02-09-2026.
       DATE-COMPILED.
       SECURITY. General.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CareerFile ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CrPlayerId
           FILE STATUS IS CareerStatus.
           SELECT Transaction ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TransacStatus.
           SELECT BowlFile ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BowlStatus.
           SELECT FieldFile ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FieldStatus.
           SELECT SheetFile ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SheetStatus.
           SELECT FixtureFile ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FixtureStatus.
           SELECT NewFile ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NewFileStatus.
           SELECT MilestoneFile ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MilestoneStatus.
           SELECT RptFile ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RunLogFile ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunLogStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CareerFile
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CAREER.DAT".
           COPY "CAREER.CPY".
       FD Transaction
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "transac.dat".
       01 TransacRec.
           05 TPlayerId        PIC X(4).
           05 TMatchId         PIC 999.
           05 RunsScored       PIC 999.
           05 WicketsTaken     PIC 99.
           05 BallsFaced       PIC 999.
           05 DismissFlag      PIC A.
       FD BowlFile
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BowlTransac.dat".
       01 BowlRec.
           05 BPlayerId        PIC X(4).
           05 BMatchId         PIC 999.
           05 OversBowled      PIC 9V9.
           05 RunsConceded     PIC 999.
           05 WicketsBowl      PIC 99.
       FD FieldFile
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FieldTransac.dat".
           COPY "FLDTRANS.CPY".
       FD SheetFile
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "TeamSheet.dat".
           COPY "TEAMSHT.CPY".
       FD FixtureFile
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "Fixture.dat".
           COPY "FIXTURE.CPY".
       FD NewFile
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NewFile.dat".
       01 NewRec.
           05 MPlayerId        PIC X(4).
           05 MName            PIC X(20).
           05 MTeamCode        PIC X(4).
           05 MOverseas        PIC A.
       FD MilestoneFile
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "Milestone.dat".
           COPY "MILESTON.CPY".
       FD RptFile
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "MilestoneRep.dat".
       01 RecOut               PIC X(80).
       FD RunLogFile
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RunLog.dat".
           COPY "RUNLOG.CPY".

       WORKING-STORAGE SECTION.
       COPY "SIGNON.CPY".
       01 CareerStatus         PIC XX VALUE "00".
       01 TransacStatus        PIC XX VALUE "00".
       01 BowlStatus           PIC XX VALUE "00".
       01 FieldStatus          PIC XX VALUE "00".
       01 SheetStatus          PIC XX VALUE "00".
       01 FixtureStatus        PIC XX VALUE "00".
       01 NewFileStatus        PIC XX VALUE "00".
       01 MilestoneStatus      PIC XX VALUE "00".
       01 RunLogStatus         PIC XX VALUE "00".
       01 FileEOF              PIC A VALUE "N".
       01 RunDate8             PIC 9(8).
       01 RecsRead             PIC 9(6) VALUE 0.
       01 CreditCount          PIC 9(6) VALUE 0.
       01 FixIx                PIC 9(3) VALUE 0.
       01 FixHit               PIC 9(3) VALUE 0.
       01 FixCount             PIC 9(3) VALUE 0.
       01 FixTable.
           05 FixEntry OCCURS 200 TIMES.
               10 FtMatchId    PIC 999.
               10 FtDate       PIC 9(8).
       01 BtIx                 PIC 9(3) VALUE 0.
       01 BtCount              PIC 9(3) VALUE 0.
       01 BatTable.
           05 BatEntry OCCURS 500 TIMES.
               10 BtPlayerId   PIC X(4).
               10 BtMatchId    PIC 999.
               10 BtRuns       PIC 999.
       01 BwIx                 PIC 9(3) VALUE 0.
       01 BwCount              PIC 9(3) VALUE 0.
       01 BowlTable.
           05 BowlEntry OCCURS 500 TIMES.
               10 BwPlayerId   PIC X(4).
               10 BwMatchId    PIC 999.
               10 BwWickets    PIC 99.
       01 RmIx                 PIC 9(3) VALUE 0.
       01 RmCount              PIC 9(3) VALUE 0.
       01 RmFound              PIC A VALUE "N".
       01 RunMatchTable.
           05 RunMatchEntry OCCURS 100 TIMES.
               10 RmMatchId    PIC 999.
       01 PtIx                 PIC 9(3) VALUE 0.
       01 PtHit                PIC 9(3) VALUE 0.
       01 PtCount              PIC 9(3) VALUE 0.
       01 PtFound              PIC A VALUE "N".
       01 PlayerTable.
           05 PlayerEntry OCCURS 300 TIMES.
               10 PtPlayerId   PIC X(4).
               10 PtName       PIC X(20).
               10 PtRunRuns    PIC 9(5).
               10 PtCareerRuns PIC 9(6).
               10 PtApps       PIC 9(5).
               10 PtRunApps    PIC 9(3).
       01 ShIx                 PIC 9(4) VALUE 0.
       01 ShCount              PIC 9(4) VALUE 0.
       01 RunSheetTable.
           05 RunSheetEntry OCCURS 1000 TIMES.
               10 ShMatchId    PIC 999.
               10 ShPlayerId   PIC X(4).
       01 RgIx                 PIC 9(4) VALUE 0.
       01 RgCount              PIC 9(4) VALUE 0.
       01 RgFound              PIC A VALUE "N".
       01 RegisterTable.
           05 RegisterEntry OCCURS 3000 TIMES.
               10 RgPlayerId   PIC X(4).
               10 RgCode       PIC X(6).
               10 RgValue      PIC 9(5).
               10 RgMatchId    PIC 999.
       01 FindIdWk             PIC X(4).
       01 FindMatchWk          PIC 999.
       01 CrCode               PIC X(6).
       01 CrValue              PIC 9(5).
       01 CrMatch              PIC 999.
       01 CrPlayer             PIC X(4).
       01 RunsBefore           PIC 9(6).
       01 RunsCum              PIC 9(6).
       01 NextRunMark          PIC 9(6).
       01 AppsCum              PIC 9(5).
       01 NextAppMark          PIC 9(5).
       01 LastMatchWk          PIC 999.
       01 CurMatchWk           PIC 999.
       01 SheetHit             PIC A VALUE "N".
       COPY "CTLTOT.CPY".
       01 LineRec              PIC X(80) VALUE ALL "*".
       01 Heading1.
           05 F                PIC X(22) VALUE ALL SPACES.
           05 F                PIC X(30) VALUE
               "Milestones Reached This Run".
       01 RecHeader.
           05 F                PIC X(3) VALUE ALL SPACES.
           05 F                PIC X(8) VALUE "Player".
           05 F                PIC X(22) VALUE "Name".
           05 F                PIC X(20) VALUE "Milestone".
           05 F                PIC X(8) VALUE "Value".
           05 F                PIC X(7) VALUE "Match".
           05 F                PIC X(8) VALUE "Date".
       01 DetailRec.
           05 F                PIC X(3) VALUE ALL SPACES.
           05 PlayerOut        PIC X(4).
           05 F                PIC X(4) VALUE ALL SPACES.
           05 NameOut          PIC X(20).
           05 F                PIC X(2) VALUE ALL SPACES.
           05 DescOut          PIC X(18).
           05 F                PIC X(2) VALUE ALL SPACES.
           05 ValueOut         PIC ZZZZ9.
           05 F                PIC X(3) VALUE ALL SPACES.
           05 MatchOut         PIC ZZ9.
           05 F                PIC X(4) VALUE ALL SPACES.
           05 DateOut          PIC 9(8).

       PROCEDURE DIVISION.
       ControlPara.
           ACCEPT RunDate8 FROM DATE YYYYMMDD.
           PERFORM LoadFixturePara.
           PERFORM LoadRegisterPara.
           PERFORM LoadBatPara.
           PERFORM LoadBowlPara.
           PERFORM LoadFieldPara.
           PERFORM LoadSheetPara.
           PERFORM LoadCareerPara.
           PERFORM LoadNamePara.
           OPEN OUTPUT RptFile.
           WRITE RecOut FROM Heading1.
           WRITE RecOut FROM LineRec.
           WRITE RecOut FROM RecHeader.
           WRITE RecOut FROM LineRec.
           OPEN EXTEND MilestoneFile.
           IF MilestoneStatus = "35"
               OPEN OUTPUT MilestoneFile.
           MOVE 0 TO BtIx.
           PERFORM BatMilestonePara UNTIL BtIx NOT < BtCount.
           MOVE 0 TO BwIx.
           PERFORM BowlMilestonePara UNTIL BwIx NOT < BwCount.
           MOVE 0 TO PtIx.
           PERFORM CareerMilestonePara UNTIL PtIx NOT < PtCount.
           CLOSE MilestoneFile.
           WRITE RecOut FROM LineRec.
           MOVE CreditCount TO CtRecsOut.
           MOVE PtCount TO CtKeyTotOut.
           MOVE RunDate8 TO CtRunDateOut.
           WRITE RecOut FROM CtlTotRec.
           CLOSE RptFile.
           DISPLAY "Milestones Credited :- " CreditCount.
           MOVE 0 TO RlReturnCode.
           PERFORM LogRunPara.
           GOBACK.
       LoadFixturePara.
           MOVE 0 TO FixCount.
           OPEN INPUT FixtureFile.
           IF FixtureStatus = "00"
               PERFORM ReadFixturePara
               PERFORM StoreFixturePara UNTIL FileEOF = "Y"
               CLOSE FixtureFile
               MOVE "N" TO FileEOF.
       ReadFixturePara.
           READ FixtureFile AT END MOVE "Y" TO FileEOF.
       StoreFixturePara.
           IF FixCount < 200
               ADD 1 TO FixCount
               MOVE FxMatchId TO FtMatchId (FixCount)
               MOVE FxDate TO FtDate (FixCount).
           PERFORM ReadFixturePara.
       FindFixturePara.
           MOVE 0 TO FixHit.
           MOVE 0 TO FixIx.
           PERFORM ScanFixturePara UNTIL FixIx NOT < FixCount
                                    OR FixHit NOT = 0.
       ScanFixturePara.
           ADD 1 TO FixIx.
           IF FtMatchId (FixIx) = FindMatchWk
               MOVE FixIx TO FixHit.
       LoadRegisterPara.
           MOVE 0 TO RgCount.
           OPEN INPUT MilestoneFile.
           IF MilestoneStatus = "00"
               PERFORM ReadRegisterPara
               PERFORM StoreRegisterPara UNTIL FileEOF = "Y"
               CLOSE MilestoneFile
               MOVE "N" TO FileEOF.
       ReadRegisterPara.
           READ MilestoneFile AT END MOVE "Y" TO FileEOF.
       StoreRegisterPara.
           IF RgCount < 3000
               ADD 1 TO RgCount
               MOVE MsPlayerId TO RgPlayerId (RgCount)
               MOVE MsCode TO RgCode (RgCount)
               MOVE MsValue TO RgValue (RgCount)
               MOVE MsMatchId TO RgMatchId (RgCount).
           PERFORM ReadRegisterPara.
      * Only rows for a match on the fixture master count, the same
      * rule the stats run applies before crediting career totals.
       LoadBatPara.
           MOVE 0 TO BtCount.
           OPEN INPUT Transaction.
           IF TransacStatus = "00"
               PERFORM ReadBatPara
               PERFORM StoreBatPara UNTIL FileEOF = "Y"
               CLOSE Transaction
               MOVE "N" TO FileEOF.
       ReadBatPara.
           READ Transaction AT END MOVE "Y" TO FileEOF.
       StoreBatPara.
           ADD 1 TO RecsRead.
           MOVE TMatchId TO FindMatchWk.
           PERFORM FindFixturePara.
           IF (FixHit NOT = 0 OR FixCount = 0) AND BtCount < 500
               ADD 1 TO BtCount
               MOVE TPlayerId TO BtPlayerId (BtCount)
               MOVE TMatchId TO BtMatchId (BtCount)
               MOVE RunsScored TO BtRuns (BtCount)
               MOVE TPlayerId TO FindIdWk
               PERFORM AddPlayerPara
               ADD RunsScored TO PtRunRuns (PtHit)
               PERFORM AddRunMatchPara.
           PERFORM ReadBatPara.
       LoadBowlPara.
           MOVE 0 TO BwCount.
           OPEN INPUT BowlFile.
           IF BowlStatus = "00"
               PERFORM ReadBowlPara
               PERFORM StoreBowlPara UNTIL FileEOF = "Y"
               CLOSE BowlFile
               MOVE "N" TO FileEOF.
       ReadBowlPara.
           READ BowlFile AT END MOVE "Y" TO FileEOF.
       StoreBowlPara.
           ADD 1 TO RecsRead.
           MOVE BMatchId TO FindMatchWk.
           PERFORM FindFixturePara.
           IF (FixHit NOT = 0 OR FixCount = 0) AND BwCount < 500
               ADD 1 TO BwCount
               MOVE BPlayerId TO BwPlayerId (BwCount)
               MOVE BMatchId TO BwMatchId (BwCount)
               MOVE WicketsBowl TO BwWickets (BwCount)
               MOVE BPlayerId TO FindIdWk
               PERFORM AddPlayerPara
               PERFORM AddRunMatchPara.
           PERFORM ReadBowlPara.
       LoadFieldPara.
           OPEN INPUT FieldFile.
           IF FieldStatus = "00"
               PERFORM ReadFieldPara
               PERFORM StoreFieldPara UNTIL FileEOF = "Y"
               CLOSE FieldFile
               MOVE "N" TO FileEOF.
       ReadFieldPara.
           READ FieldFile AT END MOVE "Y" TO FileEOF.
       StoreFieldPara.
           ADD 1 TO RecsRead.
           MOVE FdMatchId TO FindMatchWk.
           PERFORM FindFixturePara.
           IF FixHit NOT = 0 OR FixCount = 0
               MOVE FdPlayerId TO FindIdWk
               PERFORM AddPlayerPara
               PERFORM AddRunMatchPara.
           PERFORM ReadFieldPara.
       AddPlayerPara.
           PERFORM FindPlayerPara.
           IF PtFound = "N" AND PtCount < 300
               ADD 1 TO PtCount
               MOVE PtCount TO PtHit
               MOVE FindIdWk TO PtPlayerId (PtHit)
               MOVE SPACES TO PtName (PtHit)
               MOVE 0 TO PtRunRuns (PtHit)
               MOVE 0 TO PtCareerRuns (PtHit)
               MOVE 0 TO PtApps (PtHit)
               MOVE 0 TO PtRunApps (PtHit)
               MOVE "Y" TO PtFound.
           IF PtFound = "N"
               MOVE 1 TO PtHit.
       FindPlayerPara.
           MOVE "N" TO PtFound.
           MOVE 0 TO PtIx.
           PERFORM ScanPlayerPara UNTIL PtIx NOT < PtCount
                                   OR PtFound = "Y".
       ScanPlayerPara.
           ADD 1 TO PtIx.
           IF PtPlayerId (PtIx) = FindIdWk
               MOVE "Y" TO PtFound
               MOVE PtIx TO PtHit.
       AddRunMatchPara.
           PERFORM FindRunMatchPara.
           IF RmFound = "N" AND RmCount < 100
               ADD 1 TO RmCount
               MOVE FindMatchWk TO RmMatchId (RmCount).
       FindRunMatchPara.
           MOVE "N" TO RmFound.
           MOVE 0 TO RmIx.
           PERFORM ScanRunMatchPara UNTIL RmIx NOT < RmCount
                                      OR RmFound = "Y".
       ScanRunMatchPara.
           ADD 1 TO RmIx.
           IF RmMatchId (RmIx) = FindMatchWk
               MOVE "Y" TO RmFound.
      * Appearances come from the team sheets: anyone named in the
      * eleven for one of this run's matches played it, whether or
      * not they batted, bowled or took a catch. The first pass
      * brings such players into the table, the second counts every
      * sheet they were named on.
       LoadSheetPara.
           MOVE 0 TO ShCount.
           OPEN INPUT SheetFile.
           IF SheetStatus = "00"
               PERFORM ReadSheetPara
               PERFORM RunSheetPara UNTIL FileEOF = "Y"
               CLOSE SheetFile
               MOVE "N" TO FileEOF
               OPEN INPUT SheetFile
               PERFORM ReadSheetPara
               PERFORM CountSheetPara UNTIL FileEOF = "Y"
               CLOSE SheetFile
               MOVE "N" TO FileEOF.
       ReadSheetPara.
           READ SheetFile AT END MOVE "Y" TO FileEOF.
       RunSheetPara.
           MOVE TsMatchId TO FindMatchWk.
           PERFORM FindRunMatchPara.
           IF RmFound = "Y"
               MOVE TsPlayerId TO FindIdWk
               PERFORM AddPlayerPara
               IF ShCount < 1000
                   ADD 1 TO ShCount
                   MOVE TsMatchId TO ShMatchId (ShCount)
                   MOVE TsPlayerId TO ShPlayerId (ShCount).
           PERFORM ReadSheetPara.
       CountSheetPara.
           MOVE TsPlayerId TO FindIdWk.
           PERFORM FindPlayerPara.
           IF PtFound = "Y"
               ADD 1 TO PtApps (PtHit)
               MOVE TsMatchId TO FindMatchWk
               PERFORM FindRunMatchPara
               IF RmFound = "Y"
                   ADD 1 TO PtRunApps (PtHit).
           PERFORM ReadSheetPara.
      * CAREER.DAT already holds this run's runs, so the total before
      * the run is the career figure less the runs scored in it.
       LoadCareerPara.
           OPEN INPUT CareerFile.
           IF CareerStatus = "00"
               PERFORM ReadCareerPara
               PERFORM StoreCareerPara UNTIL FileEOF = "Y"
               CLOSE CareerFile
               MOVE "N" TO FileEOF.
       ReadCareerPara.
           READ CareerFile NEXT RECORD AT END MOVE "Y" TO FileEOF.
       StoreCareerPara.
           MOVE CrPlayerId TO FindIdWk.
           PERFORM FindPlayerPara.
           IF PtFound = "Y"
               MOVE CrTotalRuns TO PtCareerRuns (PtHit).
           PERFORM ReadCareerPara.
       LoadNamePara.
           OPEN INPUT NewFile.
           IF NewFileStatus = "00"
               PERFORM ReadNamePara
               PERFORM StoreNamePara UNTIL FileEOF = "Y"
               CLOSE NewFile
               MOVE "N" TO FileEOF.
       ReadNamePara.
           READ NewFile AT END MOVE "Y" TO FileEOF.
       StoreNamePara.
           MOVE MPlayerId TO FindIdWk.
           PERFORM FindPlayerPara.
           IF PtFound = "Y"
               MOVE MName TO PtName (PtHit).
           PERFORM ReadNamePara.
       BatMilestonePara.
           ADD 1 TO BtIx.
           MOVE BtPlayerId (BtIx) TO CrPlayer.
           MOVE BtMatchId (BtIx) TO CrMatch.
           MOVE BtRuns (BtIx) TO CrValue.
           IF BtRuns (BtIx) NOT < 50
               MOVE "FIFTY " TO CrCode
               PERFORM CreditPara.
           IF BtRuns (BtIx) NOT < 100
               MOVE "HUNDRD" TO CrCode
               PERFORM CreditPara.
       BowlMilestonePara.
           ADD 1 TO BwIx.
           IF BwWickets (BwIx) NOT < 5
               MOVE BwPlayerId (BwIx) TO CrPlayer
               MOVE BwMatchId (BwIx) TO CrMatch
               MOVE BwWickets (BwIx) TO CrValue
               MOVE "FIVEWK" TO CrCode
               PERFORM CreditPara.
      * Career marks: each thousand runs is credited to the match in
      * which the running total crossed it; each hundred matches to
      * the match that made the count up, taking this run's matches
      * in match-id order.
       CareerMilestonePara.
           ADD 1 TO PtIx.
           MOVE PtPlayerId (PtIx) TO CrPlayer.
           IF PtCareerRuns (PtIx) > PtRunRuns (PtIx)
               SUBTRACT PtRunRuns (PtIx) FROM PtCareerRuns (PtIx)
                   GIVING RunsBefore
           ELSE
               MOVE 0 TO RunsBefore.
           DIVIDE RunsBefore BY 1000 GIVING NextRunMark.
           ADD 1 TO NextRunMark.
           MULTIPLY 1000 BY NextRunMark.
           MOVE RunsBefore TO RunsCum.
           MOVE 0 TO BtIx.
           PERFORM RunMarkPara UNTIL BtIx NOT < BtCount.
           SUBTRACT PtRunApps (PtIx) FROM PtApps (PtIx)
               GIVING AppsCum.
           DIVIDE AppsCum BY 100 GIVING NextAppMark.
           ADD 1 TO NextAppMark.
           MULTIPLY 100 BY NextAppMark.
           MOVE 0 TO LastMatchWk.
           PERFORM NextRunMatchPara.
           PERFORM AppMarkPara UNTIL CurMatchWk = 999.
       RunMarkPara.
           ADD 1 TO BtIx.
           IF BtPlayerId (BtIx) = CrPlayer
               ADD BtRuns (BtIx) TO RunsCum
               PERFORM CrossRunMarkPara UNTIL RunsCum < NextRunMark.
       CrossRunMarkPara.
           MOVE "RUNS  " TO CrCode.
           MOVE NextRunMark TO CrValue.
           MOVE BtMatchId (BtIx) TO CrMatch.
           PERFORM CreditPara.
           ADD 1000 TO NextRunMark.
       NextRunMatchPara.
           MOVE 999 TO CurMatchWk.
           MOVE 0 TO RmIx.
           PERFORM PickRunMatchPara UNTIL RmIx NOT < RmCount.
       PickRunMatchPara.
           ADD 1 TO RmIx.
           IF RmMatchId (RmIx) > LastMatchWk
              AND RmMatchId (RmIx) < CurMatchWk
               MOVE RmMatchId (RmIx) TO CurMatchWk.
       AppMarkPara.
           MOVE "N" TO SheetHit.
           MOVE 0 TO ShIx.
           PERFORM TestSheetPara UNTIL ShIx NOT < ShCount
                                  OR SheetHit = "Y".
           IF SheetHit = "Y"
               ADD 1 TO AppsCum
               IF AppsCum = NextAppMark
                   MOVE "MATCH " TO CrCode
                   MOVE AppsCum TO CrValue
                   MOVE CurMatchWk TO CrMatch
                   PERFORM CreditPara
                   ADD 100 TO NextAppMark.
           MOVE CurMatchWk TO LastMatchWk.
           PERFORM NextRunMatchPara.
       TestSheetPara.
           ADD 1 TO ShIx.
           IF ShMatchId (ShIx) = CurMatchWk
              AND ShPlayerId (ShIx) = CrPlayer
               MOVE "Y" TO SheetHit.
      * A milestone already on the register is not credited again,
      * so running the stats twice over the same rows adds nothing.
       CreditPara.
           MOVE "N" TO RgFound.
           MOVE 0 TO RgIx.
           PERFORM TestRegisterPara UNTIL RgIx NOT < RgCount
                                     OR RgFound = "Y".
           IF RgFound = "N"
               PERFORM WriteCreditPara.
       TestRegisterPara.
           ADD 1 TO RgIx.
           IF RgPlayerId (RgIx) = CrPlayer AND RgCode (RgIx) = CrCode
               IF CrCode = "FIFTY "
                   MOVE "Y" TO RgFound
               ELSE IF CrCode = "RUNS  " OR CrCode = "MATCH "
                   IF RgValue (RgIx) = CrValue
                       MOVE "Y" TO RgFound
                   END-IF
               ELSE IF RgMatchId (RgIx) = CrMatch
                   MOVE "Y" TO RgFound.
       WriteCreditPara.
           MOVE CrMatch TO FindMatchWk.
           PERFORM FindFixturePara.
           MOVE CrPlayer TO MsPlayerId.
           MOVE CrCode TO MsCode.
           MOVE CrValue TO MsValue.
           MOVE CrMatch TO MsMatchId.
           IF FixHit NOT = 0
               MOVE FtDate (FixHit) TO MsMatchDate
           ELSE
               MOVE 0 TO MsMatchDate.
           MOVE RunDate8 TO MsRunDate.
           WRITE MilestoneRec.
           ADD 1 TO CreditCount.
           IF RgCount < 3000
               ADD 1 TO RgCount
               MOVE CrPlayer TO RgPlayerId (RgCount)
               MOVE CrCode TO RgCode (RgCount)
               MOVE CrValue TO RgValue (RgCount)
               MOVE CrMatch TO RgMatchId (RgCount).
           MOVE CrPlayer TO PlayerOut FindIdWk.
           PERFORM FindPlayerPara.
           MOVE SPACES TO NameOut.
           IF PtFound = "Y"
               MOVE PtName (PtHit) TO NameOut.
           IF CrCode = "FIFTY "
               MOVE "First Fifty" TO DescOut
           ELSE IF CrCode = "HUNDRD"
               MOVE "Hundred" TO DescOut
           ELSE IF CrCode = "FIVEWK"
               MOVE "Five-Wicket Haul" TO DescOut
           ELSE IF CrCode = "RUNS  "
               MOVE "Career Runs" TO DescOut
           ELSE
               MOVE "Matches Played" TO DescOut.
           MOVE CrValue TO ValueOut.
           MOVE CrMatch TO MatchOut.
           MOVE MsMatchDate TO DateOut.
           WRITE RecOut FROM DetailRec.
       LogRunPara.
           OPEN EXTEND RunLogFile.
           CALL "GetOper" USING OperLinkRec.
           MOVE OperOpId TO RlUserId.
           IF RunLogStatus = "35"
               OPEN OUTPUT RunLogFile.
           MOVE "MILESTON" TO RlProgram.
           MOVE RunDate8 TO RlRunDate.
           MOVE RecsRead TO RlRecRead.
           MOVE CreditCount TO RlRecWrit.
           MOVE 0 TO RlStartTime.
           MOVE 0 TO RlEndTime.
           WRITE RunLogRec.
           CLOSE RunLogFile.
