       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecordsReport.
       AUTHOR. Deepak.
       INSTALLATION. Kirpa Bhawan.
       DATE-WRITTEN. 22-08-2026.
       DATE-COMPILED.
       SECURITY. General.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MatchResultFile ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MatchResultStatus.
           SELECT FixtureFile ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FixtureStatus.
           SELECT TeamRawFile ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TeamRawStatus.
           SELECT Transaction ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TransacStatus.
           SELECT BowlFile ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BowlStatus.
           SELECT CareerFile ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CrPlayerId
           FILE STATUS IS CareerStatus.
           SELECT RptFile ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CompParamFile ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CompParamStatus.
           SELECT RunLogFile ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunLogStatus.

       DATA DIVISION.
       FILE SECTION.
       FD MatchResultFile
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "MatchResult.dat".
           COPY "MATCHRES.CPY".
       FD FixtureFile
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "Fixture.dat".
           COPY "FIXTURE.CPY".
       FD TeamRawFile
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "TeamRaw.dat".
       01 TeamRawRec.
           05 RwTeamCode       PIC X(4).
           05 RwMatchId        PIC 999.
           05 RwRuns           PIC 999.
           05 RwWickets        PIC 99.
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
       FD CareerFile
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CAREER.DAT".
           COPY "CAREER.CPY".
       FD RptFile
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "Records.dat".
       01 RecOut               PIC X(80).
       FD CompParamFile
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CompParam.dat".
           COPY "PARAM.CPY".
       FD RunLogFile
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RunLog.dat".
           COPY "RUNLOG.CPY".

       WORKING-STORAGE SECTION.
       COPY "SIGNON.CPY".
       01 MatchResultStatus    PIC XX VALUE "00".
       01 FixtureStatus        PIC XX VALUE "00".
       01 TeamRawStatus        PIC XX VALUE "00".
       01 TransacStatus        PIC XX VALUE "00".
       01 BowlStatus           PIC XX VALUE "00".
       01 CareerStatus         PIC XX VALUE "00".
       01 CompParamStatus      PIC XX VALUE "00".
       01 RunLogStatus         PIC XX VALUE "00".
       01 MatchResultEOF       PIC A VALUE "N".
       01 FixtureEOF           PIC A VALUE "N".
       01 TeamRawEOF           PIC A VALUE "N".
       01 TransacEOF           PIC A VALUE "N".
       01 BowlEOF              PIC A VALUE "N".
       01 CareerOpen           PIC A VALUE "N".
       01 RunDate8             PIC 9(8).
       01 PageNo               PIC 99 VALUE 1.
       01 LineCtr              PIC 9(4) VALUE 0.
       01 LinesPerPage         PIC 9(4) VALUE 60.
       01 ResultCount          PIC 9(6) VALUE 0.
       01 GrandRuns            PIC 9(8) VALUE 0.
       01 VenuesPrinted        PIC 9(4) VALUE 0.
       01 MatchKeyWk           PIC 999.
       01 VenueWk              PIC X(20).
       01 TeamWk               PIC X(4).
       01 OtherTeamWk          PIC X(4).
       01 PlayerWk             PIC X(4).
       01 CareerRunsWk         PIC 9(6) VALUE 0.
       COPY "CTLTOT.CPY".
       01 FxIx                 PIC 9(3) VALUE 0.
       01 FxHit                PIC 9(3) VALUE 0.
       01 FxCount              PIC 9(3) VALUE 0.
       01 FxTable.
           05 FxEntry OCCURS 400 TIMES.
               10 FxtMatch     PIC 999.
               10 FxtVenue     PIC X(20).
       01 VnIx                 PIC 9(2) VALUE 0.
       01 VnHit                PIC 9(2) VALUE 0.
       01 VnCount              PIC 9(2) VALUE 0.
       01 VnTable.
           05 VnEntry OCCURS 50 TIMES.
               10 VntVenue     PIC X(20).
               10 VntPlayed    PIC 9(3).
               10 VntInnings   PIC 9(4).
               10 VntHiTeam    PIC X(4).
               10 VntHiRuns    PIC 9(4).
               10 VntHiWkts    PIC 99.
               10 VntHiMatch   PIC 999.
               10 VntLoTeam    PIC X(4).
               10 VntLoRuns    PIC 9(4).
               10 VntLoWkts    PIC 99.
               10 VntLoMatch   PIC 999.
               10 VntBatPlayer PIC X(4).
               10 VntBatRuns   PIC 999.
               10 VntBatFlag   PIC A.
               10 VntBatMatch  PIC 999.
               10 VntBwPlayer  PIC X(4).
               10 VntBwWkts    PIC 99.
               10 VntBwRuns    PIC 999.
               10 VntBwMatch   PIC 999.
       01 PrIx                 PIC 9(3) VALUE 0.
       01 PrHit                PIC 9(3) VALUE 0.
       01 PrCount              PIC 9(3) VALUE 0.
       01 PrTable.
           05 PrEntry OCCURS 200 TIMES.
               10 PrTeamA      PIC X(4).
               10 PrTeamB      PIC X(4).
               10 PrPlayed     PIC 9(3).
               10 PrWinA       PIC 9(3).
               10 PrWinB       PIC 9(3).
               10 PrTied       PIC 9(3).
               10 PrNoRes      PIC 9(3).
       01 TvIx                 PIC 9(3) VALUE 0.
       01 TvHit                PIC 9(3) VALUE 0.
       01 TvCount              PIC 9(3) VALUE 0.
       01 TvTable.
           05 TvEntry OCCURS 400 TIMES.
               10 TvTeam       PIC X(4).
               10 TvVenue      PIC X(20).
               10 TvPlayed     PIC 9(3).
               10 TvWon        PIC 9(3).
               10 TvLost       PIC 9(3).
               10 TvTied       PIC 9(3).
       01 TtIx                 PIC 9(3) VALUE 0.
       01 TtHit                PIC 9(3) VALUE 0.
       01 TtCount              PIC 9(3) VALUE 0.
       01 TtTable.
           05 TtEntry OCCURS 800 TIMES.
               10 TtTeam       PIC X(4).
               10 TtMatch      PIC 999.
               10 TtRuns       PIC 9(4).
               10 TtWkts       PIC 99.
       01 PvIx                 PIC 9(4) VALUE 0.
       01 PvHit                PIC 9(4) VALUE 0.
       01 PvCount              PIC 9(4) VALUE 0.
       01 PvBest               PIC 9(4) VALUE 0.
       01 PvTable.
           05 PvEntry OCCURS 1500 TIMES.
               10 PvPlayer     PIC X(4).
               10 PvVenue      PIC X(20).
               10 PvRuns       PIC 9(5).
               10 PvInns       PIC 9(3).
               10 PvWkts       PIC 9(4).
       01 Heading1.
           05 F                PIC X(33) VALUE ALL SPACES.
           05 CompanyNameOut   PIC X(15) VALUE "Country Name".
       01 Heading2.
           05 F                PIC X(20) VALUE ALL SPACES.
           05 F                PIC X(30) VALUE
              "Head-To-Head & Venue Records".
           05 F                PIC X(12) VALUE "Page No.: ".
           05 PageNoOut        PIC ZZ9.
       01 LineRec              PIC X(80) VALUE ALL "*".
       01 BlankRec             PIC X(80) VALUE ALL SPACES.
       01 SecHead.
           05 F                PIC X(5) VALUE ALL SPACES.
           05 SecHeadOut       PIC X(50).
       01 PairHead.
           05 F                PIC X(5) VALUE ALL SPACES.
           05 F                PIC X(8) VALUE "Team A".
           05 F                PIC X(8) VALUE "Team B".
           05 F                PIC X(8) VALUE "Played".
           05 F                PIC X(8) VALUE "A Won".
           05 F                PIC X(8) VALUE "B Won".
           05 F                PIC X(8) VALUE "Tied".
           05 F                PIC X(8) VALUE "No Res".
       01 PairDetailRec.
           05 F                PIC X(5) VALUE ALL SPACES.
           05 PdTeamAOut       PIC X(4).
           05 F                PIC X(4) VALUE ALL SPACES.
           05 PdTeamBOut       PIC X(4).
           05 F                PIC X(4) VALUE ALL SPACES.
           05 PdPlayedOut      PIC ZZ9.
           05 F                PIC X(5) VALUE ALL SPACES.
           05 PdWinAOut        PIC ZZ9.
           05 F                PIC X(5) VALUE ALL SPACES.
           05 PdWinBOut        PIC ZZ9.
           05 F                PIC X(5) VALUE ALL SPACES.
           05 PdTiedOut        PIC ZZ9.
           05 F                PIC X(5) VALUE ALL SPACES.
           05 PdNoResOut       PIC ZZ9.
       01 VenueHead.
           05 F                PIC X(5) VALUE ALL SPACES.
           05 F                PIC X(8) VALUE "Venue : ".
           05 VhVenueOut       PIC X(20).
           05 F                PIC X(5) VALUE ALL SPACES.
           05 F                PIC X(10) VALUE "Results : ".
           05 VhPlayedOut      PIC ZZ9.
       01 TeamVenueHead.
           05 F                PIC X(5) VALUE ALL SPACES.
           05 F                PIC X(8) VALUE "Team".
           05 F                PIC X(8) VALUE "Played".
           05 F                PIC X(8) VALUE "Won".
           05 F                PIC X(8) VALUE "Lost".
           05 F                PIC X(8) VALUE "Tied".
       01 TeamVenueRec.
           05 F                PIC X(5) VALUE ALL SPACES.
           05 TdTeamOut        PIC X(4).
           05 F                PIC X(4) VALUE ALL SPACES.
           05 TdPlayedOut      PIC ZZ9.
           05 F                PIC X(5) VALUE ALL SPACES.
           05 TdWonOut         PIC ZZ9.
           05 F                PIC X(5) VALUE ALL SPACES.
           05 TdLostOut        PIC ZZ9.
           05 F                PIC X(5) VALUE ALL SPACES.
           05 TdTiedOut        PIC ZZ9.
       01 TotalLineRec.
           05 F                PIC X(5) VALUE ALL SPACES.
           05 TlLabelOut       PIC X(16).
           05 TlRunsOut        PIC ZZZ9.
           05 F                PIC X VALUE "/".
           05 TlWktsOut        PIC Z9.
           05 F                PIC X(3) VALUE ALL SPACES.
           05 TlTeamOut        PIC X(4).
           05 F                PIC X(9) VALUE "   Match ".
           05 TlMatchOut       PIC ZZ9.
       01 BestLineRec.
           05 F                PIC X(5) VALUE ALL SPACES.
           05 BlLabelOut       PIC X(16).
           05 BlPlayerOut      PIC X(4).
           05 F                PIC X(3) VALUE ALL SPACES.
           05 BlFigOut         PIC X(12).
           05 F                PIC X(3) VALUE ALL SPACES.
           05 BlMatchTxt       PIC X(9).
           05 F                PIC X(3) VALUE ALL SPACES.
           05 BlCareerTxt      PIC X(18).
       01 MatchTxtWk.
           05 F                PIC X(6) VALUE "Match ".
           05 MtMatchOut       PIC ZZ9.
       01 CareerTxtWk.
           05 F                PIC X(12) VALUE "Career Runs ".
           05 CtCareerOut      PIC Z(5)9.
       01 BatFigWk.
           05 BfRunsOut        PIC ZZ9.
           05 BfFlagOut        PIC X.
       01 BowlFigWk.
           05 BwfWktsOut       PIC Z9.
           05 F                PIC X VALUE "/".
           05 BwfRunsOut       PIC ZZ9.
       01 AggFigWk.
           05 AfRunsOut        PIC Z(4)9.
           05 F                PIC X(4) VALUE " in ".
           05 AfInnsOut        PIC ZZ9.
       01 WktFigWk.
           05 WfWktsOut        PIC Z(3)9.
           05 F                PIC X(8) VALUE " wickets".
       01 NoteLine.
           05 F                PIC X(5) VALUE ALL SPACES.
           05 F                PIC X(60) VALUE
              "* = not out.  Career Runs from CAREER.DAT, all seasons".

       PROCEDURE DIVISION.
      * Head-to-head runs over every result on MatchResult.dat; a
      * match is placed at a ground through its Fixture.dat row, and
      * results, team totals and innings with no fixture row are
      * left out of the venue sections.
       ControlPara.
           ACCEPT RunDate8 FROM DATE YYYYMMDD.
           PERFORM ReadCompParamPara.
           PERFORM LoadFixturesPara.
           PERFORM LoadResultsPara.
           PERFORM LoadTeamRawPara.
           MOVE 0 TO TtIx.
           PERFORM ApplyTotalPara UNTIL TtIx NOT < TtCount.
           PERFORM LoadBatPara.
           PERFORM LoadBowlPara.
           OPEN INPUT CareerFile.
           IF CareerStatus = "00"
               MOVE "Y" TO CareerOpen.
           OPEN OUTPUT RptFile.
           MOVE PageNo TO PageNoOut.
           WRITE RecOut FROM Heading1.
           WRITE RecOut FROM Heading2.
           MOVE 2 TO LineCtr.
           PERFORM PairSectionPara.
           MOVE 0 TO VnIx.
           PERFORM VenueSectionPara UNTIL VnIx NOT < VnCount.
           MOVE NoteLine TO RecOut.
           PERFORM WriteLinePara.
           MOVE LineRec TO RecOut.
           PERFORM WriteLinePara.
           MOVE ResultCount TO CtRecsOut.
           MOVE GrandRuns TO CtKeyTotOut.
           MOVE RunDate8 TO CtRunDateOut.
           WRITE RecOut FROM CtlTotRec.
           CLOSE RptFile.
           IF CareerOpen = "Y"
               CLOSE CareerFile.
           DISPLAY (5, 10) "Results Read   :- " ResultCount.
           DISPLAY (6, 10) "Venues Printed :- " VenuesPrinted.
           MOVE 0 TO RlReturnCode.
           PERFORM LogRunPara.
           MOVE RlReturnCode TO RETURN-CODE.
           GOBACK.
       ReadCompParamPara.
           OPEN INPUT CompParamFile.
           IF CompParamStatus = "00"
               READ CompParamFile
               MOVE CpCompanyName TO CompanyNameOut
               CLOSE CompParamFile.
       WriteLinePara.
           IF LineCtr NOT < LinesPerPage
               PERFORM NewHeadingPara.
           WRITE RecOut.
           ADD 1 TO LineCtr.
       NewHeadingPara.
           COMPUTE PageNo = PageNo + 1.
           MOVE PageNo TO PageNoOut.
           WRITE RecOut FROM Heading1.
           WRITE RecOut FROM Heading2.
           MOVE 2 TO LineCtr.
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
               MOVE FxVenue TO FxtVenue (FxCount)
               MOVE FxVenue TO VenueWk
               PERFORM AddVenuePara.
           PERFORM ReadFixturePara.
       AddVenuePara.
           PERFORM FindVenueTabPara.
           IF VnHit = 0 AND VnCount < 50
               ADD 1 TO VnCount
               MOVE VnCount TO VnHit
               MOVE VenueWk TO VntVenue (VnHit)
               MOVE 0 TO VntPlayed (VnHit) VntInnings (VnHit)
               MOVE SPACES TO VntBatPlayer (VnHit)
               MOVE SPACES TO VntBwPlayer (VnHit)
               MOVE 0 TO VntBatRuns (VnHit) VntBwWkts (VnHit)
               MOVE 0 TO VntBwRuns (VnHit).
       FindVenueTabPara.
           MOVE 0 TO VnHit.
           MOVE 0 TO VnIx.
           PERFORM ScanVenueTabPara UNTIL VnIx NOT < VnCount
                                    OR VnHit NOT = 0.
       ScanVenueTabPara.
           ADD 1 TO VnIx.
           IF VntVenue (VnIx) = VenueWk
               MOVE VnIx TO VnHit.
      * Sets VenueWk and VnHit for MatchKeyWk; VnHit stays 0 when the
      * match has no fixture row.
       MatchVenuePara.
           MOVE SPACES TO VenueWk.
           MOVE 0 TO VnHit.
           MOVE 0 TO FxHit.
           MOVE 0 TO FxIx.
           PERFORM ScanFixtureTabPara UNTIL FxIx NOT < FxCount
                                      OR FxHit NOT = 0.
           IF FxHit NOT = 0
               MOVE FxtVenue (FxHit) TO VenueWk
               PERFORM FindVenueTabPara.
       ScanFixtureTabPara.
           ADD 1 TO FxIx.
           IF FxtMatch (FxIx) = MatchKeyWk
               MOVE FxIx TO FxHit.
       LoadResultsPara.
           OPEN INPUT MatchResultFile.
           IF MatchResultStatus = "00"
               PERFORM ReadResultPara
               PERFORM LoadOneResultPara UNTIL MatchResultEOF = "Y"
               CLOSE MatchResultFile.
       ReadResultPara.
           READ MatchResultFile AT END MOVE "Y" TO MatchResultEOF.
       LoadOneResultPara.
           ADD 1 TO ResultCount.
           PERFORM PairUpdatePara.
           MOVE MrMatchId TO MatchKeyWk.
           PERFORM MatchVenuePara.
           IF VnHit NOT = 0
               ADD 1 TO VntPlayed (VnHit)
               MOVE MrTeam1 TO TeamWk
               MOVE MrTeam2 TO OtherTeamWk
               PERFORM TeamVenueUpdatePara
               MOVE MrTeam2 TO TeamWk
               MOVE MrTeam1 TO OtherTeamWk
               PERFORM TeamVenueUpdatePara.
           PERFORM ReadResultPara.
      * A pair is held once, the lower team code first, whichever
      * side was named first on the result.
       PairUpdatePara.
           IF MrTeam1 < MrTeam2
               MOVE MrTeam1 TO TeamWk
               MOVE MrTeam2 TO OtherTeamWk
           ELSE
               MOVE MrTeam2 TO TeamWk
               MOVE MrTeam1 TO OtherTeamWk.
           MOVE 0 TO PrHit.
           MOVE 0 TO PrIx.
           PERFORM ScanPairTabPara UNTIL PrIx NOT < PrCount
                                   OR PrHit NOT = 0.
           IF PrHit = 0 AND PrCount < 200
               ADD 1 TO PrCount
               MOVE PrCount TO PrHit
               MOVE TeamWk TO PrTeamA (PrHit)
               MOVE OtherTeamWk TO PrTeamB (PrHit)
               MOVE 0 TO PrPlayed (PrHit) PrWinA (PrHit)
               MOVE 0 TO PrWinB (PrHit) PrTied (PrHit)
               MOVE 0 TO PrNoRes (PrHit).
           IF PrHit NOT = 0
               ADD 1 TO PrPlayed (PrHit)
               IF MrWinner = TeamWk
                   ADD 1 TO PrWinA (PrHit)
               ELSE IF MrWinner = OtherTeamWk
                   ADD 1 TO PrWinB (PrHit)
               ELSE IF MrWinner = "TIE "
                   ADD 1 TO PrTied (PrHit)
               ELSE
                   ADD 1 TO PrNoRes (PrHit).
       ScanPairTabPara.
           ADD 1 TO PrIx.
           IF PrTeamA (PrIx) = TeamWk AND PrTeamB (PrIx) = OtherTeamWk
               MOVE PrIx TO PrHit.
       TeamVenueUpdatePara.
           MOVE 0 TO TvHit.
           MOVE 0 TO TvIx.
           PERFORM ScanTeamVenuePara UNTIL TvIx NOT < TvCount
                                     OR TvHit NOT = 0.
           IF TvHit = 0 AND TvCount < 400
               ADD 1 TO TvCount
               MOVE TvCount TO TvHit
               MOVE TeamWk TO TvTeam (TvHit)
               MOVE VenueWk TO TvVenue (TvHit)
               MOVE 0 TO TvPlayed (TvHit) TvWon (TvHit)
               MOVE 0 TO TvLost (TvHit) TvTied (TvHit).
           IF TvHit NOT = 0
               ADD 1 TO TvPlayed (TvHit)
               IF MrWinner = TeamWk
                   ADD 1 TO TvWon (TvHit)
               ELSE IF MrWinner = OtherTeamWk
                   ADD 1 TO TvLost (TvHit)
               ELSE IF MrWinner = "TIE "
                   ADD 1 TO TvTied (TvHit).
       ScanTeamVenuePara.
           ADD 1 TO TvIx.
           IF TvTeam (TvIx) = TeamWk AND TvVenue (TvIx) = VenueWk
               MOVE TvIx TO TvHit.
       LoadTeamRawPara.
           OPEN INPUT TeamRawFile.
           IF TeamRawStatus = "00"
               PERFORM ReadTeamRawPara
               PERFORM LoadOneTeamRawPara UNTIL TeamRawEOF = "Y"
               CLOSE TeamRawFile.
       ReadTeamRawPara.
           READ TeamRawFile AT END MOVE "Y" TO TeamRawEOF.
       LoadOneTeamRawPara.
           MOVE 0 TO TtHit.
           MOVE 0 TO TtIx.
           PERFORM ScanTotalTabPara UNTIL TtIx NOT < TtCount
                                    OR TtHit NOT = 0.
           IF TtHit = 0 AND TtCount < 800
               ADD 1 TO TtCount
               MOVE TtCount TO TtHit
               MOVE RwTeamCode TO TtTeam (TtHit)
               MOVE RwMatchId TO TtMatch (TtHit)
               MOVE 0 TO TtRuns (TtHit) TtWkts (TtHit).
           IF TtHit NOT = 0
               ADD RwRuns TO TtRuns (TtHit)
               ADD RwWickets TO TtWkts (TtHit).
           ADD RwRuns TO GrandRuns.
           PERFORM ReadTeamRawPara.
       ScanTotalTabPara.
           ADD 1 TO TtIx.
           IF TtTeam (TtIx) = RwTeamCode AND TtMatch (TtIx) = RwMatchId
               MOVE TtIx TO TtHit.
       ApplyTotalPara.
           ADD 1 TO TtIx.
           MOVE TtMatch (TtIx) TO MatchKeyWk.
           PERFORM MatchVenuePara.
           IF VnHit NOT = 0
               PERFORM VenueTotalPara.
       VenueTotalPara.
           IF VntInnings (VnHit) = 0
              OR TtRuns (TtIx) > VntHiRuns (VnHit)
               MOVE TtTeam (TtIx) TO VntHiTeam (VnHit)
               MOVE TtRuns (TtIx) TO VntHiRuns (VnHit)
               MOVE TtWkts (TtIx) TO VntHiWkts (VnHit)
               MOVE TtMatch (TtIx) TO VntHiMatch (VnHit).
           IF VntInnings (VnHit) = 0
              OR TtRuns (TtIx) < VntLoRuns (VnHit)
               MOVE TtTeam (TtIx) TO VntLoTeam (VnHit)
               MOVE TtRuns (TtIx) TO VntLoRuns (VnHit)
               MOVE TtWkts (TtIx) TO VntLoWkts (VnHit)
               MOVE TtMatch (TtIx) TO VntLoMatch (VnHit).
           ADD 1 TO VntInnings (VnHit).
       LoadBatPara.
           OPEN INPUT Transaction.
           IF TransacStatus = "00"
               PERFORM ReadTransacPara
               PERFORM LoadOneBatPara UNTIL TransacEOF = "Y"
               CLOSE Transaction.
       ReadTransacPara.
           READ Transaction AT END MOVE "Y" TO TransacEOF.
      * A higher score takes the record; an equal score not out
      * displaces one that was out.
       LoadOneBatPara.
           MOVE TMatchId TO MatchKeyWk.
           PERFORM MatchVenuePara.
           IF VnHit NOT = 0
               IF VntBatPlayer (VnHit) = SPACES
                  OR RunsScored > VntBatRuns (VnHit)
                  OR (RunsScored = VntBatRuns (VnHit)
                      AND DismissFlag = "N"
                      AND VntBatFlag (VnHit) NOT = "N")
                   MOVE TPlayerId TO VntBatPlayer (VnHit)
                   MOVE RunsScored TO VntBatRuns (VnHit)
                   MOVE DismissFlag TO VntBatFlag (VnHit)
                   MOVE TMatchId TO VntBatMatch (VnHit)
               END-IF
               MOVE TPlayerId TO PlayerWk
               PERFORM PlayerVenuePara
               IF PvHit NOT = 0
                   ADD RunsScored TO PvRuns (PvHit)
                   ADD 1 TO PvInns (PvHit).
           PERFORM ReadTransacPara.
       LoadBowlPara.
           OPEN INPUT BowlFile.
           IF BowlStatus = "00"
               PERFORM ReadBowlPara
               PERFORM LoadOneBowlPara UNTIL BowlEOF = "Y"
               CLOSE BowlFile.
       ReadBowlPara.
           READ BowlFile AT END MOVE "Y" TO BowlEOF.
      * Best figures are most wickets, then fewest runs conceded.
       LoadOneBowlPara.
           MOVE BMatchId TO MatchKeyWk.
           PERFORM MatchVenuePara.
           IF VnHit NOT = 0
               IF VntBwPlayer (VnHit) = SPACES
                  OR WicketsBowl > VntBwWkts (VnHit)
                  OR (WicketsBowl = VntBwWkts (VnHit)
                      AND RunsConceded < VntBwRuns (VnHit))
                   MOVE BPlayerId TO VntBwPlayer (VnHit)
                   MOVE WicketsBowl TO VntBwWkts (VnHit)
                   MOVE RunsConceded TO VntBwRuns (VnHit)
                   MOVE BMatchId TO VntBwMatch (VnHit)
               END-IF
               MOVE BPlayerId TO PlayerWk
               PERFORM PlayerVenuePara
               IF PvHit NOT = 0
                   ADD WicketsBowl TO PvWkts (PvHit).
           PERFORM ReadBowlPara.
       PlayerVenuePara.
           MOVE 0 TO PvHit.
           MOVE 0 TO PvIx.
           PERFORM ScanPlayerVenuePara UNTIL PvIx NOT < PvCount
                                       OR PvHit NOT = 0.
           IF PvHit = 0 AND PvCount < 1500
               ADD 1 TO PvCount
               MOVE PvCount TO PvHit
               MOVE PlayerWk TO PvPlayer (PvHit)
               MOVE VenueWk TO PvVenue (PvHit)
               MOVE 0 TO PvRuns (PvHit) PvInns (PvHit)
               MOVE 0 TO PvWkts (PvHit).
       ScanPlayerVenuePara.
           ADD 1 TO PvIx.
           IF PvPlayer (PvIx) = PlayerWk AND PvVenue (PvIx) = VenueWk
               MOVE PvIx TO PvHit.
       PairSectionPara.
           MOVE "HEAD-TO-HEAD - ALL RESULTS" TO SecHeadOut.
           MOVE SecHead TO RecOut.
           PERFORM WriteLinePara.
           MOVE PairHead TO RecOut.
           PERFORM WriteLinePara.
           MOVE 0 TO PrIx.
           PERFORM PairLinePara UNTIL PrIx NOT < PrCount.
           MOVE BlankRec TO RecOut.
           PERFORM WriteLinePara.
       PairLinePara.
           ADD 1 TO PrIx.
           MOVE PrTeamA (PrIx) TO PdTeamAOut.
           MOVE PrTeamB (PrIx) TO PdTeamBOut.
           MOVE PrPlayed (PrIx) TO PdPlayedOut.
           MOVE PrWinA (PrIx) TO PdWinAOut.
           MOVE PrWinB (PrIx) TO PdWinBOut.
           MOVE PrTied (PrIx) TO PdTiedOut.
           MOVE PrNoRes (PrIx) TO PdNoResOut.
           MOVE PairDetailRec TO RecOut.
           PERFORM WriteLinePara.
       VenueSectionPara.
           ADD 1 TO VnIx.
           IF VntPlayed (VnIx) > 0 OR VntInnings (VnIx) > 0
              OR VntBatPlayer (VnIx) NOT = SPACES
              OR VntBwPlayer (VnIx) NOT = SPACES
               PERFORM VenuePrintPara.
       VenuePrintPara.
           ADD 1 TO VenuesPrinted.
           MOVE VntVenue (VnIx) TO VenueWk.
           MOVE VenueWk TO VhVenueOut.
           MOVE VntPlayed (VnIx) TO VhPlayedOut.
           MOVE VenueHead TO RecOut.
           PERFORM WriteLinePara.
           IF VntPlayed (VnIx) > 0
               MOVE TeamVenueHead TO RecOut
               PERFORM WriteLinePara
               MOVE 0 TO TvIx
               PERFORM TeamVenueLinePara UNTIL TvIx NOT < TvCount.
           IF VntInnings (VnIx) > 0
               PERFORM TotalLinesPara.
           IF VntBatPlayer (VnIx) NOT = SPACES
               PERFORM BestBatLinePara.
           IF VntBwPlayer (VnIx) NOT = SPACES
               PERFORM BestBowlLinePara.
           PERFORM MostRunsLinePara.
           PERFORM MostWktsLinePara.
           MOVE BlankRec TO RecOut.
           PERFORM WriteLinePara.
       TeamVenueLinePara.
           ADD 1 TO TvIx.
           IF TvVenue (TvIx) = VenueWk
               MOVE TvTeam (TvIx) TO TdTeamOut
               MOVE TvPlayed (TvIx) TO TdPlayedOut
               MOVE TvWon (TvIx) TO TdWonOut
               MOVE TvLost (TvIx) TO TdLostOut
               MOVE TvTied (TvIx) TO TdTiedOut
               MOVE TeamVenueRec TO RecOut
               PERFORM WriteLinePara.
       TotalLinesPara.
           MOVE "Highest Total : " TO TlLabelOut.
           MOVE VntHiRuns (VnIx) TO TlRunsOut.
           MOVE VntHiWkts (VnIx) TO TlWktsOut.
           MOVE VntHiTeam (VnIx) TO TlTeamOut.
           MOVE VntHiMatch (VnIx) TO TlMatchOut.
           MOVE TotalLineRec TO RecOut.
           PERFORM WriteLinePara.
           MOVE "Lowest Total  : " TO TlLabelOut.
           MOVE VntLoRuns (VnIx) TO TlRunsOut.
           MOVE VntLoWkts (VnIx) TO TlWktsOut.
           MOVE VntLoTeam (VnIx) TO TlTeamOut.
           MOVE VntLoMatch (VnIx) TO TlMatchOut.
           MOVE TotalLineRec TO RecOut.
           PERFORM WriteLinePara.
       BestBatLinePara.
           MOVE "Best Batting  : " TO BlLabelOut.
           MOVE VntBatPlayer (VnIx) TO BlPlayerOut.
           MOVE VntBatRuns (VnIx) TO BfRunsOut.
           IF VntBatFlag (VnIx) = "N"
               MOVE "*" TO BfFlagOut
           ELSE
               MOVE SPACE TO BfFlagOut.
           MOVE BatFigWk TO BlFigOut.
           MOVE VntBatMatch (VnIx) TO MtMatchOut.
           MOVE MatchTxtWk TO BlMatchTxt.
           MOVE VntBatPlayer (VnIx) TO PlayerWk.
           PERFORM CareerTextPara.
           MOVE BestLineRec TO RecOut.
           PERFORM WriteLinePara.
       BestBowlLinePara.
           MOVE "Best Bowling  : " TO BlLabelOut.
           MOVE VntBwPlayer (VnIx) TO BlPlayerOut.
           MOVE VntBwWkts (VnIx) TO BwfWktsOut.
           MOVE VntBwRuns (VnIx) TO BwfRunsOut.
           MOVE BowlFigWk TO BlFigOut.
           MOVE VntBwMatch (VnIx) TO MtMatchOut.
           MOVE MatchTxtWk TO BlMatchTxt.
           MOVE SPACES TO BlCareerTxt.
           MOVE BestLineRec TO RecOut.
           PERFORM WriteLinePara.
       MostRunsLinePara.
           MOVE 0 TO PvHit PvBest.
           MOVE 0 TO PvIx.
           PERFORM PickRunsPara UNTIL PvIx NOT < PvCount.
           IF PvHit NOT = 0
               MOVE "Most Runs     : " TO BlLabelOut
               MOVE PvPlayer (PvHit) TO BlPlayerOut
               MOVE PvRuns (PvHit) TO AfRunsOut
               MOVE PvInns (PvHit) TO AfInnsOut
               MOVE AggFigWk TO BlFigOut
               MOVE SPACES TO BlMatchTxt
               MOVE PvPlayer (PvHit) TO PlayerWk
               PERFORM CareerTextPara
               MOVE BestLineRec TO RecOut
               PERFORM WriteLinePara.
       PickRunsPara.
           ADD 1 TO PvIx.
           IF PvVenue (PvIx) = VenueWk AND PvRuns (PvIx) > PvBest
               MOVE PvIx TO PvHit
               MOVE PvRuns (PvIx) TO PvBest.
       MostWktsLinePara.
           MOVE 0 TO PvHit PvBest.
           MOVE 0 TO PvIx.
           PERFORM PickWktsPara UNTIL PvIx NOT < PvCount.
           IF PvHit NOT = 0
               MOVE "Most Wickets  : " TO BlLabelOut
               MOVE PvPlayer (PvHit) TO BlPlayerOut
               MOVE PvWkts (PvHit) TO WfWktsOut
               MOVE WktFigWk TO BlFigOut
               MOVE SPACES TO BlMatchTxt
               MOVE SPACES TO BlCareerTxt
               MOVE BestLineRec TO RecOut
               PERFORM WriteLinePara.
       PickWktsPara.
           ADD 1 TO PvIx.
           IF PvVenue (PvIx) = VenueWk AND PvWkts (PvIx) > PvBest
               MOVE PvIx TO PvHit
               MOVE PvWkts (PvIx) TO PvBest.
       CareerTextPara.
           MOVE SPACES TO BlCareerTxt.
           IF CareerOpen = "Y"
               MOVE PlayerWk TO CrPlayerId
               READ CareerFile
                   INVALID KEY MOVE 0 TO CareerRunsWk
                   NOT INVALID KEY MOVE CrTotalRuns TO CareerRunsWk
               END-READ
               IF CareerRunsWk > 0
                   MOVE CareerRunsWk TO CtCareerOut
                   MOVE CareerTxtWk TO BlCareerTxt.
       LogRunPara.
           OPEN EXTEND RunLogFile.
           CALL "GetOper" USING OperLinkRec.
           MOVE OperOpId TO RlUserId.
           IF RunLogStatus = "35"
               OPEN OUTPUT RunLogFile.
           MOVE "RECBOOK" TO RlProgram.
           MOVE RunDate8 TO RlRunDate.
           MOVE ResultCount TO RlRecRead.
           MOVE VenuesPrinted TO RlRecWrit.
           MOVE 0 TO RlStartTime.
           MOVE 0 TO RlEndTime.
           WRITE RunLogRec.
           CLOSE RunLogFile.
