       IDENTIFICATION DIVISION.
       PROGRAM-ID. PartnershipReport.
       AUTHOR. Deepak.
       INSTALLATION. Kirpa Bhawan.
       DATE-WRITTEN. 22-08-2026.
       DATE-COMPILED.
       SECURITY. General.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PartnerFile ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PartnerStatus.
           SELECT TeamRawFile ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TeamRawStatus.
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
       FD PartnerFile
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "Partner.dat".
           COPY "PARTNER.CPY".
       FD TeamRawFile
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "TeamRaw.dat".
       01 TeamRawRec.
           05 RwTeamCode       PIC X(4).
           05 RwMatchId        PIC 999.
           05 RwRuns           PIC 999.
           05 RwWickets        PIC 99.
       FD RptFile
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PartRep.dat".
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
       01 PartnerStatus        PIC XX VALUE "00".
       01 TeamRawStatus        PIC XX VALUE "00".
       01 CompParamStatus      PIC XX VALUE "00".
       01 RunLogStatus         PIC XX VALUE "00".
       01 PartnerEOF           PIC A VALUE "N".
       01 TeamRawEOF           PIC A VALUE "N".
       01 TopN                 PIC 99 VALUE 10.
       01 RunDate8             PIC 9(8).
       01 PageNo               PIC 99 VALUE 1.
       01 LineCtr              PIC 9(4) VALUE 0.
       01 LinesPerPage         PIC 9(4) VALUE 60.
       01 StandCount           PIC 9(6) VALUE 0.
       01 StandRuns            PIC 9(8) VALUE 0.
       01 FootErrors           PIC 9(4) VALUE 0.
       COPY "CTLTOT.CPY".
       01 TeamWk               PIC X(4).
       01 MatchWk              PIC 999.
       01 Bat1Wk               PIC X(4).
       01 Bat2Wk               PIC X(4).
       01 WkNo                 PIC 99 VALUE 0.
       01 TmIx                 PIC 9(3) VALUE 0.
       01 TmHit                PIC 9(3) VALUE 0.
       01 TmCount              PIC 9(3) VALUE 0.
       01 TmTable.
           05 TmEntry OCCURS 300 TIMES.
               10 TmTeam       PIC X(4).
               10 TmMatch      PIC 999.
               10 TmRawRuns    PIC 9(5).
               10 TmPtRuns     PIC 9(5).
               10 TmInRaw      PIC A.
               10 TmInPt       PIC A.
       01 WbTable.
           05 WbEntry OCCURS 10 TIMES.
               10 WbRuns       PIC 999.
               10 WbBat1       PIC X(4).
               10 WbBat2       PIC X(4).
               10 WbTeam       PIC X(4).
               10 WbMatch      PIC 999.
               10 WbFlag       PIC A.
       01 TwIx                 PIC 9(2) VALUE 0.
       01 TwHit                PIC 9(2) VALUE 0.
       01 TwCount              PIC 9(2) VALUE 0.
       01 TwTable.
           05 TwEntry OCCURS 20 TIMES.
               10 TwTeam       PIC X(4).
               10 TwWicket OCCURS 10 TIMES.
                   15 TwRuns   PIC 999.
                   15 TwBat1   PIC X(4).
                   15 TwBat2   PIC X(4).
                   15 TwMatch  PIC 999.
                   15 TwFlag   PIC A.
       01 PrIx                 PIC 9(3) VALUE 0.
       01 PrHit                PIC 9(3) VALUE 0.
       01 PrCount              PIC 9(3) VALUE 0.
       01 PrTable.
           05 PrEntry OCCURS 300 TIMES.
               10 PrTeam       PIC X(4).
               10 PrBat1       PIC X(4).
               10 PrBat2       PIC X(4).
               10 PrStands     PIC 9(3).
               10 PrRuns       PIC 9(5).
               10 PrBest       PIC 999.
               10 PrBestFlag   PIC A.
               10 PrUsed       PIC A.
       01 PairTeamWk           PIC X(4).
       01 RankCtr              PIC 99 VALUE 0.
       01 PickIx               PIC 9(3) VALUE 0.
       01 Heading1.
           05 F                PIC X(33) VALUE ALL SPACES.
           05 CompanyNameOut   PIC X(15) VALUE "Country Name".
       01 Heading2.
           05 F                PIC X(22) VALUE ALL SPACES.
           05 F                PIC X(28) VALUE
              "Partnerships & Fall Of Wkt".
           05 F                PIC X(12) VALUE "Page No.: ".
           05 PageNoOut        PIC ZZ9.
       01 LineRec              PIC X(80) VALUE ALL "*".
       01 BlankRec             PIC X(80) VALUE ALL SPACES.
       01 SecHead.
           05 F                PIC X(5) VALUE ALL SPACES.
           05 SecHeadOut       PIC X(50).
       01 WkRecHead.
           05 F                PIC X(8) VALUE "   Wkt".
           05 F                PIC X(10) VALUE "Runs".
           05 F                PIC X(14) VALUE "Batters".
           05 F                PIC X(8) VALUE "Team".
           05 F                PIC X(8) VALUE "Match".
       01 WkDetailRec.
           05 F                PIC X(4) VALUE ALL SPACES.
           05 WdWktOut         PIC Z9.
           05 F                PIC X(2) VALUE ALL SPACES.
           05 WdRunsOut        PIC ZZ9.
           05 WdFlagOut        PIC X.
           05 F                PIC X(6) VALUE ALL SPACES.
           05 WdBat1Out        PIC X(4).
           05 F                PIC X(3) VALUE " & ".
           05 WdBat2Out        PIC X(4).
           05 F                PIC X(3) VALUE ALL SPACES.
           05 WdTeamOut        PIC X(4).
           05 F                PIC X(4) VALUE ALL SPACES.
           05 WdMatchOut       PIC ZZ9.
       01 PrRecHead.
           05 F                PIC X(8) VALUE "  Rank".
           05 F                PIC X(14) VALUE "Batters".
           05 F                PIC X(8) VALUE "Team".
           05 F                PIC X(9) VALUE "Stands".
           05 F                PIC X(9) VALUE "Runs".
           05 F                PIC X(8) VALUE "Best".
       01 PrDetailRec.
           05 F                PIC X(4) VALUE ALL SPACES.
           05 PdRankOut        PIC Z9.
           05 F                PIC X(2) VALUE ALL SPACES.
           05 PdBat1Out        PIC X(4).
           05 F                PIC X(3) VALUE " & ".
           05 PdBat2Out        PIC X(4).
           05 F                PIC X(3) VALUE ALL SPACES.
           05 PdTeamOut        PIC X(4).
           05 F                PIC X(5) VALUE ALL SPACES.
           05 PdStandsOut      PIC ZZ9.
           05 F                PIC X(4) VALUE ALL SPACES.
           05 PdRunsOut        PIC Z(4)9.
           05 F                PIC X(4) VALUE ALL SPACES.
           05 PdBestOut        PIC ZZ9.
           05 PdFlagOut        PIC X.
       01 TeamSecHead.
           05 F                PIC X(5) VALUE ALL SPACES.
           05 F                PIC X(7) VALUE "TEAM : ".
           05 TsTeamOut        PIC X(4).
       01 FootRecHead.
           05 F                PIC X(8) VALUE "    Team".
           05 F                PIC X(9) VALUE "   Match".
           05 F                PIC X(12) VALUE "  TeamRaw".
           05 F                PIC X(12) VALUE "  Partners".
           05 F                PIC X(16) VALUE "  Note".
       01 FootDetailRec.
           05 F                PIC X(4) VALUE ALL SPACES.
           05 FtTeamOut        PIC X(4).
           05 F                PIC X(5) VALUE ALL SPACES.
           05 FtMatchOut       PIC ZZ9.
           05 F                PIC X(5) VALUE ALL SPACES.
           05 FtRawOut         PIC Z(4)9.
           05 F                PIC X(7) VALUE ALL SPACES.
           05 FtPtOut          PIC Z(4)9.
           05 F                PIC X(2) VALUE ALL SPACES.
           05 FtNoteOut        PIC X(16).
       01 NoteLine.
           05 F                PIC X(5) VALUE ALL SPACES.
           05 F                PIC X(40) VALUE
              "* = partnership unbroken at the close".

       PROCEDURE DIVISION.
       ControlPara.
           ACCEPT RunDate8 FROM DATE YYYYMMDD.
           PERFORM ReadCompParamPara.
           DISPLAY (3, 10) "Top How Many Pairs (Default 10) :- ".
           ACCEPT TopN.
           IF TopN = 0
               MOVE 10 TO TopN.
           MOVE SPACES TO WbTable.
           PERFORM LoadTeamRawPara.
           PERFORM LoadPartnerPara.
           OPEN OUTPUT RptFile.
           MOVE PageNo TO PageNoOut.
           WRITE RecOut FROM Heading1.
           WRITE RecOut FROM Heading2.
           MOVE 2 TO LineCtr.
           PERFORM TourWicketPara.
           MOVE SPACES TO PairTeamWk.
           MOVE "TOP PAIRS - TOURNAMENT" TO SecHeadOut.
           PERFORM PairSectionPara.
           MOVE 0 TO TwIx.
           PERFORM TeamSectionPara UNTIL TwIx NOT < TwCount.
           PERFORM FootSectionPara.
           MOVE NoteLine TO RecOut.
           PERFORM WriteLinePara.
           MOVE LineRec TO RecOut.
           PERFORM WriteLinePara.
           MOVE StandCount TO CtRecsOut.
           MOVE StandRuns TO CtKeyTotOut.
           MOVE RunDate8 TO CtRunDateOut.
           WRITE RecOut FROM CtlTotRec.
           CLOSE RptFile.
           DISPLAY (5, 10) "Partnerships Read :- " StandCount.
           DISPLAY (6, 10) "Cross-Foot Errors :- " FootErrors.
           IF FootErrors > 0
               MOVE 4 TO RlReturnCode
           ELSE
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
      * TeamRaw.dat holds one row per batting line, written by the
      * stats run; the side's total for a match is the sum.
       LoadTeamRawPara.
           OPEN INPUT TeamRawFile.
           IF TeamRawStatus = "00"
               PERFORM ReadTeamRawPara
               PERFORM LoadOneRawPara UNTIL TeamRawEOF = "Y"
               CLOSE TeamRawFile.
       ReadTeamRawPara.
           READ TeamRawFile AT END MOVE "Y" TO TeamRawEOF.
       LoadOneRawPara.
           MOVE RwTeamCode TO TeamWk.
           MOVE RwMatchId TO MatchWk.
           PERFORM FindTmPara.
           IF TmHit NOT = 0
               ADD RwRuns TO TmRawRuns (TmHit)
               MOVE "Y" TO TmInRaw (TmHit).
           PERFORM ReadTeamRawPara.
       FindTmPara.
           MOVE 0 TO TmHit.
           MOVE 0 TO TmIx.
           PERFORM ScanTmPara UNTIL TmIx NOT < TmCount
                              OR TmHit NOT = 0.
           IF TmHit = 0 AND TmCount < 300
               ADD 1 TO TmCount
               MOVE TmCount TO TmHit
               MOVE TeamWk TO TmTeam (TmHit)
               MOVE MatchWk TO TmMatch (TmHit)
               MOVE 0 TO TmRawRuns (TmHit)
               MOVE 0 TO TmPtRuns (TmHit)
               MOVE "N" TO TmInRaw (TmHit)
               MOVE "N" TO TmInPt (TmHit).
       ScanTmPara.
           ADD 1 TO TmIx.
           IF TmTeam (TmIx) = TeamWk AND TmMatch (TmIx) = MatchWk
               MOVE TmIx TO TmHit.
       LoadPartnerPara.
           OPEN INPUT PartnerFile.
           IF PartnerStatus = "00"
               PERFORM ReadPartnerPara
               PERFORM LoadOneStandPara UNTIL PartnerEOF = "Y"
               CLOSE PartnerFile.
       ReadPartnerPara.
           READ PartnerFile AT END MOVE "Y" TO PartnerEOF.
      * A pair is held low id first so that A & B and B & A are
      * the same partnership whichever of them got out.
       LoadOneStandPara.
           ADD 1 TO StandCount.
           ADD PtRuns TO StandRuns.
           MOVE PtTeam TO TeamWk.
           MOVE PtMatchId TO MatchWk.
           PERFORM FindTmPara.
           IF TmHit NOT = 0
               ADD PtRuns TO TmPtRuns (TmHit)
               MOVE "Y" TO TmInPt (TmHit).
           IF PtOutBatter < PtPartner
               MOVE PtOutBatter TO Bat1Wk
               MOVE PtPartner TO Bat2Wk
           ELSE
               MOVE PtPartner TO Bat1Wk
               MOVE PtOutBatter TO Bat2Wk.
           MOVE PtWicket TO WkNo.
           IF WkNo > 0 AND WkNo NOT > 10
               PERFORM TourBestPara
               PERFORM TeamBestPara.
           PERFORM PairTallyPara.
           PERFORM ReadPartnerPara.
       TourBestPara.
           IF WbTeam (WkNo) = SPACES OR PtRuns > WbRuns (WkNo)
               MOVE PtRuns TO WbRuns (WkNo)
               MOVE Bat1Wk TO WbBat1 (WkNo)
               MOVE Bat2Wk TO WbBat2 (WkNo)
               MOVE PtTeam TO WbTeam (WkNo)
               MOVE PtMatchId TO WbMatch (WkNo)
               MOVE PtEndFlag TO WbFlag (WkNo).
       TeamBestPara.
           MOVE 0 TO TwHit.
           MOVE 0 TO TwIx.
           PERFORM ScanTwPara UNTIL TwIx NOT < TwCount
                              OR TwHit NOT = 0.
           IF TwHit = 0 AND TwCount < 20
               ADD 1 TO TwCount
               MOVE TwCount TO TwHit
               MOVE SPACES TO TwEntry (TwHit)
               MOVE PtTeam TO TwTeam (TwHit).
           IF TwHit NOT = 0
               IF TwBat1 (TwHit, WkNo) = SPACES
                  OR PtRuns > TwRuns (TwHit, WkNo)
                   MOVE PtRuns TO TwRuns (TwHit, WkNo)
                   MOVE Bat1Wk TO TwBat1 (TwHit, WkNo)
                   MOVE Bat2Wk TO TwBat2 (TwHit, WkNo)
                   MOVE PtMatchId TO TwMatch (TwHit, WkNo)
                   MOVE PtEndFlag TO TwFlag (TwHit, WkNo).
       ScanTwPara.
           ADD 1 TO TwIx.
           IF TwTeam (TwIx) = PtTeam
               MOVE TwIx TO TwHit.
       PairTallyPara.
           MOVE 0 TO PrHit.
           MOVE 0 TO PrIx.
           PERFORM ScanPrPara UNTIL PrIx NOT < PrCount
                              OR PrHit NOT = 0.
           IF PrHit = 0 AND PrCount < 300
               ADD 1 TO PrCount
               MOVE PrCount TO PrHit
               MOVE PtTeam TO PrTeam (PrHit)
               MOVE Bat1Wk TO PrBat1 (PrHit)
               MOVE Bat2Wk TO PrBat2 (PrHit)
               MOVE 0 TO PrStands (PrHit)
               MOVE 0 TO PrRuns (PrHit)
               MOVE 0 TO PrBest (PrHit)
               MOVE SPACE TO PrBestFlag (PrHit).
           IF PrHit NOT = 0
               ADD 1 TO PrStands (PrHit)
               ADD PtRuns TO PrRuns (PrHit)
               IF PtRuns > PrBest (PrHit) OR PrStands (PrHit) = 1
                   MOVE PtRuns TO PrBest (PrHit)
                   MOVE PtEndFlag TO PrBestFlag (PrHit).
       ScanPrPara.
           ADD 1 TO PrIx.
           IF PrTeam (PrIx) = PtTeam AND PrBat1 (PrIx) = Bat1Wk
              AND PrBat2 (PrIx) = Bat2Wk
               MOVE PrIx TO PrHit.
       TourWicketPara.
           MOVE "HIGHEST PARTNERSHIP BY WICKET - TOURNAMENT"
                TO SecHeadOut.
           MOVE SecHead TO RecOut.
           PERFORM WriteLinePara.
           MOVE WkRecHead TO RecOut.
           PERFORM WriteLinePara.
           MOVE 0 TO WkNo.
           PERFORM TourWicketOnePara UNTIL WkNo NOT < 10.
           MOVE BlankRec TO RecOut.
           PERFORM WriteLinePara.
       TourWicketOnePara.
           ADD 1 TO WkNo.
           IF WbTeam (WkNo) NOT = SPACES
               MOVE WkNo TO WdWktOut
               MOVE WbRuns (WkNo) TO WdRunsOut
               PERFORM SetWkFlagPara
               MOVE WbBat1 (WkNo) TO WdBat1Out
               MOVE WbBat2 (WkNo) TO WdBat2Out
               MOVE WbTeam (WkNo) TO WdTeamOut
               MOVE WbMatch (WkNo) TO WdMatchOut
               MOVE WkDetailRec TO RecOut
               PERFORM WriteLinePara.
       SetWkFlagPara.
           IF WbFlag (WkNo) = "U"
               MOVE "*" TO WdFlagOut
           ELSE
               MOVE SPACE TO WdFlagOut.
      * Pairs are ranked on their aggregate runs together; the best
      * single stand is shown alongside. PairTeamWk spaces = every
      * team.
       PairSectionPara.
           MOVE SecHead TO RecOut.
           PERFORM WriteLinePara.
           MOVE PrRecHead TO RecOut.
           PERFORM WriteLinePara.
           MOVE 0 TO PrIx.
           PERFORM ResetPairUsedPara UNTIL PrIx NOT < PrCount.
           MOVE 0 TO RankCtr.
           MOVE 1 TO PickIx.
           PERFORM PairRankPara UNTIL RankCtr NOT < TopN
                                OR PickIx = 0.
           MOVE BlankRec TO RecOut.
           PERFORM WriteLinePara.
       ResetPairUsedPara.
           ADD 1 TO PrIx.
           MOVE "N" TO PrUsed (PrIx).
       PairRankPara.
           PERFORM PickBestPairPara.
           IF PickIx NOT = 0
               ADD 1 TO RankCtr
               MOVE "Y" TO PrUsed (PickIx)
               MOVE RankCtr TO PdRankOut
               MOVE PrBat1 (PickIx) TO PdBat1Out
               MOVE PrBat2 (PickIx) TO PdBat2Out
               MOVE PrTeam (PickIx) TO PdTeamOut
               MOVE PrStands (PickIx) TO PdStandsOut
               MOVE PrRuns (PickIx) TO PdRunsOut
               MOVE PrBest (PickIx) TO PdBestOut
               IF PrBestFlag (PickIx) = "U"
                   MOVE "*" TO PdFlagOut
               ELSE
                   MOVE SPACE TO PdFlagOut
               END-IF
               MOVE PrDetailRec TO RecOut
               PERFORM WriteLinePara.
       PickBestPairPara.
           MOVE 0 TO PickIx.
           MOVE 0 TO PrIx.
           PERFORM PickPairScanPara UNTIL PrIx NOT < PrCount.
       PickPairScanPara.
           ADD 1 TO PrIx.
           IF PrUsed (PrIx) = "N"
              AND (PairTeamWk = SPACES OR PrTeam (PrIx) = PairTeamWk)
               IF PickIx = 0
                   MOVE PrIx TO PickIx
               ELSE
                   IF PrRuns (PrIx) > PrRuns (PickIx)
                       MOVE PrIx TO PickIx.
       TeamSectionPara.
           ADD 1 TO TwIx.
           MOVE LineRec TO RecOut.
           PERFORM WriteLinePara.
           MOVE TwTeam (TwIx) TO TsTeamOut.
           MOVE TeamSecHead TO RecOut.
           PERFORM WriteLinePara.
           MOVE "HIGHEST PARTNERSHIP BY WICKET" TO SecHeadOut.
           MOVE SecHead TO RecOut.
           PERFORM WriteLinePara.
           MOVE WkRecHead TO RecOut.
           PERFORM WriteLinePara.
           MOVE 0 TO WkNo.
           PERFORM TeamWicketOnePara UNTIL WkNo NOT < 10.
           MOVE BlankRec TO RecOut.
           PERFORM WriteLinePara.
           MOVE TwTeam (TwIx) TO PairTeamWk.
           MOVE "TOP PAIRS" TO SecHeadOut.
           PERFORM PairSectionPara.
       TeamWicketOnePara.
           ADD 1 TO WkNo.
           IF TwBat1 (TwIx, WkNo) NOT = SPACES
               MOVE WkNo TO WdWktOut
               MOVE TwRuns (TwIx, WkNo) TO WdRunsOut
               IF TwFlag (TwIx, WkNo) = "U"
                   MOVE "*" TO WdFlagOut
               ELSE
                   MOVE SPACE TO WdFlagOut
               END-IF
               MOVE TwBat1 (TwIx, WkNo) TO WdBat1Out
               MOVE TwBat2 (TwIx, WkNo) TO WdBat2Out
               MOVE TwTeam (TwIx) TO WdTeamOut
               MOVE TwMatch (TwIx, WkNo) TO WdMatchOut
               MOVE WkDetailRec TO RecOut
               PERFORM WriteLinePara.
      * Each side's partnerships must add up to its batting total on
      * TeamRaw.dat. Innings scored before fall of wickets were
      * captured are shown but not counted as errors.
       FootSectionPara.
           MOVE LineRec TO RecOut.
           PERFORM WriteLinePara.
           MOVE "CROSS-FOOT TO TEAM TOTALS (TeamRaw.dat)"
                TO SecHeadOut.
           MOVE SecHead TO RecOut.
           PERFORM WriteLinePara.
           MOVE FootRecHead TO RecOut.
           PERFORM WriteLinePara.
           MOVE 0 TO TmIx.
           PERFORM FootOnePara UNTIL TmIx NOT < TmCount.
           MOVE BlankRec TO RecOut.
           PERFORM WriteLinePara.
       FootOnePara.
           ADD 1 TO TmIx.
           MOVE TmTeam (TmIx) TO FtTeamOut.
           MOVE TmMatch (TmIx) TO FtMatchOut.
           MOVE TmRawRuns (TmIx) TO FtRawOut.
           MOVE TmPtRuns (TmIx) TO FtPtOut.
           IF TmInPt (TmIx) = "N"
               MOVE "NO FALL OF WKTS" TO FtNoteOut
           ELSE IF TmInRaw (TmIx) = "N"
               MOVE "NOT IN TEAMRAW" TO FtNoteOut
               ADD 1 TO FootErrors
           ELSE IF TmPtRuns (TmIx) NOT = TmRawRuns (TmIx)
               MOVE "** MISMATCH **" TO FtNoteOut
               ADD 1 TO FootErrors
           ELSE
               MOVE "OK" TO FtNoteOut.
           MOVE FootDetailRec TO RecOut.
           PERFORM WriteLinePara.
       LogRunPara.
           OPEN EXTEND RunLogFile.
           CALL "GetOper" USING OperLinkRec.
           MOVE OperOpId TO RlUserId.
           IF RunLogStatus = "35"
               OPEN OUTPUT RunLogFile.
           MOVE "PARTREP" TO RlProgram.
           MOVE RunDate8 TO RlRunDate.
           MOVE StandCount TO RlRecRead.
           MOVE StandCount TO RlRecWrit.
           MOVE 0 TO RlStartTime.
           MOVE 0 TO RlEndTime.
           WRITE RunLogRec.
           CLOSE RunLogFile.
