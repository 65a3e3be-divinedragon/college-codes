       IDENTIFICATION DIVISION.
       PROGRAM-ID. PlayerRating.
       AUTHOR. Deepak.
       INSTALLATION. Kirpa Bhawan.
       DATE-WRITTEN. 22-08-2026.
       DATE-COMPILED.
       SECURITY. General.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RatingFile ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RatingStatus.
           SELECT Transaction ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TransacStatus.
           SELECT BowlFile ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BowlStatus.
           SELECT MatchResultFile ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MatchResultStatus.
           SELECT PtsSortedFile ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PtsSortedStatus.
           SELECT Original ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OriginalStatus.
           SELECT BatchParamFile ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BatchParamStatus.
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
       FD RatingFile
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "Rating.dat".
           COPY "RATING.CPY".
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
       FD MatchResultFile
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "MatchResult.dat".
           COPY "MATCHRES.CPY".
       FD PtsSortedFile
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PtsSorted.dat".
       01 RankSortedRec.
           05 RkTeamCode       PIC X(4).
           05 RkPlayed         PIC 999.
           05 RkWon            PIC 999.
           05 RkLost           PIC 999.
           05 RkTied           PIC 999.
           05 RkPoints         PIC 9999.
           05 RkRunDiff        PIC S9(5).
       FD Original
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "Main.dat".
       01 OriginalRec.
           05 OPlayerId        PIC X(4).
           05 OName            PIC X(20).
           05 OTeamCode        PIC X(4).
           05 OOverseas        PIC A.
       FD BatchParamFile
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BatchParam.dat".
           COPY "BATCHPRM.CPY".
       FD RptFile
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RatingRpt.dat".
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
       01 RatingStatus         PIC XX VALUE "00".
       01 TransacStatus        PIC XX VALUE "00".
       01 BowlStatus           PIC XX VALUE "00".
       01 MatchResultStatus    PIC XX VALUE "00".
       01 PtsSortedStatus      PIC XX VALUE "00".
       01 OriginalStatus       PIC XX VALUE "00".
       01 BatchParamStatus     PIC XX VALUE "00".
       01 CompParamStatus      PIC XX VALUE "00".
       01 RunLogStatus         PIC XX VALUE "00".
       01 RatingEOF            PIC A VALUE "N".
       01 TransacEOF           PIC A VALUE "N".
       01 BowlEOF              PIC A VALUE "N".
       01 MatchResultEOF       PIC A VALUE "N".
       01 PtsSortedEOF         PIC A VALUE "N".
       01 OriginalEOF          PIC A VALUE "N".
       01 BatchParamEOF        PIC A VALUE "N".
       01 RunDate8             PIC 9(8).
       01 PageNo               PIC 99 VALUE 1.
       01 LineCtr              PIC 9(4) VALUE 0.
       01 LinesPerPage         PIC 9(4) VALUE 60.
       01 TopN                 PIC 99 VALUE 10.
       01 DecayPct             PIC 99 VALUE 80.
       01 DecayWk              PIC V99 VALUE .80.
       01 LastDone             PIC 999 VALUE 0.
       01 MatchesDone          PIC 9(3) VALUE 0.
       01 ReadCount            PIC 9(6) VALUE 0.
       01 RowsWritten          PIC 9(4) VALUE 0.
       01 PlayerWk             PIC X(4).
       01 MatchWk              PIC 999.
       01 TeamWk               PIC X(4).
       01 OppTeamWk            PIC X(4).
       01 SrWk                 PIC 9(4)V99 VALUE 0.
       01 EconWk               PIC 99V99 VALUE 0.
       01 BatFactor            PIC 9V9999 VALUE 0.
       01 EconFactor           PIC 9V9999 VALUE 0.
       01 OppFactor            PIC 9V9999 VALUE 0.
       01 PointsWk             PIC 9(5)V99 VALUE 0.
       01 OverPtsWk            PIC 9(3)V99 VALUE 0.
       01 RatingWk             PIC 9(4)V99 VALUE 0.
       01 RatingBest           PIC 9(4)V99 VALUE 0.
       01 ListType             PIC A.
       01 RankCtr              PIC 9(3) VALUE 0.
       01 PickIx               PIC 9(3) VALUE 0.
       01 PrevRankWk           PIC 9(3) VALUE 0.
       01 MoveWk               PIC S9(3) VALUE 0.
       COPY "CTLTOT.CPY".
       01 RpIx                 PIC 9(3) VALUE 0.
       01 RpHit                PIC 9(3) VALUE 0.
       01 RpCount              PIC 9(3) VALUE 0.
       01 RpTable.
           05 RpEntry OCCURS 500 TIMES.
               10 RpPlayer     PIC X(4).
               10 RpBat        PIC 9(4)V99.
               10 RpBowl       PIC 9(4)V99.
               10 RpAll        PIC 9(4)V99.
               10 RpBatInns    PIC 9(4).
               10 RpBowlInns   PIC 9(4).
               10 RpPrevBat    PIC 9(3).
               10 RpPrevBowl   PIC 9(3).
               10 RpPrevAll    PIC 9(3).
               10 RpBatRank    PIC 9(3).
               10 RpBowlRank   PIC 9(3).
               10 RpAllRank    PIC 9(3).
               10 RpActive     PIC A.
               10 RpUsed       PIC A.
       01 PlIx                 PIC 9(3) VALUE 0.
       01 PlHit                PIC 9(3) VALUE 0.
       01 PlCount              PIC 9(3) VALUE 0.
       01 PlTable.
           05 PlEntry OCCURS 500 TIMES.
               10 PltId        PIC X(4).
               10 PltName      PIC X(20).
               10 PltTeam      PIC X(4).
       01 MrIx                 PIC 9(3) VALUE 0.
       01 MrHit                PIC 9(3) VALUE 0.
       01 MrCount              PIC 9(3) VALUE 0.
       01 MrTable.
           05 MrEntry OCCURS 400 TIMES.
               10 MrtMatch     PIC 999.
               10 MrtTeam1     PIC X(4).
               10 MrtTeam2     PIC X(4).
       01 StIx                 PIC 9(2) VALUE 0.
       01 StHit                PIC 9(2) VALUE 0.
       01 StCount              PIC 9(2) VALUE 0.
       01 StTable.
           05 StEntry OCCURS 50 TIMES.
               10 SttTeam      PIC X(4).
               10 SttPlayed    PIC 999.
               10 SttPoints    PIC 9999.
       01 MlIx                 PIC 9(3) VALUE 0.
       01 MlHit                PIC 9(3) VALUE 0.
       01 MlCount              PIC 9(3) VALUE 0.
       01 MlTable.
           05 MlEntry OCCURS 400 TIMES.
               10 MltMatch     PIC 999.
               10 MltDone      PIC A.
       01 TrIx                 PIC 9(4) VALUE 0.
       01 TrCount              PIC 9(4) VALUE 0.
       01 TrTable.
           05 TrEntry OCCURS 4000 TIMES.
               10 TrtPlayer    PIC X(4).
               10 TrtMatch     PIC 999.
               10 TrtRuns      PIC 999.
               10 TrtBalls     PIC 999.
       01 BwIx                 PIC 9(4) VALUE 0.
       01 BwCount              PIC 9(4) VALUE 0.
       01 BwTable.
           05 BwEntry OCCURS 4000 TIMES.
               10 BwtPlayer    PIC X(4).
               10 BwtMatch     PIC 999.
               10 BwtOvers     PIC 9V9.
               10 BwtRuns      PIC 999.
               10 BwtWkts      PIC 99.
       01 Heading1.
           05 F                PIC X(33) VALUE ALL SPACES.
           05 CompanyNameOut   PIC X(15) VALUE "Country Name".
       01 Heading2.
           05 F                PIC X(25) VALUE ALL SPACES.
           05 F                PIC X(25) VALUE "Player Ratings".
           05 F                PIC X(12) VALUE "Page No.: ".
           05 PageNoOut        PIC ZZ9.
       01 Heading3.
           05 F                PIC X(5) VALUE ALL SPACES.
           05 F                PIC X(11) VALUE "Run Date : ".
           05 HdDateOut        PIC 9(8).
           05 F                PIC X(5) VALUE ALL SPACES.
           05 F                PIC X(18) VALUE "Rated To Match : ".
           05 HdMatchOut       PIC ZZ9.
           05 F                PIC X(5) VALUE ALL SPACES.
           05 F                PIC X(14) VALUE "New Matches : ".
           05 HdNewOut         PIC ZZ9.
       01 LineRec              PIC X(80) VALUE ALL "*".
       01 BlankRec             PIC X(80) VALUE ALL SPACES.
       01 SecHead.
           05 F                PIC X(5) VALUE ALL SPACES.
           05 SecHeadOut       PIC X(50).
       01 ListHead.
           05 F                PIC X(8) VALUE "  Rank".
           05 F                PIC X(8) VALUE "Player".
           05 F                PIC X(22) VALUE "Name".
           05 F                PIC X(7) VALUE "Team".
           05 F                PIC X(10) VALUE "Rating".
           05 F                PIC X(8) VALUE "Inns".
           05 F                PIC X(9) VALUE "Last Rk".
           05 F                PIC X(4) VALUE "Move".
       01 ListDetailRec.
           05 F                PIC X(3) VALUE ALL SPACES.
           05 LdRankOut        PIC ZZ9.
           05 F                PIC X(2) VALUE ALL SPACES.
           05 LdPlayerOut      PIC X(4).
           05 F                PIC X(4) VALUE ALL SPACES.
           05 LdNameOut        PIC X(20).
           05 F                PIC X(2) VALUE ALL SPACES.
           05 LdTeamOut        PIC X(4).
           05 F                PIC X(2) VALUE ALL SPACES.
           05 LdRatingOut      PIC Z(3)9.99.
           05 F                PIC X(3) VALUE ALL SPACES.
           05 LdInnsOut        PIC ZZZ9.
           05 F                PIC X(4) VALUE ALL SPACES.
           05 LdPrevOut        PIC X(3).
           05 F                PIC X(5) VALUE ALL SPACES.
           05 LdMoveOut        PIC X(4).
       01 PrevRankOut          PIC ZZ9.
       01 MoveOut              PIC +++9.
       01 NoNewLine.
           05 F                PIC X(5) VALUE ALL SPACES.
           05 F                PIC X(50) VALUE
              "No new matches since the last run - ratings held".

       PROCEDURE DIVISION.
      * Matches after the last rated one are taken in match id order.
      * Batting points are runs scaled by strike rate, bowling points
      * are wickets and overs scaled by economy, both scaled again by
      * the opponent's points per match on the points table.
       ControlPara.
           ACCEPT RunDate8 FROM DATE YYYYMMDD.
           PERFORM ReadCompParamPara.
           PERFORM ReadBatchParamPara.
           COMPUTE DecayWk = DecayPct / 100.
           PERFORM LoadRatingPara.
           PERFORM LoadPlayersPara.
           PERFORM LoadResultsPara.
           PERFORM LoadStrengthPara.
           PERFORM LoadBatPara.
           PERFORM LoadBowlPara.
           PERFORM RateMatchPara UNTIL MatchesDone NOT < MlCount.
           IF MatchesDone > 0
               MOVE 0 TO RpIx
               PERFORM IdleDecayPara UNTIL RpIx NOT < RpCount.
           OPEN OUTPUT RptFile.
           MOVE PageNo TO PageNoOut.
           WRITE RecOut FROM Heading1.
           WRITE RecOut FROM Heading2.
           MOVE RunDate8 TO HdDateOut.
           MOVE LastDone TO HdMatchOut.
           MOVE MatchesDone TO HdNewOut.
           WRITE RecOut FROM Heading3.
           MOVE 3 TO LineCtr.
           IF MatchesDone = 0
               MOVE NoNewLine TO RecOut
               PERFORM WriteLinePara.
           MOVE "B" TO ListType.
           MOVE "BATTING RATINGS" TO SecHeadOut.
           PERFORM ListSectionPara.
           MOVE "W" TO ListType.
           MOVE "BOWLING RATINGS" TO SecHeadOut.
           PERFORM ListSectionPara.
           MOVE "A" TO ListType.
           MOVE "ALL-ROUNDER RATINGS" TO SecHeadOut.
           PERFORM ListSectionPara.
           IF MatchesDone > 0
               PERFORM WriteHistoryPara.
           MOVE LineRec TO RecOut.
           PERFORM WriteLinePara.
           MOVE RowsWritten TO CtRecsOut.
           MOVE MatchesDone TO CtKeyTotOut.
           MOVE RunDate8 TO CtRunDateOut.
           WRITE RecOut FROM CtlTotRec.
           CLOSE RptFile.
           DISPLAY (5, 10) "New Matches Rated :- " MatchesDone.
           DISPLAY (6, 10) "Rating Rows Added :- " RowsWritten.
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
       ReadBatchParamPara.
           OPEN INPUT BatchParamFile.
           IF BatchParamStatus = "00"
               PERFORM ReadBatchParamRecPara
               PERFORM ScanBatchParamPara UNTIL BatchParamEOF = "Y"
               CLOSE BatchParamFile.
       ReadBatchParamRecPara.
           READ BatchParamFile AT END MOVE "Y" TO BatchParamEOF.
       ScanBatchParamPara.
           IF BpKeyword = "RATING-DECAY"
              AND BpValueNum NUMERIC AND BpValueNum > 0
              AND BpValueNum < 100
               MOVE BpValueNum TO DecayPct
           ELSE IF BpKeyword = "RATING-TOP-N"
              AND BpValueNum NUMERIC AND BpValueNum > 0
              AND BpValueNum < 100
               MOVE BpValueNum TO TopN.
           PERFORM ReadBatchParamRecPara.
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
      * The latest history row per player is the current rating; its
      * ranks become the last-run positions.
       LoadRatingPara.
           OPEN INPUT RatingFile.
           IF RatingStatus = "00"
               PERFORM ReadRatingPara
               PERFORM LoadOneRatingPara UNTIL RatingEOF = "Y"
               CLOSE RatingFile.
       ReadRatingPara.
           READ RatingFile AT END MOVE "Y" TO RatingEOF.
       LoadOneRatingPara.
           MOVE RtPlayerId TO PlayerWk.
           PERFORM FindRatedPara.
           IF RpHit NOT = 0
               MOVE RtBatRating TO RpBat (RpHit)
               MOVE RtBowlRating TO RpBowl (RpHit)
               MOVE RtAllRating TO RpAll (RpHit)
               MOVE RtBatInns TO RpBatInns (RpHit)
               MOVE RtBowlInns TO RpBowlInns (RpHit)
               MOVE RtBatRank TO RpPrevBat (RpHit)
               MOVE RtBowlRank TO RpPrevBowl (RpHit)
               MOVE RtAllRank TO RpPrevAll (RpHit).
           IF RtLastMatch > LastDone
               MOVE RtLastMatch TO LastDone.
           PERFORM ReadRatingPara.
       FindRatedPara.
           MOVE 0 TO RpHit.
           MOVE 0 TO RpIx.
           PERFORM ScanRatedPara UNTIL RpIx NOT < RpCount
                                 OR RpHit NOT = 0.
           IF RpHit = 0 AND RpCount < 500
               ADD 1 TO RpCount
               MOVE RpCount TO RpHit
               MOVE PlayerWk TO RpPlayer (RpHit)
               MOVE 0 TO RpBat (RpHit) RpBowl (RpHit) RpAll (RpHit)
               MOVE 0 TO RpBatInns (RpHit) RpBowlInns (RpHit)
               MOVE 0 TO RpPrevBat (RpHit) RpPrevBowl (RpHit)
               MOVE 0 TO RpPrevAll (RpHit)
               MOVE "N" TO RpActive (RpHit).
       ScanRatedPara.
           ADD 1 TO RpIx.
           IF RpPlayer (RpIx) = PlayerWk
               MOVE RpIx TO RpHit.
       LoadPlayersPara.
           OPEN INPUT Original.
           IF OriginalStatus = "00"
               PERFORM ReadOriginalPara
               PERFORM LoadOnePlayerPara UNTIL OriginalEOF = "Y"
               CLOSE Original.
       ReadOriginalPara.
           READ Original AT END MOVE "Y" TO OriginalEOF.
       LoadOnePlayerPara.
           IF PlCount < 500
               ADD 1 TO PlCount
               MOVE OPlayerId TO PltId (PlCount)
               MOVE OName TO PltName (PlCount)
               MOVE OTeamCode TO PltTeam (PlCount).
           PERFORM ReadOriginalPara.
       FindPlayerPara.
           MOVE 0 TO PlHit.
           MOVE 0 TO PlIx.
           PERFORM ScanPlayerPara UNTIL PlIx NOT < PlCount
                                  OR PlHit NOT = 0.
       ScanPlayerPara.
           ADD 1 TO PlIx.
           IF PltId (PlIx) = PlayerWk
               MOVE PlIx TO PlHit.
       LoadResultsPara.
           OPEN INPUT MatchResultFile.
           IF MatchResultStatus = "00"
               PERFORM ReadResultPara
               PERFORM LoadOneResultPara UNTIL MatchResultEOF = "Y"
               CLOSE MatchResultFile.
       ReadResultPara.
           READ MatchResultFile AT END MOVE "Y" TO MatchResultEOF.
       LoadOneResultPara.
           IF MrCount < 400
               ADD 1 TO MrCount
               MOVE MrMatchId TO MrtMatch (MrCount)
               MOVE MrTeam1 TO MrtTeam1 (MrCount)
               MOVE MrTeam2 TO MrtTeam2 (MrCount).
           PERFORM ReadResultPara.
       LoadStrengthPara.
           OPEN INPUT PtsSortedFile.
           IF PtsSortedStatus = "00"
               PERFORM ReadStrengthPara
               PERFORM LoadOneStrengthPara UNTIL PtsSortedEOF = "Y"
               CLOSE PtsSortedFile.
       ReadStrengthPara.
           READ PtsSortedFile AT END MOVE "Y" TO PtsSortedEOF.
       LoadOneStrengthPara.
           IF StCount < 50
               ADD 1 TO StCount
               MOVE RkTeamCode TO SttTeam (StCount)
               MOVE RkPlayed TO SttPlayed (StCount)
               MOVE RkPoints TO SttPoints (StCount).
           PERFORM ReadStrengthPara.
       LoadBatPara.
           OPEN INPUT Transaction.
           IF TransacStatus = "00"
               PERFORM ReadTransacPara
               PERFORM LoadOneBatPara UNTIL TransacEOF = "Y"
               CLOSE Transaction.
       ReadTransacPara.
           READ Transaction AT END MOVE "Y" TO TransacEOF.
       LoadOneBatPara.
           ADD 1 TO ReadCount.
           IF TMatchId > LastDone AND TrCount < 4000
               ADD 1 TO TrCount
               MOVE TPlayerId TO TrtPlayer (TrCount)
               MOVE TMatchId TO TrtMatch (TrCount)
               MOVE RunsScored TO TrtRuns (TrCount)
               MOVE BallsFaced TO TrtBalls (TrCount)
               MOVE TMatchId TO MatchWk
               PERFORM AddMatchPara.
           PERFORM ReadTransacPara.
       LoadBowlPara.
           OPEN INPUT BowlFile.
           IF BowlStatus = "00"
               PERFORM ReadBowlPara
               PERFORM LoadOneBowlPara UNTIL BowlEOF = "Y"
               CLOSE BowlFile.
       ReadBowlPara.
           READ BowlFile AT END MOVE "Y" TO BowlEOF.
       LoadOneBowlPara.
           ADD 1 TO ReadCount.
           IF BMatchId > LastDone AND BwCount < 4000
               ADD 1 TO BwCount
               MOVE BPlayerId TO BwtPlayer (BwCount)
               MOVE BMatchId TO BwtMatch (BwCount)
               MOVE OversBowled TO BwtOvers (BwCount)
               MOVE RunsConceded TO BwtRuns (BwCount)
               MOVE WicketsBowl TO BwtWkts (BwCount)
               MOVE BMatchId TO MatchWk
               PERFORM AddMatchPara.
           PERFORM ReadBowlPara.
       AddMatchPara.
           MOVE 0 TO MlHit.
           MOVE 0 TO MlIx.
           PERFORM ScanMatchListPara UNTIL MlIx NOT < MlCount
                                     OR MlHit NOT = 0.
           IF MlHit = 0 AND MlCount < 400
               ADD 1 TO MlCount
               MOVE MatchWk TO MltMatch (MlCount)
               MOVE "N" TO MltDone (MlCount).
       ScanMatchListPara.
           ADD 1 TO MlIx.
           IF MltMatch (MlIx) = MatchWk
               MOVE MlIx TO MlHit.
      * Each pass rates the lowest match id not yet taken, so form
      * builds up in the order the matches were played.
       RateMatchPara.
           MOVE 0 TO MlHit.
           MOVE 0 TO MlIx.
           PERFORM PickMatchPara UNTIL MlIx NOT < MlCount.
           IF MlHit NOT = 0
               MOVE "Y" TO MltDone (MlHit)
               MOVE MltMatch (MlHit) TO MatchWk
               ADD 1 TO MatchesDone
               MOVE MatchWk TO LastDone
               MOVE 0 TO TrIx
               PERFORM RateBatPara UNTIL TrIx NOT < TrCount
               MOVE 0 TO BwIx
               PERFORM RateBowlPara UNTIL BwIx NOT < BwCount.
       PickMatchPara.
           ADD 1 TO MlIx.
           IF MltDone (MlIx) = "N"
               IF MlHit = 0
                   MOVE MlIx TO MlHit
               ELSE IF MltMatch (MlIx) < MltMatch (MlHit)
                   MOVE MlIx TO MlHit.
       RateBatPara.
           ADD 1 TO TrIx.
           IF TrtMatch (TrIx) = MatchWk
               MOVE TrtPlayer (TrIx) TO PlayerWk
               PERFORM OpponentPara
               IF TrtBalls (TrIx) > 0
                   COMPUTE SrWk = TrtRuns (TrIx) * 100 / TrtBalls (TrIx)
                   IF SrWk > 300
                       MOVE 300 TO SrWk
                   END-IF
                   COMPUTE BatFactor = 0.5 + SrWk / 200
               ELSE
                   MOVE 1 TO BatFactor
               END-IF
               COMPUTE PointsWk ROUNDED =
                   TrtRuns (TrIx) * BatFactor * OppFactor
               PERFORM FindRatedPara
               IF RpHit NOT = 0
                   COMPUTE RpBat (RpHit) ROUNDED =
                       RpBat (RpHit) * DecayWk
                       + PointsWk * (1 - DecayWk)
                   ADD 1 TO RpBatInns (RpHit)
                   MOVE "Y" TO RpActive (RpHit).
      * Economy of 8 an over is par; each run an over better or
      * worse moves the factor by 1/16, held between 0.5 and 1.5.
       RateBowlPara.
           ADD 1 TO BwIx.
           IF BwtMatch (BwIx) = MatchWk AND BwtOvers (BwIx) > 0
               MOVE BwtPlayer (BwIx) TO PlayerWk
               PERFORM OpponentPara
               COMPUTE EconWk = BwtRuns (BwIx) / BwtOvers (BwIx)
                   ON SIZE ERROR MOVE 99.99 TO EconWk
               END-COMPUTE
               IF EconWk > 16
                   MOVE 0.5 TO EconFactor
               ELSE
                   COMPUTE EconFactor = 1.5 - EconWk / 16
               END-IF
               IF EconFactor < 0.5
                   MOVE 0.5 TO EconFactor
               END-IF
               COMPUTE PointsWk = BwtWkts (BwIx) * 20
               COMPUTE OverPtsWk = BwtOvers (BwIx) * 2
               ADD OverPtsWk TO PointsWk
               COMPUTE PointsWk ROUNDED =
                   PointsWk * EconFactor * OppFactor
               PERFORM FindRatedPara
               IF RpHit NOT = 0
                   COMPUTE RpBowl (RpHit) ROUNDED =
                       RpBowl (RpHit) * DecayWk
                       + PointsWk * (1 - DecayWk)
                   ADD 1 TO RpBowlInns (RpHit)
                   MOVE "Y" TO RpActive (RpHit).
      * The opponent is the other side on the match result from the
      * player's team on Main.dat. A side with no points-table row,
      * or a player on neither side, is taken at par (factor 1).
      * Points per match run from 0 to 2, giving 0.75 to 1.25.
       OpponentPara.
           MOVE 1 TO OppFactor.
           MOVE SPACES TO OppTeamWk.
           PERFORM FindPlayerPara.
           MOVE 0 TO MrHit.
           MOVE 0 TO MrIx.
           PERFORM ScanResultTabPara UNTIL MrIx NOT < MrCount
                                     OR MrHit NOT = 0.
           IF PlHit NOT = 0 AND MrHit NOT = 0
               MOVE PltTeam (PlHit) TO TeamWk
               IF MrtTeam1 (MrHit) = TeamWk
                   MOVE MrtTeam2 (MrHit) TO OppTeamWk
               ELSE IF MrtTeam2 (MrHit) = TeamWk
                   MOVE MrtTeam1 (MrHit) TO OppTeamWk.
           IF OppTeamWk NOT = SPACES
               MOVE 0 TO StHit
               MOVE 0 TO StIx
               PERFORM ScanStrengthPara UNTIL StIx NOT < StCount
                                        OR StHit NOT = 0
               IF StHit NOT = 0 AND SttPlayed (StHit) > 0
                   COMPUTE OppFactor ROUNDED = 0.75 + 0.25 *
                       SttPoints (StHit) / SttPlayed (StHit).
       ScanResultTabPara.
           ADD 1 TO MrIx.
           IF MrtMatch (MrIx) = MatchWk
               MOVE MrIx TO MrHit.
       ScanStrengthPara.
           ADD 1 TO StIx.
           IF SttTeam (StIx) = OppTeamWk
               MOVE StIx TO StHit.
       IdleDecayPara.
           ADD 1 TO RpIx.
           IF RpActive (RpIx) = "N"
               COMPUTE RpBat (RpIx) ROUNDED = RpBat (RpIx) * DecayWk
               COMPUTE RpBowl (RpIx) ROUNDED =
                   RpBowl (RpIx) * DecayWk.
           COMPUTE RpAll (RpIx) ROUNDED =
               RpBat (RpIx) * RpBowl (RpIx) / 100.
      * Ranks every player with a rating in the list and prints the
      * top of it; ties keep file order.
       ListSectionPara.
           MOVE SecHead TO RecOut.
           PERFORM WriteLinePara.
           MOVE ListHead TO RecOut.
           PERFORM WriteLinePara.
           MOVE 0 TO RpIx.
           PERFORM ClearUsedPara UNTIL RpIx NOT < RpCount.
           MOVE 0 TO RankCtr.
           MOVE 1 TO PickIx.
           PERFORM RankPara UNTIL PickIx = 0.
           MOVE BlankRec TO RecOut.
           PERFORM WriteLinePara.
       ClearUsedPara.
           ADD 1 TO RpIx.
           MOVE "N" TO RpUsed (RpIx).
           IF ListType = "B"
               MOVE 0 TO RpBatRank (RpIx)
           ELSE IF ListType = "W"
               MOVE 0 TO RpBowlRank (RpIx)
           ELSE
               MOVE 0 TO RpAllRank (RpIx).
       RankPara.
           MOVE 0 TO PickIx.
           MOVE 0 TO RatingBest.
           MOVE 0 TO RpIx.
           PERFORM PickBestPara UNTIL RpIx NOT < RpCount.
           IF PickIx NOT = 0
               ADD 1 TO RankCtr
               MOVE "Y" TO RpUsed (PickIx)
               PERFORM SetRankPara
               IF RankCtr NOT > TopN
                   PERFORM ListLinePara.
       PickBestPara.
           ADD 1 TO RpIx.
           PERFORM GetRatingPara.
           IF RpUsed (RpIx) = "N" AND RatingWk > RatingBest
               MOVE RpIx TO PickIx
               MOVE RatingWk TO RatingBest.
       GetRatingPara.
           IF ListType = "B"
               MOVE RpBat (RpIx) TO RatingWk
           ELSE IF ListType = "W"
               MOVE RpBowl (RpIx) TO RatingWk
           ELSE
               MOVE RpAll (RpIx) TO RatingWk.
       SetRankPara.
           IF ListType = "B"
               MOVE RankCtr TO RpBatRank (PickIx)
               MOVE RpPrevBat (PickIx) TO PrevRankWk
               MOVE RpBatInns (PickIx) TO LdInnsOut
           ELSE IF ListType = "W"
               MOVE RankCtr TO RpBowlRank (PickIx)
               MOVE RpPrevBowl (PickIx) TO PrevRankWk
               MOVE RpBowlInns (PickIx) TO LdInnsOut
           ELSE
               MOVE RankCtr TO RpAllRank (PickIx)
               MOVE RpPrevAll (PickIx) TO PrevRankWk
               MOVE RpBatInns (PickIx) TO LdInnsOut.
       ListLinePara.
           MOVE RankCtr TO LdRankOut.
           MOVE RpPlayer (PickIx) TO LdPlayerOut.
           MOVE RpPlayer (PickIx) TO PlayerWk.
           PERFORM FindPlayerPara.
           IF PlHit = 0
               MOVE "NOT ON MAIN.DAT" TO LdNameOut
               MOVE SPACES TO LdTeamOut
           ELSE
               MOVE PltName (PlHit) TO LdNameOut
               MOVE PltTeam (PlHit) TO LdTeamOut.
           MOVE RatingBest TO LdRatingOut.
           IF PrevRankWk = 0
               MOVE "-" TO LdPrevOut
               MOVE "NEW" TO LdMoveOut
           ELSE
               MOVE PrevRankWk TO PrevRankOut
               MOVE PrevRankOut TO LdPrevOut
               COMPUTE MoveWk = PrevRankWk - RankCtr
               IF MoveWk = 0
                   MOVE "   =" TO LdMoveOut
               ELSE
                   MOVE MoveWk TO MoveOut
                   MOVE MoveOut TO LdMoveOut.
           MOVE ListDetailRec TO RecOut.
           PERFORM WriteLinePara.
       WriteHistoryPara.
           OPEN EXTEND RatingFile.
           IF RatingStatus = "35"
               OPEN OUTPUT RatingFile.
           MOVE 0 TO RpIx.
           PERFORM WriteOneRatingPara UNTIL RpIx NOT < RpCount.
           CLOSE RatingFile.
       WriteOneRatingPara.
           ADD 1 TO RpIx.
           MOVE RpPlayer (RpIx) TO RtPlayerId.
           MOVE RunDate8 TO RtRunDate.
           MOVE LastDone TO RtLastMatch.
           MOVE RpBat (RpIx) TO RtBatRating.
           MOVE RpBowl (RpIx) TO RtBowlRating.
           MOVE RpAll (RpIx) TO RtAllRating.
           MOVE RpBatRank (RpIx) TO RtBatRank.
           MOVE RpBowlRank (RpIx) TO RtBowlRank.
           MOVE RpAllRank (RpIx) TO RtAllRank.
           MOVE RpBatInns (RpIx) TO RtBatInns.
           MOVE RpBowlInns (RpIx) TO RtBowlInns.
           WRITE RatingRec.
           ADD 1 TO RowsWritten.
       LogRunPara.
           OPEN EXTEND RunLogFile.
           CALL "GetOper" USING OperLinkRec.
           MOVE OperOpId TO RlUserId.
           IF RunLogStatus = "35"
               OPEN OUTPUT RunLogFile.
           MOVE "RATING" TO RlProgram.
           MOVE RunDate8 TO RlRunDate.
           MOVE ReadCount TO RlRecRead.
           MOVE RowsWritten TO RlRecWrit.
           MOVE 0 TO RlStartTime.
           MOVE 0 TO RlEndTime.
           WRITE RunLogRec.
           CLOSE RunLogFile.
