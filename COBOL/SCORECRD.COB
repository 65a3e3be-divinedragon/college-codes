           SELECT FieldFile ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FieldStatus.
           SELECT PartnerFile ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PartnerStatus.

       DATA DIVISION.
       FILE SECTION.
           05 MPlayerId        PIC X(4).
           05 MName            PIC X(20).
           05 MTeamCode        PIC X(4).
           05 MOverseas        PIC A.
       FD Transaction
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "transac.dat".
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FieldTransac.dat".
           COPY "FLDTRANS.CPY".
       FD PartnerFile
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "Partner.dat".
           COPY "PARTNER.CPY".

       WORKING-STORAGE SECTION.
       01 FixtureStatus         PIC XX VALUE "00".
               10 BtBalls       PIC 999.
               10 BtDismiss     PIC A.
               10 BtWkts        PIC 99.
               10 BtTeam        PIC X(4).
       01 BwlIx                 PIC 9(2) VALUE 0.
       01 BwlCount              PIC 9(2) VALUE 0.
       01 BwlTable.
           05 FldEntry OCCURS 30 TIMES.
               10 FldPlayer     PIC X(4).
               10 FldType       PIC A.
       01 PartnerStatus         PIC XX VALUE "00".
       01 FowTeamWk             PIC X(4).
       01 FowTeamTotal          PIC 9(4) VALUE 0.
       01 FowWkts               PIC 99 VALUE 0.
       01 FowLastScore          PIC 999 VALUE 0.
       01 FowLastOver           PIC 99V9 VALUE 0.
       01 FowWicketOut          PIC Z9.
       01 FowScoreIn            PIC 999.
       01 FowOverIn             PIC 99V9.
       01 FowOutIn              PIC X(4).
       01 FowPartIn             PIC X(4).
       01 UnbrokenIn            PIC A VALUE "N".
       01 OutOnCard             PIC A VALUE "N".
       01 OutDismiss            PIC A VALUE "N".
       01 OutFallen             PIC A VALUE "N".
       01 CardHit               PIC 9(2) VALUE 0.
       01 CardIx                PIC 9(2) VALUE 0.
       01 FellWk                PIC A VALUE "N".
       01 FootScore             PIC 9(4) VALUE 0.
       01 FootWkts              PIC 99 VALUE 0.
       01 FootDismiss           PIC 99 VALUE 0.
       01 FowIx                 PIC 9(2) VALUE 0.
       01 FowCount              PIC 9(2) VALUE 0.
       01 FowTable.
           05 FowEntry OCCURS 22 TIMES.
               10 FwTeam        PIC X(4).
               10 FwWicket      PIC 99.
               10 FwScore       PIC 999.
               10 FwOver        PIC 99V9.
               10 FwOut         PIC X(4).
               10 FwPartner     PIC X(4).
               10 FwRuns        PIC 999.
               10 FwFlag        PIC A.

       PROCEDURE DIVISION.
       ControlPara.
           PERFORM BattingPara.
           MOVE "Y" TO MoreFlag.
           PERFORM BowlingPara.
           MOVE FixT1 TO FowTeamWk.
           MOVE Team1Total TO FowTeamTotal.
           PERFORM FowTeamPara.
           MOVE FixT2 TO FowTeamWk.
           MOVE Team2Total TO FowTeamTotal.
           PERFORM FowTeamPara.
           DISPLAY (5, 10) "Winner Code (TIE If Tied) :- ".
           ACCEPT WinnerIn.
           PERFORM CrossFootPara.
                   MOVE "O" TO BtDismiss (BatCount)
               END-IF
               MOVE WktsIn TO BtWkts (BatCount)
               MOVE PlayerTeam TO BtTeam (BatCount)
               IF PlayerTeam = FixT1
                   ADD RunsIn TO Team1Total
               ELSE
               ADD 1 TO FldCount
               MOVE FielderIdIn TO FldPlayer (FldCount)
               MOVE DismTypeIn TO FldType (FldCount).
      * Fall of wickets for one side, in order. Each wicket names
      * the batter out and the partner left in; the stand still
      * unbroken at the close carries the side's total, so the
      * partnerships add up to the batting card.
       FowTeamPara.
           MOVE 0 TO FowWkts.
           MOVE 0 TO FowLastScore.
           MOVE 0 TO FowLastOver.
           DISPLAY (6, 10) "Fall Of Wickets - " FowTeamWk
                   "  Total :- " FowTeamTotal.
           DISPLAY (16, 10) "Any Wicket Fell (Y/N) :- ".
           ACCEPT MoreFlag.
           PERFORM FowLinePara UNTIL MoreFlag NOT = "Y"
                               OR FowWkts NOT < 10
                               OR FowCount NOT < 22.
           IF FowWkts < 10 AND FowCount < 22
               DISPLAY (16, 10) "Unbroken Stand At Close (Y/N) :- "
               ACCEPT UnbrokenIn
               PERFORM UnbrokenPara UNTIL UnbrokenIn NOT = "Y".
       FowLinePara.
           COMPUTE FowWicketOut = FowWkts + 1.
           DISPLAY (7, 10) "Wicket No. :- " FowWicketOut.
           DISPLAY (8, 10) "Score At Fall :- ".
           ACCEPT FowScoreIn.
           DISPLAY (9, 10) "Over (e.g. 12.3) :- ".
           ACCEPT FowOverIn.
           DISPLAY (10, 10) "Outgoing Batter Id :- ".
           ACCEPT FowOutIn.
           DISPLAY (11, 10) "Partner Batter Id :- ".
           ACCEPT FowPartIn.
           MOVE FowOutIn TO PlayerIdIn.
           PERFORM FindOnCardPara.
           MOVE CardHit TO CardIx.
           MOVE FellWk TO OutFallen.
           IF CardHit = 0
               MOVE "N" TO OutOnCard
           ELSE
               MOVE "Y" TO OutOnCard
               MOVE BtDismiss (CardHit) TO OutDismiss.
           MOVE FowPartIn TO PlayerIdIn.
           PERFORM FindOnCardPara.
           IF FowScoreIn < FowLastScore
              OR FowScoreIn > FowTeamTotal
               DISPLAY (14, 10) "Score Out Of Order Or Above Total."
           ELSE IF FowOverIn < FowLastOver
               DISPLAY (14, 10) "Over Earlier Than Last Wicket."
           ELSE IF OutOnCard = "N" OR OutDismiss NOT = "O"
               DISPLAY (14, 10) "Batter Out Is Not Dismissed On Card."
           ELSE IF OutFallen = "Y"
               DISPLAY (14, 10) "Batter Out Has Already Fallen."
           ELSE IF CardHit = 0 OR FowPartIn = FowOutIn
               DISPLAY (14, 10) "Partner Is Not A Batter On Card."
           ELSE IF FellWk = "Y"
               DISPLAY (14, 10) "Partner Has Already Fallen."
           ELSE
               ADD 1 TO FowWkts
               ADD 1 TO FowCount
               MOVE FowTeamWk TO FwTeam (FowCount)
               MOVE FowWkts TO FwWicket (FowCount)
               MOVE FowScoreIn TO FwScore (FowCount)
               MOVE FowOverIn TO FwOver (FowCount)
               MOVE FowOutIn TO FwOut (FowCount)
               MOVE FowPartIn TO FwPartner (FowCount)
               COMPUTE FwRuns (FowCount) = FowScoreIn - FowLastScore
               MOVE "W" TO FwFlag (FowCount)
               MOVE FowScoreIn TO FowLastScore
               MOVE FowOverIn TO FowLastOver.
           DISPLAY (16, 10) "Another Wicket (Y/N) :- ".
           ACCEPT MoreFlag.
      * Both batters of an unbroken stand must be not out on the
      * card and not already fallen.
       UnbrokenPara.
           DISPLAY (9, 10) "Overs At Close :- ".
           ACCEPT FowOverIn.
           DISPLAY (10, 10) "Not Out Batter 1 :- ".
           ACCEPT FowOutIn.
           DISPLAY (11, 10) "Not Out Batter 2 :- ".
           ACCEPT FowPartIn.
           MOVE FowOutIn TO PlayerIdIn.
           PERFORM FindOnCardPara.
           MOVE FellWk TO OutFallen.
           IF CardHit = 0
               MOVE "N" TO OutOnCard
           ELSE
               MOVE "Y" TO OutOnCard
               MOVE BtDismiss (CardHit) TO OutDismiss.
           MOVE FowPartIn TO PlayerIdIn.
           PERFORM FindOnCardPara.
           IF FowOverIn < FowLastOver
               DISPLAY (14, 10) "Close Earlier Than Last Wicket."
           ELSE IF OutOnCard = "N" OR OutDismiss NOT = "N"
                   OR OutFallen = "Y"
               DISPLAY (14, 10) "Batter 1 Is Not Not-Out On Card."
           ELSE IF CardHit = 0 OR FowPartIn = FowOutIn
                   OR BtDismiss (CardHit) NOT = "N" OR FellWk = "Y"
               DISPLAY (14, 10) "Batter 2 Is Not Not-Out On Card."
           ELSE
               ADD 1 TO FowCount
               MOVE FowTeamWk TO FwTeam (FowCount)
               COMPUTE FwWicket (FowCount) = FowWkts + 1
               MOVE FowTeamTotal TO FwScore (FowCount)
               MOVE FowOverIn TO FwOver (FowCount)
               MOVE FowOutIn TO FwOut (FowCount)
               MOVE FowPartIn TO FwPartner (FowCount)
               COMPUTE FwRuns (FowCount) = FowTeamTotal - FowLastScore
               MOVE "U" TO FwFlag (FowCount)
               MOVE "N" TO UnbrokenIn.
           IF UnbrokenIn = "Y"
               DISPLAY (16, 10) "Re-Key Unbroken Stand (Y/N) :- "
               ACCEPT UnbrokenIn.
      * Finds PlayerIdIn among the side's batting lines (CardHit)
      * and whether a wicket already keyed has that batter out
      * (FellWk).
       FindOnCardPara.
           MOVE 0 TO CardHit.
           MOVE 0 TO BatIx.
           PERFORM ScanCardPara UNTIL BatIx NOT < BatCount
                                OR CardHit NOT = 0.
           MOVE "N" TO FellWk.
           MOVE 0 TO FowIx.
           PERFORM ScanFellPara UNTIL FowIx NOT < FowCount.
       ScanCardPara.
           ADD 1 TO BatIx.
           IF BtPlayer (BatIx) = PlayerIdIn
              AND BtTeam (BatIx) = FowTeamWk
               MOVE BatIx TO CardHit.
       ScanFellPara.
           ADD 1 TO FowIx.
           IF FwTeam (FowIx) = FowTeamWk AND FwFlag (FowIx) = "W"
              AND FwOut (FowIx) = PlayerIdIn
               MOVE "Y" TO FellWk.
       CrossFootPara.
           MOVE "N" TO ConfirmFlag.
           PERFORM BowlFootPara.
                   MOVE "N" TO ConfirmFlag
                   DISPLAY (20, 10)
                       "Bowling Cards Do Not Foot To Batting.".
           IF ConfirmFlag = "Y"
               MOVE FixT1 TO FowTeamWk
               MOVE Team1Total TO FowTeamTotal
               PERFORM FowFootPara
               MOVE FixT2 TO FowTeamWk
               MOVE Team2Total TO FowTeamTotal
               PERFORM FowFootPara.
      * The last fall (or the unbroken stand) must reach the side's
      * batting total and the wickets keyed must match the batters
      * dismissed on the card.
       FowFootPara.
           MOVE 0 TO FootScore.
           MOVE 0 TO FootWkts.
           MOVE 0 TO FootDismiss.
           MOVE 0 TO FowIx.
           PERFORM FowFootOnePara UNTIL FowIx NOT < FowCount.
           MOVE 0 TO BatIx.
           PERFORM DismissFootPara UNTIL BatIx NOT < BatCount.
           IF FootScore NOT = FowTeamTotal
              OR FootWkts NOT = FootDismiss
               MOVE "N" TO ConfirmFlag
               DISPLAY (21, 10) "Fall Of Wickets Do Not Foot For "
                       FowTeamWk ".".
       FowFootOnePara.
           ADD 1 TO FowIx.
           IF FwTeam (FowIx) = FowTeamWk
               IF FwScore (FowIx) > FootScore
                   MOVE FwScore (FowIx) TO FootScore
               END-IF
               IF FwFlag (FowIx) = "W"
                   ADD 1 TO FootWkts.
       DismissFootPara.
           ADD 1 TO BatIx.
           IF BtTeam (BatIx) = FowTeamWk AND BtDismiss (BatIx) = "O"
               ADD 1 TO FootDismiss.
       BowlFootPara.
           MOVE 0 TO Bowl1Total.
           MOVE 0 TO Bowl2Total.
           WRITE MatchResultRec.
           MOVE 0 TO FldIx.
           PERFORM WriteFieldPara UNTIL FldIx NOT < FldCount.
           MOVE 0 TO FowIx.
           PERFORM WritePartPara UNTIL FowIx NOT < FowCount.
           CLOSE Transaction BowlFile MatchResultFile FieldFile
                 PartnerFile.
       WriteFieldPara.
           ADD 1 TO FldIx.
           MOVE FldPlayer (FldIx) TO FdPlayerId.
           MOVE MatchIdIn TO FdMatchId.
           MOVE FldType (FldIx) TO FdDismType.
           WRITE FieldTransacRec.
       WritePartPara.
           ADD 1 TO FowIx.
           MOVE MatchIdIn TO PtMatchId.
           MOVE FwTeam (FowIx) TO PtTeam.
           MOVE FwWicket (FowIx) TO PtWicket.
           MOVE FwScore (FowIx) TO PtFowScore.
           MOVE FwOver (FowIx) TO PtFowOver.
           MOVE FwOut (FowIx) TO PtOutBatter.
           MOVE FwPartner (FowIx) TO PtPartner.
           MOVE FwRuns (FowIx) TO PtRuns.
           MOVE FwFlag (FowIx) TO PtEndFlag.
           WRITE PartnerRec.
       OpenAllPara.
           OPEN EXTEND Transaction.
           IF TransacStatus = "35"
           OPEN EXTEND FieldFile.
           IF FieldStatus = "35"
               OPEN OUTPUT FieldFile.
           OPEN EXTEND PartnerFile.
           IF PartnerStatus = "35"
               OPEN OUTPUT PartnerFile.
       WriteBatPara.
           ADD 1 TO BatIx.
           MOVE BtPlayer (BatIx) TO TPlayerId.
