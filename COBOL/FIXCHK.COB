       01 MatchResultStatus     PIC XX VALUE "00".
       01 FixtureEOF            PIC A VALUE "N".
       01 ResultEOF             PIC A VALUE "N".
       01 RunDate8              PIC 9(8).
       01 FixIx                 PIC 9(3) VALUE 0.
       01 FixHit                PIC 9(3) VALUE 0.
       01 FixCount              PIC 9(3) VALUE 0.
       01 FixTable.
           05 FixEntry OCCURS 400 TIMES.
               10 FtMatchId     PIC 999.
               10 FtHasResult   PIC A.
               10 FtDate        PIC 9(8).
               10 FtTeam1       PIC X(4).
               10 FtTeam2       PIC X(4).
       01 OthIx                 PIC 9(3) VALUE 0.
       01 NoFixCount            PIC 9(3) VALUE 0.
       01 NoResCount            PIC 9(3) VALUE 0.
       01 DupCount              PIC 9(3) VALUE 0.
       01 ClashCount            PIC 9(3) VALUE 0.
       01 Heading1.
           05  F                PIC X(18) VALUE ALL SPACES.
           05  F                PIC X(35) VALUE
           05  F                PIC X(30) VALUE
               "RESULT WITHOUT FIXTURE  : ".
           05  NoFixIdOut       PIC 999.
       01 DupRec.
           05  F                PIC X(3) VALUE ALL SPACES.
           05  F                PIC X(30) VALUE
               "MATCH ID ON FILE TWICE  : ".
           05  DupIdOut         PIC 999.
       01 SelfRec.
           05  F                PIC X(3) VALUE ALL SPACES.
           05  F                PIC X(30) VALUE
               "TEAM DRAWN AGAINST ITSELF: ".
           05  SelfIdOut        PIC 999.
       01 ClashRec.
           05  F                PIC X(3) VALUE ALL SPACES.
           05  F                PIC X(30) VALUE
               "TEAM TWICE ON ONE DATE  : ".
           05  ClTeamOut        PIC X(4).
           05  F                PIC X(2) VALUE ALL SPACES.
           05  ClDateOut        PIC 9(8).
           05  F                PIC X(9) VALUE "  Matches".
           05  ClMatch1Out      PIC ZZ9.
           05  F                PIC X(2) VALUE ALL SPACES.
           05  ClMatch2Out      PIC ZZ9.
       01 TotRec.
           05  F                PIC X(3) VALUE ALL SPACES.
           05  F                PIC X(22) VALUE "Missing Results : ".
           05  NoResCntOut      PIC ZZ9.
           05  F                PIC X(22) VALUE "  Orphan Results : ".
           05  NoFixCntOut      PIC ZZ9.
       01 TotRec2.
           05  F                PIC X(3) VALUE ALL SPACES.
           05  F                PIC X(22) VALUE "Duplicate Ids   : ".
           05  DupCntOut        PIC ZZ9.
           05  F                PIC X(22) VALUE "  Date Clashes  : ".
           05  ClashCntOut      PIC ZZ9.

       PROCEDURE DIVISION.
       ControlPara.
           ACCEPT RunDate8 FROM DATE YYYYMMDD.
           PERFORM LoadFixturePara.
           OPEN OUTPUT RptFile.
           WRITE RecOut FROM Heading1.
           WRITE RecOut FROM LineRec.
           MOVE 0 TO FixIx.
           PERFORM ClashFixPara UNTIL FixIx NOT < FixCount.
           PERFORM ScanResultsPara.
           MOVE 0 TO FixIx.
           PERFORM ReportFixPara UNTIL FixIx NOT < FixCount.
           MOVE NoResCount TO NoResCntOut.
           MOVE NoFixCount TO NoFixCntOut.
           WRITE RecOut FROM TotRec.
           MOVE DupCount TO DupCntOut.
           MOVE ClashCount TO ClashCntOut.
           WRITE RecOut FROM TotRec2.
           CLOSE RptFile.
           GOBACK.
       LoadFixturePara.
       ReadFixturePara.
           READ FixtureFile AT END MOVE "Y" TO FixtureEOF.
       LoadOneFixPara.
           IF FixCount < 400
               ADD 1 TO FixCount
               MOVE FxMatchId TO FtMatchId (FixCount)
               MOVE "N" TO FtHasResult (FixCount)
               MOVE FxDate TO FtDate (FixCount)
               MOVE FxTeam1 TO FtTeam1 (FixCount)
               MOVE FxTeam2 TO FtTeam2 (FixCount).
           PERFORM ReadFixturePara.
       ScanResultsPara.
           OPEN INPUT MatchResultFile.
           ADD 1 TO FixIx.
           IF FtMatchId (FixIx) = MrMatchId
               MOVE FixIx TO FixHit.
      * A fixture still to be played is not missing its result.
       ReportFixPara.
           ADD 1 TO FixIx.
           IF FtHasResult (FixIx) = "N" AND FtDate (FixIx) < RunDate8
               MOVE FtMatchId (FixIx) TO NoResIdOut
               WRITE RecOut FROM NoResultRec
               ADD 1 TO NoResCount.
      * Each fixture is set against the ones after it on the file: a
      * match id used twice, or a team down for two matches on the
      * same date.
       ClashFixPara.
           ADD 1 TO FixIx.
           IF FtTeam1 (FixIx) = FtTeam2 (FixIx)
               MOVE FtMatchId (FixIx) TO SelfIdOut
               WRITE RecOut FROM SelfRec
               ADD 1 TO ClashCount.
           MOVE FixIx TO OthIx.
           PERFORM ClashPairPara UNTIL OthIx NOT < FixCount.
       ClashPairPara.
           ADD 1 TO OthIx.
           IF FtMatchId (OthIx) = FtMatchId (FixIx)
               MOVE FtMatchId (FixIx) TO DupIdOut
               WRITE RecOut FROM DupRec
               ADD 1 TO DupCount
           ELSE IF FtDate (OthIx) = FtDate (FixIx)
               IF FtTeam1 (OthIx) = FtTeam1 (FixIx)
                  OR FtTeam2 (OthIx) = FtTeam1 (FixIx)
                   MOVE FtTeam1 (FixIx) TO ClTeamOut
                   PERFORM ClashLinePara
               END-IF
               IF FtTeam1 (OthIx) = FtTeam2 (FixIx)
                  OR FtTeam2 (OthIx) = FtTeam2 (FixIx)
                   MOVE FtTeam2 (FixIx) TO ClTeamOut
                   PERFORM ClashLinePara.
       ClashLinePara.
           MOVE FtDate (FixIx) TO ClDateOut.
           MOVE FtMatchId (FixIx) TO ClMatch1Out.
           MOVE FtMatchId (OthIx) TO ClMatch2Out.
           WRITE RecOut FROM ClashRec.
           ADD 1 TO ClashCount.
