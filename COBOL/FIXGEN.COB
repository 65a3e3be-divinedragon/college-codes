        IDENTIFICATION DIVISION.
        PROGRAM-ID. FixtureGen.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT GenTeamFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GenTeamStatus.
            SELECT VenueDateFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS VenueDateStatus.
            SELECT FixtureFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FixtureStatus.
            SELECT PropFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PropStatus.
            SELECT FileOut ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD GenTeamFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "GenTeam.dat".
            COPY "GENTEAM.CPY".
        FD VenueDateFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "VenueDate.dat".
            COPY "VENUEDT.CPY".
        FD FixtureFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Fixture.dat".
            COPY "FIXTURE.CPY".
        FD PropFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "FixProp.dat".
            COPY "FIXTURE.CPY" REPLACING FixtureRec BY PropRec
                                          FxMatchId BY PpMatchId
                                          FxDate BY PpDate
                                          FxVenue BY PpVenue
                                          FxTeam1 BY PpTeam1
                                          FxTeam2 BY PpTeam2.
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "FixReview.dat".
        01  RecOut             PIC X(80).

        WORKING-STORAGE SECTION.
        01  GenTeamStatus  PIC XX VALUE "00".
        01  VenueDateStatus PIC XX VALUE "00".
        01  FixtureStatus  PIC XX VALUE "00".
        01  PropStatus     PIC XX VALUE "00".
        01  GenTeamEOF     PIC A VALUE "N".
        01  VenueDateEOF   PIC A VALUE "N".
        01  FixtureEOF     PIC A VALUE "N".
        01  PropEOF        PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  DoubleIn       PIC A VALUE "Y".
        01  RestDays       PIC 9(3) VALUE 2.
        01  LoadIn         PIC A VALUE "N".
        01  DupTeam        PIC X(4) VALUE SPACES.
        01  TeamKey        PIC X(4) VALUE SPACES.
        01  NextMatchId    PIC 9(4) VALUE 0.
        01  LastMatchId    PIC 9(4) VALUE 0.
        01  PlacedCount    PIC 9(3) VALUE 0.
        01  UnplacedCount  PIC 9(3) VALUE 0.
        01  LoadedCount    PIC 9(3) VALUE 0.
        01  DayNumWk       PIC 9(7) VALUE 0.
        01  GapWk          PIC S9(7) VALUE 0.
        01  LeapQuot       PIC 9(4) VALUE 0.
        01  LeapRem        PIC 9(4) VALUE 0.
        01  DateWk         PIC 9(8) VALUE 0.
        01  DateWkParts REDEFINES DateWk.
            05  DateWkYY   PIC 9(4).
            05  DateWkMM   PIC 99.
            05  DateWkDD   PIC 99.
        01  CumDaysLit     PIC X(36) VALUE
            "000031059090120151181212243273304334".
        01  CumDaysR REDEFINES CumDaysLit.
            05  CumDays OCCURS 12 TIMES PIC 9(3).
        01  TmIx           PIC 9(2) VALUE 0.
        01  TmHit          PIC 9(2) VALUE 0.
        01  TmCount        PIC 9(2) VALUE 0.
        01  TmTable.
            05  TmEntry OCCURS 20 TIMES.
                10  TmtCode    PIC X(4).
                10  TmtVenue   PIC X(20).
                10  TmtLast    PIC 9(7).
                10  TmtHome    PIC 9(2).
                10  TmtAway    PIC 9(2).
        01  SlotIx         PIC 9(2) VALUE 0.
        01  SlotCount      PIC 9(2) VALUE 0.
        01  SlotLast       PIC 9(2) VALUE 0.
        01  SlotTable.
            05  Slot OCCURS 20 TIMES PIC 9(2).
        01  RoundNo        PIC 9(2) VALUE 0.
        01  RoundsPerLeg   PIC 9(2) VALUE 0.
        01  HalfCount      PIC 9(2) VALUE 0.
        01  PairIx         PIC 9(2) VALUE 0.
        01  TeamA          PIC 9(2) VALUE 0.
        01  TeamB          PIC 9(2) VALUE 0.
        01  TeamSwap       PIC 9(2) VALUE 0.
        01  EvenQuot       PIC 9(2) VALUE 0.
        01  EvenRem        PIC 9 VALUE 0.
        01  SwapFlag       PIC A VALUE "N".
        01  VdIx           PIC 9(4) VALUE 0.
        01  VdCount        PIC 9(4) VALUE 0.
        01  VdTable.
            05  VdEntry OCCURS 1000 TIMES.
                10  VdtVenue   PIC X(20).
                10  VdtDate    PIC 9(8).
                10  VdtDayNum  PIC 9(7).
                10  VdtUsed    PIC A.
        01  EdIx           PIC 9(4) VALUE 0.
        01  EdCount        PIC 9(4) VALUE 0.
        01  EdTable.
            05  EdEntry OCCURS 1000 TIMES.
                10  EdtTeam    PIC 9(2).
                10  EdtDayNum  PIC 9(7).
        01  PrIx           PIC 9(3) VALUE 0.
        01  PrCount        PIC 9(3) VALUE 0.
        01  FirstLegCount  PIC 9(3) VALUE 0.
        01  PrTable.
            05  PrEntry OCCURS 400 TIMES.
                10  PrtRound   PIC 9(2).
                10  PrtHome    PIC 9(2).
                10  PrtAway    PIC 9(2).
                10  PrtVd      PIC 9(4).
                10  PrtMatch   PIC 9(3).
        01  BestVd         PIC 9(4) VALUE 0.
        01  BestDay        PIC 9(7) VALUE 0.
        01  ClashFlag      PIC A VALUE "N".
        01  CheckTeam      PIC 9(2) VALUE 0.
        01  CheckDay       PIC 9(7) VALUE 0.
        01  PickIx         PIC 9(3) VALUE 0.
        01  RankCtr        PIC 9(3) VALUE 0.
        COPY "CTLTOT.CPY".
        01  LineRec        PIC X(80) VALUE ALL "-".
        01  Heading1.
            05  F          PIC X(20) VALUE SPACES.
            05  F          PIC X(27) VALUE
                "PROPOSED LEAGUE FIXTURES - ".
            05  HdLegsOut  PIC X(13).
        01  Heading2.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(8) VALUE "Teams : ".
            05  HdTeamsOut PIC Z9.
            05  F          PIC X(32) VALUE
                "   Min Days Between Matches : ".
            05  HdRestOut  PIC ZZ9.
        01  ColHead.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(40) VALUE
                "Match Round Date      Venue".
            05  F          PIC X(20) VALUE
                "   Home    Away".
        01  DetailRec.
            05  F          PIC X(3) VALUE SPACES.
            05  DtMatchOut PIC ZZ9.
            05  F          PIC X(4) VALUE SPACES.
            05  DtRoundOut PIC Z9.
            05  F          PIC X(2) VALUE SPACES.
            05  DtDateOut  PIC 9(8).
            05  F          PIC X(2) VALUE SPACES.
            05  DtVenueOut PIC X(20).
            05  F          PIC X(3) VALUE SPACES.
            05  DtHomeOut  PIC X(4).
            05  F          PIC X(4) VALUE " v  ".
            05  DtAwayOut  PIC X(4).
        01  UnplacedHead.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(50) VALUE
                "NOT PLACED - NO FREE DATE AT THE HOME GROUND".
        01  UnplacedRec.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(8) VALUE "Round : ".
            05  UpRoundOut PIC Z9.
            05  F          PIC X(3) VALUE SPACES.
            05  UpHomeOut  PIC X(4).
            05  F          PIC X(4) VALUE " v  ".
            05  UpAwayOut  PIC X(4).
            05  F          PIC X(5) VALUE "  at ".
            05  UpVenueOut PIC X(20).
        01  TeamSumHead.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(40) VALUE
                "Team   Home  Away   Home Ground".
        01  TeamSumRec.
            05  F          PIC X(3) VALUE SPACES.
            05  TsTeamOut  PIC X(4).
            05  F          PIC X(3) VALUE SPACES.
            05  TsHomeOut  PIC Z9.
            05  F          PIC X(4) VALUE SPACES.
            05  TsAwayOut  PIC Z9.
            05  F          PIC X(3) VALUE SPACES.
            05  TsVenueOut PIC X(20).

        PROCEDURE DIVISION.
      * Circle-method round robin: every pair meets once per leg,
      * each team plays at most once a round, and home and away
      * alternate round by round. The second leg repeats the first
      * with home and away reversed. Each fixture goes on the
      * earliest free date of the home ground that keeps both teams
      * the minimum number of days clear of their previous match and
      * of anything they already have on Fixture.dat.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            DISPLAY (3, 10) "Double Round Robin (Y/N) :- ".
            ACCEPT DoubleIn.
            DISPLAY (4, 10) "Min Days Between A Team's Matches"
                    " (0 = 2) :- ".
            ACCEPT RestDays.
            IF RestDays = 0
                MOVE 2 TO RestDays.
            PERFORM LoadTeamsPara.
            IF TmCount < 2
                DISPLAY (6, 10) "Fewer Than 2 Teams On GenTeam.dat."
                        " Nothing Done."
                GOBACK.
            IF DupTeam NOT = SPACES
                DISPLAY (6, 10) "Team " DupTeam " Listed Twice On"
                        " GenTeam.dat. Nothing Done."
                GOBACK.
            PERFORM LoadVenueDatesPara.
            PERFORM LoadFixturesPara.
            PERFORM BuildRoundsPara.
            IF DoubleIn = "Y"
                PERFORM SecondLegPara.
            COMPUTE LastMatchId = NextMatchId + PrCount - 1.
            IF LastMatchId > 999
                DISPLAY (6, 10) "Match Ids Would Pass 999. Nothing"
                        " Done."
                GOBACK.
            MOVE 0 TO PrIx.
            PERFORM PlacePara UNTIL PrIx NOT < PrCount.
            PERFORM NumberPara.
            PERFORM ReviewPara.
            DISPLAY (6, 10) "Fixtures Proposed :- " PlacedCount
                    "  Not Placed :- " UnplacedCount.
            DISPLAY (7, 10) "See FixReview.dat.".
            IF UnplacedCount > 0
                DISPLAY (9, 10) "Add Venue Dates And Rerun. Nothing"
                        " Loaded."
                GOBACK.
            DISPLAY (9, 10) "Load Into Fixture.dat (Y/N) :- ".
            ACCEPT LoadIn.
            IF LoadIn = "Y"
                PERFORM LoadProposalPara
                DISPLAY (11, 10) "Fixtures Loaded :- " LoadedCount
            ELSE
                DISPLAY (11, 10) "Nothing Loaded. FixProp.dat Kept"
                        " For Review.".
            GOBACK.
        LoadTeamsPara.
            OPEN INPUT GenTeamFile.
            IF GenTeamStatus = "00"
                PERFORM ReadGenTeamPara
                PERFORM LoadOneTeamPara UNTIL GenTeamEOF = "Y"
                CLOSE GenTeamFile.
        ReadGenTeamPara.
            READ GenTeamFile AT END MOVE "Y" TO GenTeamEOF.
        LoadOneTeamPara.
            MOVE GtTeamCode TO TeamKey.
            PERFORM FindTeamPara.
            IF TmHit NOT = 0
                MOVE GtTeamCode TO DupTeam
            ELSE IF TmCount < 20 AND GtTeamCode NOT = SPACES
                ADD 1 TO TmCount
                MOVE GtTeamCode TO TmtCode (TmCount)
                MOVE GtHomeVenue TO TmtVenue (TmCount)
                MOVE 0 TO TmtLast (TmCount)
                MOVE 0 TO TmtHome (TmCount)
                MOVE 0 TO TmtAway (TmCount).
            PERFORM ReadGenTeamPara.
        FindTeamPara.
            MOVE 0 TO TmHit.
            MOVE 0 TO TmIx.
            PERFORM ScanTeamTabPara UNTIL TmIx NOT < TmCount
                                    OR TmHit NOT = 0.
        ScanTeamTabPara.
            ADD 1 TO TmIx.
            IF TmtCode (TmIx) = TeamKey
                MOVE TmIx TO TmHit.
        LoadVenueDatesPara.
            OPEN INPUT VenueDateFile.
            IF VenueDateStatus = "00"
                PERFORM ReadVenueDatePara
                PERFORM LoadOneVenueDatePara UNTIL VenueDateEOF = "Y"
                CLOSE VenueDateFile.
        ReadVenueDatePara.
            READ VenueDateFile AT END MOVE "Y" TO VenueDateEOF.
        LoadOneVenueDatePara.
            IF VdCount < 1000 AND VdDate NUMERIC AND VdDate > RunDate8
                ADD 1 TO VdCount
                MOVE VdVenue TO VdtVenue (VdCount)
                MOVE VdDate TO VdtDate (VdCount)
                MOVE VdDate TO DateWk
                PERFORM DayNumPara
                MOVE DayNumWk TO VdtDayNum (VdCount)
                MOVE "N" TO VdtUsed (VdCount).
            PERFORM ReadVenueDatePara.
      * Fixtures already on file fix the next match id, take their
      * ground off the list for that date and count against the
      * rest rule for the teams in them.
        LoadFixturesPara.
            MOVE 0 TO NextMatchId.
            OPEN INPUT FixtureFile.
            IF FixtureStatus = "00"
                PERFORM ReadFixturePara
                PERFORM ScanFixturePara UNTIL FixtureEOF = "Y"
                CLOSE FixtureFile
                MOVE "N" TO FixtureEOF.
            ADD 1 TO NextMatchId.
        ReadFixturePara.
            READ FixtureFile AT END MOVE "Y" TO FixtureEOF.
        ScanFixturePara.
            IF FxMatchId > NextMatchId
                MOVE FxMatchId TO NextMatchId.
            MOVE 0 TO VdIx.
            PERFORM MarkVenueUsedPara UNTIL VdIx NOT < VdCount.
            MOVE FxDate TO DateWk.
            PERFORM DayNumPara.
            MOVE FxTeam1 TO TeamKey.
            PERFORM FindTeamPara.
            PERFORM AddTeamDatePara.
            MOVE FxTeam2 TO TeamKey.
            PERFORM FindTeamPara.
            PERFORM AddTeamDatePara.
            PERFORM ReadFixturePara.
        MarkVenueUsedPara.
            ADD 1 TO VdIx.
            IF VdtVenue (VdIx) = FxVenue AND VdtDate (VdIx) = FxDate
                MOVE "Y" TO VdtUsed (VdIx).
        AddTeamDatePara.
            IF TmHit NOT = 0 AND EdCount < 1000
                ADD 1 TO EdCount
                MOVE TmHit TO EdtTeam (EdCount)
                MOVE DayNumWk TO EdtDayNum (EdCount).
      * Days from a fixed origin, so that two dates either side of a
      * month or year end still give the true gap.
        DayNumPara.
            COMPUTE DayNumWk = DateWkYY * 365 + (DateWkYY - 1) / 4
                             + CumDays (DateWkMM) + DateWkDD.
            IF DateWkMM > 2
                DIVIDE DateWkYY BY 4 GIVING LeapQuot
                    REMAINDER LeapRem
                IF LeapRem = 0
                    ADD 1 TO DayNumWk.
      * An odd number of teams gets a bye slot (team 0); whoever
      * draws it sits the round out.
        BuildRoundsPara.
            MOVE TmCount TO SlotCount.
            DIVIDE SlotCount BY 2 GIVING EvenQuot REMAINDER EvenRem.
            IF EvenRem NOT = 0
                ADD 1 TO SlotCount.
            MOVE 0 TO SlotIx.
            PERFORM SetSlotPara UNTIL SlotIx NOT < SlotCount.
            COMPUTE RoundsPerLeg = SlotCount - 1.
            COMPUTE HalfCount = SlotCount / 2.
            MOVE 0 TO RoundNo.
            PERFORM RoundPara UNTIL RoundNo NOT < RoundsPerLeg.
            MOVE PrCount TO FirstLegCount.
        SetSlotPara.
            ADD 1 TO SlotIx.
            IF SlotIx > TmCount
                MOVE 0 TO Slot (SlotIx)
            ELSE
                MOVE SlotIx TO Slot (SlotIx).
        RoundPara.
            ADD 1 TO RoundNo.
            MOVE 0 TO PairIx.
            PERFORM PairPara UNTIL PairIx NOT < HalfCount.
            PERFORM RotatePara.
      * The fixed team swaps ends every other round and the other
      * pairings take home and away by their position, which keeps
      * breaks in each team's home-away run to the minimum.
        PairPara.
            ADD 1 TO PairIx.
            MOVE Slot (PairIx) TO TeamA.
            COMPUTE SlotIx = SlotCount + 1 - PairIx.
            MOVE Slot (SlotIx) TO TeamB.
            MOVE "N" TO SwapFlag.
            IF PairIx = 1
                DIVIDE RoundNo BY 2 GIVING EvenQuot REMAINDER EvenRem
            ELSE
                DIVIDE PairIx BY 2 GIVING EvenQuot REMAINDER EvenRem.
            IF EvenRem = 0
                MOVE "Y" TO SwapFlag.
            IF SwapFlag = "Y"
                MOVE TeamA TO TeamSwap
                MOVE TeamB TO TeamA
                MOVE TeamSwap TO TeamB.
            IF TeamA NOT = 0 AND TeamB NOT = 0 AND PrCount < 400
                ADD 1 TO PrCount
                MOVE RoundNo TO PrtRound (PrCount)
                MOVE TeamA TO PrtHome (PrCount)
                MOVE TeamB TO PrtAway (PrCount)
                MOVE 0 TO PrtVd (PrCount)
                MOVE 0 TO PrtMatch (PrCount).
        RotatePara.
            MOVE Slot (SlotCount) TO SlotLast.
            MOVE SlotCount TO SlotIx.
            PERFORM ShiftSlotPara UNTIL SlotIx NOT > 2.
            MOVE SlotLast TO Slot (2).
        ShiftSlotPara.
            MOVE Slot (SlotIx - 1) TO Slot (SlotIx).
            SUBTRACT 1 FROM SlotIx.
        SecondLegPara.
            MOVE 0 TO PrIx.
            PERFORM MirrorPara UNTIL PrIx NOT < FirstLegCount.
        MirrorPara.
            ADD 1 TO PrIx.
            IF PrCount < 400
                ADD 1 TO PrCount
                COMPUTE PrtRound (PrCount) = PrtRound (PrIx)
                                           + RoundsPerLeg
                MOVE PrtAway (PrIx) TO PrtHome (PrCount)
                MOVE PrtHome (PrIx) TO PrtAway (PrCount)
                MOVE 0 TO PrtVd (PrCount)
                MOVE 0 TO PrtMatch (PrCount).
        PlacePara.
            ADD 1 TO PrIx.
            MOVE PrtHome (PrIx) TO TmIx.
            MOVE 0 TO BestVd.
            MOVE 0 TO BestDay.
            MOVE 0 TO VdIx.
            PERFORM TryDatePara UNTIL VdIx NOT < VdCount.
            IF BestVd = 0
                ADD 1 TO UnplacedCount
            ELSE
                ADD 1 TO PlacedCount
                MOVE BestVd TO PrtVd (PrIx)
                MOVE "Y" TO VdtUsed (BestVd)
                MOVE BestDay TO TmtLast (PrtHome (PrIx))
                MOVE BestDay TO TmtLast (PrtAway (PrIx))
                ADD 1 TO TmtHome (PrtHome (PrIx))
                ADD 1 TO TmtAway (PrtAway (PrIx)).
        TryDatePara.
            ADD 1 TO VdIx.
            IF VdtVenue (VdIx) = TmtVenue (TmIx)
               AND VdtUsed (VdIx) = "N"
               AND (BestVd = 0 OR VdtDayNum (VdIx) < BestDay)
                MOVE VdtDayNum (VdIx) TO CheckDay
                MOVE "N" TO ClashFlag
                MOVE PrtHome (PrIx) TO CheckTeam
                PERFORM RestCheckPara
                MOVE PrtAway (PrIx) TO CheckTeam
                PERFORM RestCheckPara
                IF ClashFlag = "N"
                    MOVE VdIx TO BestVd
                    MOVE CheckDay TO BestDay.
      * A team's fixtures are placed in round order, so the new date
      * must also come after the team's last one placed.
        RestCheckPara.
            IF TmtLast (CheckTeam) NOT = 0
                COMPUTE GapWk = CheckDay - TmtLast (CheckTeam)
                IF GapWk < RestDays
                    MOVE "Y" TO ClashFlag.
            MOVE 0 TO EdIx.
            PERFORM ExistCheckPara UNTIL EdIx NOT < EdCount
                                   OR ClashFlag = "Y".
        ExistCheckPara.
            ADD 1 TO EdIx.
            IF EdtTeam (EdIx) = CheckTeam
                COMPUTE GapWk = CheckDay - EdtDayNum (EdIx)
                IF GapWk < 0
                    COMPUTE GapWk = 0 - GapWk
                END-IF
                IF GapWk < RestDays
                    MOVE "Y" TO ClashFlag.
      * Match ids run in date order across the whole proposal.
        NumberPara.
            MOVE 0 TO RankCtr.
            PERFORM NumberOnePara UNTIL RankCtr NOT < PlacedCount.
        NumberOnePara.
            MOVE 0 TO PickIx.
            MOVE 0 TO PrIx.
            PERFORM PickEarliestPara UNTIL PrIx NOT < PrCount.
            ADD 1 TO RankCtr.
            COMPUTE PrtMatch (PickIx) = NextMatchId + RankCtr - 1.
        PickEarliestPara.
            ADD 1 TO PrIx.
            IF PrtVd (PrIx) NOT = 0 AND PrtMatch (PrIx) = 0
                IF PickIx = 0
                    MOVE PrIx TO PickIx
                ELSE
                    IF VdtDayNum (PrtVd (PrIx))
                       < VdtDayNum (PrtVd (PickIx))
                        MOVE PrIx TO PickIx.
        ReviewPara.
            OPEN OUTPUT PropFile.
            OPEN OUTPUT FileOut.
            IF DoubleIn = "Y"
                MOVE "DOUBLE LEG" TO HdLegsOut
            ELSE
                MOVE "SINGLE LEG" TO HdLegsOut.
            WRITE RecOut FROM Heading1.
            MOVE TmCount TO HdTeamsOut.
            MOVE RestDays TO HdRestOut.
            WRITE RecOut FROM Heading2.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM ColHead.
            MOVE 0 TO RankCtr.
            PERFORM ReviewLinePara UNTIL RankCtr NOT < PlacedCount.
            WRITE RecOut FROM LineRec.
            IF UnplacedCount > 0
                WRITE RecOut FROM UnplacedHead
                MOVE 0 TO PrIx
                PERFORM UnplacedLinePara UNTIL PrIx NOT < PrCount
                WRITE RecOut FROM LineRec.
            WRITE RecOut FROM TeamSumHead.
            MOVE 0 TO TmIx.
            PERFORM TeamSumPara UNTIL TmIx NOT < TmCount.
            WRITE RecOut FROM LineRec.
            MOVE PlacedCount TO CtRecsOut.
            MOVE UnplacedCount TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE FileOut.
            CLOSE PropFile.
        ReviewLinePara.
            ADD 1 TO RankCtr.
            MOVE 0 TO PickIx.
            MOVE 0 TO PrIx.
            PERFORM FindNumberPara UNTIL PrIx NOT < PrCount
                                   OR PickIx NOT = 0.
            MOVE PrtMatch (PickIx) TO DtMatchOut PpMatchId.
            MOVE PrtRound (PickIx) TO DtRoundOut.
            MOVE VdtDate (PrtVd (PickIx)) TO DtDateOut PpDate.
            MOVE VdtVenue (PrtVd (PickIx)) TO DtVenueOut PpVenue.
            MOVE TmtCode (PrtHome (PickIx)) TO DtHomeOut PpTeam1.
            MOVE TmtCode (PrtAway (PickIx)) TO DtAwayOut PpTeam2.
            WRITE RecOut FROM DetailRec.
            WRITE PropRec.
        FindNumberPara.
            ADD 1 TO PrIx.
            IF PrtMatch (PrIx) = NextMatchId + RankCtr - 1
               AND PrtVd (PrIx) NOT = 0
                MOVE PrIx TO PickIx.
        UnplacedLinePara.
            ADD 1 TO PrIx.
            IF PrtVd (PrIx) = 0
                MOVE PrtRound (PrIx) TO UpRoundOut
                MOVE TmtCode (PrtHome (PrIx)) TO UpHomeOut
                MOVE TmtCode (PrtAway (PrIx)) TO UpAwayOut
                MOVE TmtVenue (PrtHome (PrIx)) TO UpVenueOut
                WRITE RecOut FROM UnplacedRec.
        TeamSumPara.
            ADD 1 TO TmIx.
            MOVE TmtCode (TmIx) TO TsTeamOut.
            MOVE TmtHome (TmIx) TO TsHomeOut.
            MOVE TmtAway (TmIx) TO TsAwayOut.
            MOVE TmtVenue (TmIx) TO TsVenueOut.
            WRITE RecOut FROM TeamSumRec.
      * The reviewed proposal is what goes on Fixture.dat, row for
      * row, so the operator loads exactly what was printed.
        LoadProposalPara.
            OPEN INPUT PropFile.
            OPEN EXTEND FixtureFile.
            IF FixtureStatus = "35"
                OPEN OUTPUT FixtureFile.
            PERFORM ReadPropPara.
            PERFORM LoadOnePropPara UNTIL PropEOF = "Y".
            CLOSE PropFile.
            CLOSE FixtureFile.
        ReadPropPara.
            READ PropFile AT END MOVE "Y" TO PropEOF.
        LoadOnePropPara.
            MOVE PpMatchId TO FxMatchId.
            MOVE PpDate TO FxDate.
            MOVE PpVenue TO FxVenue.
            MOVE PpTeam1 TO FxTeam1.
            MOVE PpTeam2 TO FxTeam2.
            WRITE FixtureRec.
            ADD 1 TO LoadedCount.
            PERFORM ReadPropPara.
