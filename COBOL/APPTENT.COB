        IDENTIFICATION DIVISION.
        PROGRAM-ID. AppointmentEntry.
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
            SELECT BatchParamFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BatchParamStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.
            SELECT TournFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TournStatus.

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
        FD BatchParamFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "BatchParam.dat".
            COPY "BATCHPRM.CPY".
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".
        FD TournFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Tournament.dat".
            COPY "TOURNMT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  FixtureStatus  PIC XX VALUE "00".
        01  OfficialStatus PIC XX VALUE "00".
        01  AppointStatus  PIC XX VALUE "00".
        01  BatchParamStatus PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  FixtureEOF     PIC A VALUE "N".
        01  OfficialEOF    PIC A VALUE "N".
        01  AppointEOF     PIC A VALUE "N".
        01  BatchParamEOF  PIC A VALUE "N".
        01  TournStatus    PIC XX VALUE "00".
        01  TournEOF       PIC A VALUE "N".
        01  TournFound     PIC A VALUE "N".
        01  TournCodeWk    PIC X(6).
        01  FixDateWk      PIC 9(8).
        01  TournStartWk   PIC 9(8) VALUE 0.
        01  TournEndWk     PIC 9(8) VALUE 0.
        01  RunDate8       PIC 9(8).
        01  RestDays       PIC 9(3) VALUE 3.
        01  MaxAppts       PIC 9(3) VALUE 8.
        01  MoreFlag       PIC A VALUE "Y".
        01  MatchIdIn      PIC 999.
        01  OffIdIn        PIC X(4).
        01  ActionIn       PIC A.
        01  SlotLimit      PIC 9 VALUE 0.
        01  SlotCount      PIC 9 VALUE 0.
        01  OffAppts       PIC 9(3) VALUE 0.
        01  LinkedFlag     PIC A VALUE "N".
        01  ClashMatch     PIC 999 VALUE 0.
        01  ClashGap       PIC 9(5) VALUE 0.
        01  ThisDayNum     PIC 9(7) VALUE 0.
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
        01  FxIx           PIC 9(3) VALUE 0.
        01  FxHit          PIC 9(3) VALUE 0.
        01  FxCount        PIC 9(3) VALUE 0.
        01  FxTable.
            05  FxEntry OCCURS 300 TIMES.
                10  FxtMatch   PIC 999.
                10  FxtDate    PIC 9(8).
                10  FxtTeam1   PIC X(4).
                10  FxtTeam2   PIC X(4).
                10  FxtDayNum  PIC 9(7).
        01  OfIx           PIC 9(3) VALUE 0.
        01  OfHit          PIC 9(3) VALUE 0.
        01  OfCount        PIC 9(3) VALUE 0.
        01  OfTable.
            05  OfEntry OCCURS 200 TIMES.
                10  OftId      PIC X(4).
                10  OftName    PIC X(20).
                10  OftRole    PIC A.
                10  OftLink OCCURS 4 TIMES PIC X(4).
                10  OftStatus  PIC A.
        01  LkIx           PIC 9 VALUE 0.
        01  ApIx           PIC 9(4) VALUE 0.
        01  ApHit          PIC 9(4) VALUE 0.
        01  ApCount        PIC 9(4) VALUE 0.
        01  ApTable.
            05  ApEntry OCCURS 3000 TIMES.
                10  AptMatch   PIC 999.
                10  AptOfficial PIC X(4).
                10  AptRole    PIC A.
                10  AptAction  PIC A.
        01  AuditImage.
            05  F          PIC X(6) VALUE "MATCH ".
            05  AiMatch    PIC 999.
            05  F          PIC X(6) VALUE " ROLE ".
            05  AiRole     PIC A.
            05  F          PIC X(4) VALUE " ACT".
            05  AiAction   PIC A.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            CALL "GetOper" USING OperLinkRec.
            PERFORM ReadBatchParamPara.
            PERFORM LoadFixturesPara.
            IF FxCount = 0
                DISPLAY "Fixture.dat Empty Or Missing. Run Aborted."
                GOBACK.
            PERFORM LoadOfficialsPara.
            PERFORM LoadAppointsPara.
            PERFORM EntryPara UNTIL MoreFlag NOT = "Y".
            GOBACK.
        EntryPara.
            DISPLAY (3, 10) "Match Id :- ".
            ACCEPT MatchIdIn.
            DISPLAY (4, 10) "Official Id :- ".
            ACCEPT OffIdIn.
            DISPLAY (5, 10) "Appoint/Cancel (A/C) :- ".
            ACCEPT ActionIn.
            PERFORM FindFixturePara.
            PERFORM FindOfficialPara.
            PERFORM FindAppointPara.
            IF FxHit = 0
                DISPLAY (18, 10) "Match Id Not On Fixture.dat."
            ELSE IF OfHit = 0
                DISPLAY (18, 10) "Official Not On Master."
            ELSE IF ActionIn = "C"
                PERFORM CancelPara
            ELSE IF ActionIn = "A"
                PERFORM AppointPara
            ELSE
                DISPLAY (18, 10) "Action Must Be A Or C.".
            DISPLAY (22, 10) "Another Appointment (Y/N) :- ".
            ACCEPT MoreFlag.
        CancelPara.
            IF ApHit = 0
                DISPLAY (18, 10) "Official Not Appointed To This"
                        " Match."
            ELSE IF AptAction (ApHit) NOT = "A"
                DISPLAY (18, 10) "Official Not Appointed To This"
                        " Match."
            ELSE
                PERFORM WriteAppointPara
                DISPLAY (18, 10) "Appointment Cancelled.".
      * The official stands in the role on the master. Refused when
      * from either side's home association, when the match already
      * has its full panel for that role, when another appointment
      * falls inside the rest gap, or when the tournament cap on
      * appointments is reached.
        AppointPara.
            PERFORM CheckLinkPara.
            PERFORM CountSlotsPara.
            PERFORM FindTournPara.
            PERFORM CheckRestPara.
            IF OftStatus (OfHit) NOT = "A"
                DISPLAY (18, 10) "Official Is Inactive."
            ELSE IF ApHit NOT = 0 AND AptAction (ApHit) = "A"
                DISPLAY (18, 10) "Official Already Appointed To This"
                        " Match."
            ELSE IF LinkedFlag = "Y"
                DISPLAY (18, 10) "Official Is From A Home Association"
                        " Of " FxtTeam1 (FxHit) " Or "
                        FxtTeam2 (FxHit) "."
            ELSE IF SlotCount NOT < SlotLimit
                DISPLAY (18, 10) "Match Already Has " SlotLimit
                        " Of Role " OftRole (OfHit) "."
            ELSE IF ClashMatch NOT = 0
                DISPLAY (18, 10) "Only " ClashGap " Days From Match "
                        ClashMatch ". Rest Gap Is " RestDays "."
            ELSE IF OffAppts NOT < MaxAppts
                DISPLAY (18, 10) "Official Already Has " OffAppts
                        " Appointments. Limit Reached."
            ELSE
                PERFORM WriteAppointPara
                DISPLAY (18, 10) "Official Appointed.".
        CheckLinkPara.
            MOVE "N" TO LinkedFlag.
            MOVE 0 TO LkIx.
            PERFORM TestLinkPara UNTIL LkIx = 4.
        TestLinkPara.
            ADD 1 TO LkIx.
            IF OftLink (OfHit, LkIx) NOT = SPACES
               AND (OftLink (OfHit, LkIx) = FxtTeam1 (FxHit)
                 OR OftLink (OfHit, LkIx) = FxtTeam2 (FxHit))
                MOVE "Y" TO LinkedFlag.
        CountSlotsPara.
            IF OftRole (OfHit) = "R"
                MOVE 1 TO SlotLimit
            ELSE
                MOVE 2 TO SlotLimit.
            MOVE 0 TO SlotCount.
            MOVE 0 TO ApIx.
            PERFORM TestSlotPara UNTIL ApIx NOT < ApCount.
        TestSlotPara.
            ADD 1 TO ApIx.
            IF AptMatch (ApIx) = MatchIdIn AND AptAction (ApIx) = "A"
               AND AptRole (ApIx) = OftRole (OfHit)
                ADD 1 TO SlotCount.
      * Every live appointment of the official on a match of the same
      * tournament counts towards the cap; a match outside every
      * tournament is not capped. An appointment on any match dated
      * nearer than the rest gap to this one is a clash.
        CheckRestPara.
            MOVE 0 TO ClashMatch.
            MOVE 0 TO ClashGap.
            MOVE 0 TO OffAppts.
            MOVE FxtDayNum (FxHit) TO ThisDayNum.
            MOVE 0 TO ApIx.
            PERFORM TestRestPara UNTIL ApIx NOT < ApCount.
        TestRestPara.
            ADD 1 TO ApIx.
            IF AptOfficial (ApIx) = OffIdIn AND AptAction (ApIx) = "A"
               AND AptMatch (ApIx) NOT = MatchIdIn
                PERFORM RestGapPara.
        RestGapPara.
            MOVE 0 TO FxIx.
            MOVE 0 TO LkIx.
            PERFORM FindOtherFixturePara UNTIL FxIx NOT < FxCount
                                         OR LkIx NOT = 0.
            IF LkIx NOT = 0
                COMPUTE GapWk = FxtDayNum (FxIx) - ThisDayNum
                IF GapWk < 0
                    COMPUTE GapWk = 0 - GapWk
                END-IF
                IF TournFound = "Y"
                   AND FxtDate (FxIx) NOT < TournStartWk
                   AND FxtDate (FxIx) NOT > TournEndWk
                    ADD 1 TO OffAppts
                END-IF
                IF GapWk < RestDays AND ClashMatch = 0
                    MOVE AptMatch (ApIx) TO ClashMatch
                    MOVE GapWk TO ClashGap.
        FindOtherFixturePara.
            ADD 1 TO FxIx.
            IF FxtMatch (FxIx) = AptMatch (ApIx)
                MOVE 1 TO LkIx.
      * The tournament whose dates cover this match; its window
      * bounds the appointment cap.
        FindTournPara.
            MOVE "N" TO TournFound.
            MOVE "N" TO TournEOF.
            MOVE SPACES TO TournCodeWk.
            MOVE FxtDate (FxHit) TO FixDateWk.
            OPEN INPUT TournFile.
            IF TournStatus = "00"
                PERFORM ReadTournPara
                PERFORM ScanTournPara UNTIL TournEOF = "Y"
                CLOSE TournFile.
        ReadTournPara.
            READ TournFile AT END MOVE "Y" TO TournEOF.
      * The latest row for a code wins, so a code whose dates were
      * moved away from this fixture no longer claims it.
        ScanTournPara.
            IF TnCode = TournCodeWk
                MOVE "N" TO TournFound.
            IF TnStartDate NOT > FixDateWk
               AND TnEndDate NOT < FixDateWk
                MOVE "Y" TO TournFound
                MOVE TnCode TO TournCodeWk
                MOVE TnStartDate TO TournStartWk
                MOVE TnEndDate TO TournEndWk.
            PERFORM ReadTournPara.
        WriteAppointPara.
            OPEN EXTEND AppointFile.
            IF AppointStatus = "35"
                OPEN OUTPUT AppointFile.
            MOVE MatchIdIn TO AoMatchId.
            MOVE OffIdIn TO AoOfficialId.
            MOVE OftRole (OfHit) TO AoRole.
            MOVE ActionIn TO AoAction.
            MOVE OperOpId TO AoOpId.
            MOVE RunDate8 TO AoEntryDate.
            WRITE AppointRec.
            CLOSE AppointFile.
            PERFORM StoreAppointPara.
            PERFORM LogAuditPara.
        ReadBatchParamPara.
            OPEN INPUT BatchParamFile.
            IF BatchParamStatus = "00"
                PERFORM ReadBatchParamRecPara
                PERFORM ScanBatchParamPara UNTIL BatchParamEOF = "Y"
                CLOSE BatchParamFile.
        ReadBatchParamRecPara.
            READ BatchParamFile AT END MOVE "Y" TO BatchParamEOF.
        ScanBatchParamPara.
            IF BpKeyword = "OFF-REST-DAYS"
               AND BpValueNum NUMERIC AND BpValueNum > 0
                MOVE BpValueNum TO RestDays
            ELSE IF BpKeyword = "OFF-MAX-APPTS"
               AND BpValueNum NUMERIC AND BpValueNum > 0
                MOVE BpValueNum TO MaxAppts.
            PERFORM ReadBatchParamRecPara.
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
                MOVE FxTeam1 TO FxtTeam1 (FxCount)
                MOVE FxTeam2 TO FxtTeam2 (FxCount)
                MOVE FxDate TO DateWk
                PERFORM DayNumPara
                MOVE DayNumWk TO FxtDayNum (FxCount).
            PERFORM ReadFixturePara.
      * Days from a fixed origin, so that two match dates either side
      * of a month or year end still give the true gap.
        DayNumPara.
            COMPUTE DayNumWk = DateWkYY * 365 + (DateWkYY - 1) / 4
                             + CumDays (DateWkMM) + DateWkDD.
            IF DateWkMM > 2
                DIVIDE DateWkYY BY 4 GIVING LeapQuot
                    REMAINDER LeapRem
                IF LeapRem = 0
                    ADD 1 TO DayNumWk.
        FindFixturePara.
            MOVE 0 TO FxHit.
            MOVE 0 TO FxIx.
            PERFORM ScanFixtureTabPara UNTIL FxIx NOT < FxCount
                                       OR FxHit NOT = 0.
        ScanFixtureTabPara.
            ADD 1 TO FxIx.
            IF FxtMatch (FxIx) = MatchIdIn
                MOVE FxIx TO FxHit.
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
                MOVE OfRole TO OftRole (OfHit)
                MOVE OfLinkTeam (1) TO OftLink (OfHit, 1)
                MOVE OfLinkTeam (2) TO OftLink (OfHit, 2)
                MOVE OfLinkTeam (3) TO OftLink (OfHit, 3)
                MOVE OfLinkTeam (4) TO OftLink (OfHit, 4)
                MOVE OfStatus TO OftStatus (OfHit).
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
            MOVE AoMatchId TO MatchIdIn.
            MOVE AoOfficialId TO OffIdIn.
            PERFORM FindAppointPara.
            IF ApHit = 0 AND ApCount < 3000
                ADD 1 TO ApCount
                MOVE ApCount TO ApHit
                MOVE AoMatchId TO AptMatch (ApHit)
                MOVE AoOfficialId TO AptOfficial (ApHit).
            IF ApHit NOT = 0
                MOVE AoRole TO AptRole (ApHit)
                MOVE AoAction TO AptAction (ApHit).
            PERFORM ReadAppointPara.
        FindAppointPara.
            MOVE 0 TO ApHit.
            MOVE 0 TO ApIx.
            PERFORM ScanAppointTabPara UNTIL ApIx NOT < ApCount
                                       OR ApHit NOT = 0.
        ScanAppointTabPara.
            ADD 1 TO ApIx.
            IF AptMatch (ApIx) = MatchIdIn
               AND AptOfficial (ApIx) = OffIdIn
                MOVE ApIx TO ApHit.
        StoreAppointPara.
            IF ApHit = 0 AND ApCount < 3000
                ADD 1 TO ApCount
                MOVE ApCount TO ApHit
                MOVE MatchIdIn TO AptMatch (ApHit)
                MOVE OffIdIn TO AptOfficial (ApHit).
            IF ApHit NOT = 0
                MOVE AoRole TO AptRole (ApHit)
                MOVE AoAction TO AptAction (ApHit).
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "APPTENT" TO AuProgram.
            MOVE "Appoint.dat" TO AuFileId.
            MOVE OffIdIn TO AuKey.
            MOVE SPACES TO AuBeforeImage.
            MOVE MatchIdIn TO AiMatch.
            MOVE AoRole TO AiRole.
            MOVE AoAction TO AiAction.
            MOVE AuditImage TO AuAfterImage.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
