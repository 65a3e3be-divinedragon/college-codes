        IDENTIFICATION DIVISION.
        PROGRAM-ID. SquadEntry.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SquadFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SquadStatus.
            SELECT TournFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TournStatus.
            SELECT FixtureFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FixtureStatus.
            SELECT NewFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS NewFileStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD SquadFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Squad.dat".
            COPY "SQUAD.CPY".
        FD TournFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Tournament.dat".
            COPY "TOURNMT.CPY".
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
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  SquadStatus    PIC XX VALUE "00".
        01  TournStatus    PIC XX VALUE "00".
        01  FixtureStatus  PIC XX VALUE "00".
        01  NewFileStatus  PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  SquadEOF       PIC A VALUE "N".
        01  TournEOF       PIC A VALUE "N".
        01  FixtureEOF     PIC A VALUE "N".
        01  NewFileEOF     PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  MoreFlag       PIC A VALUE "Y".
        01  TournIn        PIC X(6).
        01  TeamIn         PIC X(4).
        01  ActionIn       PIC A.
        01  PlayerIdIn     PIC X(4).
        01  OutPlayerIn    PIC X(4).
        01  TnFound        PIC A VALUE "N".
        01  TnStartWk      PIC 9(8) VALUE 0.
        01  TnEndWk        PIC 9(8) VALUE 0.
        01  TnCloseWk      PIC 9(8) VALUE 0.
        01  TnMaxWk        PIC 99 VALUE 0.
        01  TnOvsMaxWk     PIC 99 VALUE 0.
        01  TeamFixFound   PIC A VALUE "N".
        01  PlayerFound    PIC A VALUE "N".
        01  PlayerTeamWk   PIC X(4).
        01  PlayerOvsWk    PIC A.
        01  PlayerNameWk   PIC X(20).
        01  SquadSizeWk    PIC 99 VALUE 0.
        01  SquadOvsWk     PIC 99 VALUE 0.
        01  OutOvsWk       PIC A.
        01  OutPendFlag    PIC A VALUE "N".
        01  PriorStatWk    PIC A.
        01  NewStatWk      PIC A.
        01  ReplacesWk     PIC X(4).
        01  RowSeq         PIC 9(5) VALUE 0.
        01  SqIx           PIC 9(3) VALUE 0.
        01  SqJx           PIC 9(3) VALUE 0.
        01  SqCount        PIC 9(3) VALUE 0.
        01  SqHit          PIC 9(3) VALUE 0.
        01  SqFound        PIC A VALUE "N".
        01  FindIdWk       PIC X(4).
        01  SquadTable.
            05  SqEntry OCCURS 300 TIMES.
                10  StPlayer   PIC X(4).
                10  StTeam     PIC X(4).
                10  StStatus   PIC A.
                10  StReplaces PIC X(4).
                10  StOverseas PIC A.
                10  StSeq      PIC 9(5).
        01  AuKeyWk.
            05  AkTourn        PIC X(6).
            05  AkPlayer       PIC X(4).
        01  SquadImageWk.
            05  SiTeam         PIC X(4).
            05  F              PIC X(1) VALUE SPACES.
            05  SiStatus       PIC A.
            05  F              PIC X(1) VALUE SPACES.
            05  SiReplaces     PIC X(4).

        PROCEDURE DIVISION.
        ControlPara.
            CALL "GetOper" USING OperLinkRec.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            DISPLAY (3, 10) "Tournament Code :- ".
            ACCEPT TournIn.
            PERFORM FindTournPara.
            IF TnFound = "N"
                DISPLAY "Tournament Not On File. Run Refused."
                GOBACK.
            IF RunDate8 > TnEndWk
                DISPLAY "Tournament Is Over. Run Refused."
                GOBACK.
            DISPLAY (4, 10) "Team Code :- ".
            ACCEPT TeamIn.
            PERFORM FindTeamFixturePara.
            IF TeamFixFound = "N"
                DISPLAY "Team Has No Fixture In This Tournament."
                        " Run Refused."
                GOBACK.
            PERFORM SquadPara UNTIL MoreFlag NOT = "Y".
            GOBACK.
      * Up to the closing date players are registered and withdrawn
      * freely within the limits; after it the only change is a
      * like-for-like replacement, which waits for a supervisor in
      * TxnApprove.
        SquadPara.
            PERFORM LoadSquadPara.
            PERFORM CountSquadPara.
            DISPLAY (5, 10) "Squad " SquadSizeWk " Of " TnMaxWk
                    "  Overseas " SquadOvsWk " Of " TnOvsMaxWk
                    "  Closes " TnCloseWk.
            DISPLAY (7, 10)
                "Action - Register/Withdraw/rePlace (R/W/P) :- ".
            ACCEPT ActionIn.
            IF ActionIn = "R"
                PERFORM RegisterPara
            ELSE IF ActionIn = "W"
                PERFORM WithdrawPara
            ELSE IF ActionIn = "P"
                PERFORM ReplacePara
            ELSE
                DISPLAY (14, 10) "Invalid Action.".
            DISPLAY (16, 10) "Another Change (Y/N) :- ".
            ACCEPT MoreFlag.
        RegisterPara.
            DISPLAY (8, 10) "Player Id :- ".
            ACCEPT PlayerIdIn.
            PERFORM FindPlayerPara.
            MOVE PlayerIdIn TO FindIdWk.
            PERFORM FindSquadPara.
            IF RunDate8 > TnCloseWk
                DISPLAY (14, 10) "Registration Closed - Use"
                        " Replacement."
            ELSE IF PlayerFound = "N"
                DISPLAY (14, 10) "Player Not On Master."
            ELSE IF PlayerTeamWk NOT = TeamIn
                DISPLAY (14, 10) "Player Is With " PlayerTeamWk
                        ", Not " TeamIn "."
            ELSE IF SqFound = "Y" AND (StStatus (SqHit) = "A"
                    OR StStatus (SqHit) = "P")
                DISPLAY (14, 10) "Player Already In Squad Of "
                        StTeam (SqHit) "."
            ELSE IF SquadSizeWk NOT < TnMaxWk
                DISPLAY (14, 10) "Squad Is Full."
            ELSE IF PlayerOvsWk = "Y" AND SquadOvsWk NOT < TnOvsMaxWk
                DISPLAY (14, 10) "Overseas Quota For Squad Is Full."
            ELSE
                MOVE "A" TO NewStatWk
                MOVE SPACES TO ReplacesWk
                PERFORM WriteSquadPara
                DISPLAY (14, 10) PlayerNameWk " Registered.".
        WithdrawPara.
            DISPLAY (8, 10) "Player Id :- ".
            ACCEPT PlayerIdIn.
            MOVE PlayerIdIn TO FindIdWk.
            PERFORM FindSquadPara.
            IF RunDate8 > TnCloseWk
                DISPLAY (14, 10) "Registration Closed - Use"
                        " Replacement."
            ELSE IF SqFound = "N"
                DISPLAY (14, 10) "Player Not In This Squad."
            ELSE IF StTeam (SqHit) NOT = TeamIn
                    OR StStatus (SqHit) NOT = "A"
                DISPLAY (14, 10) "Player Not In This Squad."
            ELSE
                MOVE "W" TO NewStatWk
                MOVE SPACES TO ReplacesWk
                MOVE StOverseas (SqHit) TO PlayerOvsWk
                PERFORM WriteSquadPara
                DISPLAY (14, 10) "Player Withdrawn.".
      * The incoming player must meet the registration rules; the
      * squad size is unchanged and the overseas count moves by the
      * difference between the two players.
        ReplacePara.
            DISPLAY (8, 10) "Player Going Out :- ".
            ACCEPT OutPlayerIn.
            DISPLAY (9, 10) "Player Coming In :- ".
            ACCEPT PlayerIdIn.
            MOVE OutPlayerIn TO FindIdWk.
            PERFORM FindSquadPara.
            MOVE "N" TO OutOvsWk.
            IF SqFound = "Y"
                MOVE StOverseas (SqHit) TO OutOvsWk.
            IF SqFound = "Y" AND StTeam (SqHit) = TeamIn
               AND StStatus (SqHit) = "A"
                PERFORM CheckOutPendPara
                MOVE "A" TO PriorStatWk
            ELSE
                MOVE SPACE TO PriorStatWk.
            PERFORM FindPlayerPara.
            MOVE PlayerIdIn TO FindIdWk.
            PERFORM FindSquadPara.
            IF PlayerOvsWk = "Y" AND OutOvsWk NOT = "Y"
                ADD 1 TO SquadOvsWk.
            IF RunDate8 NOT > TnCloseWk
                DISPLAY (14, 10) "Registration Open - Withdraw And"
                        " Register Instead."
            ELSE IF PriorStatWk NOT = "A"
                DISPLAY (14, 10) "Outgoing Player Not In This Squad."
            ELSE IF OutPendFlag = "Y"
                DISPLAY (14, 10) "Replacement Already Awaiting"
                        " Approval."
            ELSE IF PlayerFound = "N"
                DISPLAY (14, 10) "Player Not On Master."
            ELSE IF PlayerTeamWk NOT = TeamIn
                DISPLAY (14, 10) "Player Is With " PlayerTeamWk
                        ", Not " TeamIn "."
            ELSE IF SqFound = "Y" AND (StStatus (SqHit) = "A"
                    OR StStatus (SqHit) = "P")
                DISPLAY (14, 10) "Player Already In Squad Of "
                        StTeam (SqHit) "."
            ELSE IF SquadOvsWk > TnOvsMaxWk
                DISPLAY (14, 10) "Overseas Quota For Squad Is Full."
            ELSE
                MOVE "P" TO NewStatWk
                MOVE OutPlayerIn TO ReplacesWk
                PERFORM WriteSquadPara
                DISPLAY (14, 10) "Replacement Keyed - Awaiting"
                        " Supervisor Approval.".
        FindTournPara.
            MOVE "N" TO TnFound.
            OPEN INPUT TournFile.
            IF TournStatus = "00"
                PERFORM ReadTournPara
                PERFORM ScanTournPara UNTIL TournEOF = "Y"
                CLOSE TournFile
                MOVE "N" TO TournEOF.
        ReadTournPara.
            READ TournFile AT END MOVE "Y" TO TournEOF.
        ScanTournPara.
            IF TnCode = TournIn
                MOVE "Y" TO TnFound
                MOVE TnStartDate TO TnStartWk
                MOVE TnEndDate TO TnEndWk
                MOVE TnRegClose TO TnCloseWk
                MOVE TnSquadMax TO TnMaxWk
                MOVE TnOvsSquadMax TO TnOvsMaxWk.
            PERFORM ReadTournPara.
        FindTeamFixturePara.
            MOVE "N" TO TeamFixFound.
            OPEN INPUT FixtureFile.
            IF FixtureStatus = "00"
                PERFORM ReadFixturePara
                PERFORM ScanFixturePara UNTIL FixtureEOF = "Y"
                CLOSE FixtureFile
                MOVE "N" TO FixtureEOF.
        ReadFixturePara.
            READ FixtureFile AT END MOVE "Y" TO FixtureEOF.
        ScanFixturePara.
            IF (FxTeam1 = TeamIn OR FxTeam2 = TeamIn)
               AND FxDate NOT < TnStartWk
               AND FxDate NOT > TnEndWk
                MOVE "Y" TO TeamFixFound.
            PERFORM ReadFixturePara.
        FindPlayerPara.
            MOVE "N" TO PlayerFound.
            MOVE SPACES TO PlayerTeamWk.
            MOVE SPACES TO PlayerNameWk.
            MOVE "N" TO PlayerOvsWk.
            OPEN INPUT NewFile.
            IF NewFileStatus = "00"
                PERFORM ReadPlayerPara
                PERFORM ScanPlayerPara UNTIL NewFileEOF = "Y"
                CLOSE NewFile
                MOVE "N" TO NewFileEOF.
        ReadPlayerPara.
            READ NewFile AT END MOVE "Y" TO NewFileEOF.
        ScanPlayerPara.
            IF MPlayerId = PlayerIdIn
                MOVE "Y" TO PlayerFound
                MOVE MTeamCode TO PlayerTeamWk
                MOVE MName TO PlayerNameWk
                MOVE MOverseas TO PlayerOvsWk.
            PERFORM ReadPlayerPara.
      * Latest row per player for this tournament, then each passed
      * replacement takes out the player it replaced, provided that
      * player's row is the older of the two.
        LoadSquadPara.
            MOVE 0 TO SqCount.
            MOVE 0 TO RowSeq.
            OPEN INPUT SquadFile.
            IF SquadStatus = "00"
                PERFORM ReadSquadPara
                PERFORM StoreSquadPara UNTIL SquadEOF = "Y"
                CLOSE SquadFile
                MOVE "N" TO SquadEOF.
            MOVE 0 TO SqJx.
            PERFORM ApplyReplacePara UNTIL SqJx NOT < SqCount.
        ReadSquadPara.
            READ SquadFile AT END MOVE "Y" TO SquadEOF.
        StoreSquadPara.
            ADD 1 TO RowSeq.
            IF SqTourn = TournIn
                MOVE SqPlayerId TO FindIdWk
                PERFORM FindSquadPara
                IF SqFound = "N" AND SqCount < 300
                    ADD 1 TO SqCount
                    MOVE SqCount TO SqHit
                    MOVE "Y" TO SqFound
                END-IF
                IF SqFound = "Y"
                    MOVE SqPlayerId TO StPlayer (SqHit)
                    MOVE SqTeam TO StTeam (SqHit)
                    MOVE SqStatus TO StStatus (SqHit)
                    MOVE SqReplaces TO StReplaces (SqHit)
                    MOVE SqOverseas TO StOverseas (SqHit)
                    MOVE RowSeq TO StSeq (SqHit).
            PERFORM ReadSquadPara.
        ApplyReplacePara.
            ADD 1 TO SqJx.
            IF StStatus (SqJx) = "A" AND StReplaces (SqJx) NOT = SPACES
                MOVE StReplaces (SqJx) TO FindIdWk
                PERFORM FindSquadPara
                IF SqFound = "Y"
                    IF StStatus (SqHit) = "A"
                       AND StSeq (SqHit) < StSeq (SqJx)
                        MOVE "W" TO StStatus (SqHit).
        FindSquadPara.
            MOVE "N" TO SqFound.
            MOVE 0 TO SqIx.
            PERFORM ScanSquadPara UNTIL SqIx NOT < SqCount
                                     OR SqFound = "Y".
        ScanSquadPara.
            ADD 1 TO SqIx.
            IF StPlayer (SqIx) = FindIdWk
                MOVE "Y" TO SqFound
                MOVE SqIx TO SqHit.
      * A pending replacement is counted in the overseas total on
      * the assumption that it will be passed.
        CountSquadPara.
            MOVE 0 TO SquadSizeWk.
            MOVE 0 TO SquadOvsWk.
            MOVE 0 TO SqJx.
            PERFORM CountOnePara UNTIL SqJx NOT < SqCount.
        CountOnePara.
            ADD 1 TO SqJx.
            IF StTeam (SqJx) = TeamIn AND StStatus (SqJx) = "A"
                ADD 1 TO SquadSizeWk
                IF StOverseas (SqJx) = "Y"
                    ADD 1 TO SquadOvsWk
                END-IF
            ELSE IF StTeam (SqJx) = TeamIn AND StStatus (SqJx) = "P"
                PERFORM CountPendingPara.
        CountPendingPara.
            IF StOverseas (SqJx) = "Y"
                ADD 1 TO SquadOvsWk.
            MOVE StReplaces (SqJx) TO FindIdWk.
            PERFORM FindSquadPara.
            IF SqFound = "Y"
                IF StOverseas (SqHit) = "Y"
                    SUBTRACT 1 FROM SquadOvsWk.
        CheckOutPendPara.
            MOVE "N" TO OutPendFlag.
            MOVE 0 TO SqJx.
            PERFORM TestOutPendPara UNTIL SqJx NOT < SqCount.
        TestOutPendPara.
            ADD 1 TO SqJx.
            IF StStatus (SqJx) = "P" AND StReplaces (SqJx) = OutPlayerIn
                MOVE "Y" TO OutPendFlag.
        WriteSquadPara.
            MOVE PlayerIdIn TO FindIdWk.
            PERFORM FindSquadPara.
            MOVE SPACE TO PriorStatWk.
            IF SqFound = "Y"
                MOVE StStatus (SqHit) TO PriorStatWk.
            OPEN EXTEND SquadFile.
            IF SquadStatus = "35"
                OPEN OUTPUT SquadFile.
            MOVE TournIn TO SqTourn.
            MOVE TeamIn TO SqTeam.
            MOVE PlayerIdIn TO SqPlayerId.
            MOVE NewStatWk TO SqStatus.
            MOVE ReplacesWk TO SqReplaces.
            MOVE PlayerOvsWk TO SqOverseas.
            MOVE RunDate8 TO SqDate.
            MOVE OperOpId TO SqMaker.
            MOVE SPACES TO SqChecker.
            MOVE 0 TO SqActionDate.
            WRITE SquadRec.
            CLOSE SquadFile.
            PERFORM LogAuditPara.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "SQUADENT" TO AuProgram.
            MOVE "Squad.dat" TO AuFileId.
            MOVE TournIn TO AkTourn.
            MOVE PlayerIdIn TO AkPlayer.
            MOVE AuKeyWk TO AuKey.
            MOVE TeamIn TO SiTeam.
            MOVE PriorStatWk TO SiStatus.
            MOVE SPACES TO SiReplaces.
            MOVE SquadImageWk TO AuBeforeImage.
            MOVE NewStatWk TO SiStatus.
            MOVE ReplacesWk TO SiReplaces.
            MOVE SquadImageWk TO AuAfterImage.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
