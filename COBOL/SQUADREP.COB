        IDENTIFICATION DIVISION.
        PROGRAM-ID. SquadListReport.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT TournFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TournStatus.
            SELECT SquadFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SquadStatus.
            SELECT NewFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS NewFileStatus.
            SELECT FileOut ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RunLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RunLogStatus.

        DATA DIVISION.
        FILE SECTION.
        FD TournFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Tournament.dat".
            COPY "TOURNMT.CPY".
        FD SquadFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Squad.dat".
            COPY "SQUAD.CPY".
        FD NewFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "NewFile.dat".
        01  NewRec.
            05  MPlayerId      PIC X(4).
            05  MName          PIC X(20).
            05  MTeamCode      PIC X(4).
            05  MOverseas      PIC A.
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "SquadRep.dat".
        01  RecOut             PIC X(80).
        FD RunLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RunLog.dat".
            COPY "RUNLOG.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  TournStatus    PIC XX VALUE "00".
        01  SquadStatus    PIC XX VALUE "00".
        01  NewFileStatus  PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  TournEOF       PIC A VALUE "N".
        01  SquadEOF       PIC A VALUE "N".
        01  NewFileEOF     PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  TournIn        PIC X(6).
        01  TnFound        PIC A VALUE "N".
        01  TnNameWk       PIC X(30).
        01  TnCloseWk      PIC 9(8) VALUE 0.
        01  TnMinWk        PIC 99 VALUE 0.
        01  TnMaxWk        PIC 99 VALUE 0.
        01  TnOvsMaxWk     PIC 99 VALUE 0.
        01  RecsRead       PIC 9(6) VALUE 0.
        01  LinesOut       PIC 9(6) VALUE 0.
        01  ShortCount     PIC 9(3) VALUE 0.
        01  TeamCount      PIC 9(3) VALUE 0.
        01  TeamSize       PIC 99 VALUE 0.
        01  TeamOvs        PIC 99 VALUE 0.
        01  TeamPend       PIC 99 VALUE 0.
        01  CurTeam        PIC X(4).
        01  LastTeam       PIC X(4).
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
                10  StName     PIC X(20).
        COPY "CTLTOT.CPY".
        01  LineRec        PIC X(80) VALUE ALL "-".
        01  Heading1.
            05  F          PIC X(20) VALUE SPACES.
            05  F          PIC X(30) VALUE
                "Tournament Squad List".
        01  Heading2.
            05  F          PIC X(3) VALUE SPACES.
            05  HdCodeOut  PIC X(6).
            05  F          PIC X(1) VALUE SPACES.
            05  HdNameOut  PIC X(30).
            05  F          PIC X(8) VALUE " Closes ".
            05  HdCloseOut PIC 9(8).
        01  Heading3.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(11) VALUE "Squad Size ".
            05  HdMinOut   PIC Z9.
            05  F          PIC X(4) VALUE " To ".
            05  HdMaxOut   PIC Z9.
            05  F          PIC X(18) VALUE "   Overseas Up To ".
            05  HdOvsOut   PIC Z9.
        01  TeamHead.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(6) VALUE "Team ".
            05  ThTeamOut  PIC X(4).
        01  DetailRec.
            05  F          PIC X(6) VALUE SPACES.
            05  PlayerOut  PIC X(4).
            05  F          PIC X(2) VALUE SPACES.
            05  NameOut    PIC X(20).
            05  F          PIC X(2) VALUE SPACES.
            05  OvsOut     PIC X(8).
            05  F          PIC X(2) VALUE SPACES.
            05  StatOut    PIC X(10).
            05  F          PIC X(2) VALUE SPACES.
            05  RepOut     PIC X(9).
            05  RepIdOut   PIC X(4).
        01  TeamTotRec.
            05  F          PIC X(6) VALUE SPACES.
            05  F          PIC X(7) VALUE "Squad ".
            05  TtSizeOut  PIC Z9.
            05  F          PIC X(11) VALUE "  Overseas ".
            05  TtOvsOut   PIC Z9.
            05  F          PIC X(10) VALUE "  Pending ".
            05  TtPendOut  PIC Z9.
            05  F          PIC X(2) VALUE SPACES.
            05  TtNoteOut  PIC X(20).

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            DISPLAY (3, 10) "Tournament Code :- ".
            ACCEPT TournIn.
            PERFORM FindTournPara.
            IF TnFound = "N"
                DISPLAY "Tournament Not On File. Run Refused."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            PERFORM LoadSquadPara.
            PERFORM LoadNamePara.
            OPEN OUTPUT FileOut.
            MOVE TournIn TO HdCodeOut.
            MOVE TnNameWk TO HdNameOut.
            MOVE TnCloseWk TO HdCloseOut.
            MOVE TnMinWk TO HdMinOut.
            MOVE TnMaxWk TO HdMaxOut.
            MOVE TnOvsMaxWk TO HdOvsOut.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM Heading2.
            WRITE RecOut FROM Heading3.
            WRITE RecOut FROM LineRec.
            MOVE LOW-VALUES TO CurTeam.
            PERFORM NextTeamPara.
            PERFORM TeamPara UNTIL CurTeam = HIGH-VALUES.
            MOVE LinesOut TO CtRecsOut.
            MOVE TeamCount TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE FileOut.
            DISPLAY "Teams Listed :- " TeamCount
                    "  Below Minimum :- " ShortCount.
            IF ShortCount NOT = 0
                MOVE 4 TO RlReturnCode
            ELSE
                MOVE 0 TO RlReturnCode.
            PERFORM LogRunPara.
            MOVE RlReturnCode TO RETURN-CODE.
            GOBACK.
        FindTournPara.
            MOVE "N" TO TnFound.
            OPEN INPUT TournFile.
            IF TournStatus = "00"
                PERFORM ReadTournPara
                PERFORM ScanTournPara UNTIL TournEOF = "Y"
                CLOSE TournFile.
        ReadTournPara.
            READ TournFile AT END MOVE "Y" TO TournEOF.
        ScanTournPara.
            IF TnCode = TournIn
                MOVE "Y" TO TnFound
                MOVE TnName TO TnNameWk
                MOVE TnRegClose TO TnCloseWk
                MOVE TnSquadMin TO TnMinWk
                MOVE TnSquadMax TO TnMaxWk
                MOVE TnOvsSquadMax TO TnOvsMaxWk.
            PERFORM ReadTournPara.
      * Latest row per player for the tournament; a passed
      * replacement then takes out the older row it replaced.
        LoadSquadPara.
            MOVE 0 TO SqCount.
            OPEN INPUT SquadFile.
            IF SquadStatus = "00"
                PERFORM ReadSquadPara
                PERFORM StoreSquadPara UNTIL SquadEOF = "Y"
                CLOSE SquadFile.
            MOVE 0 TO SqJx.
            PERFORM ApplyReplacePara UNTIL SqJx NOT < SqCount.
        ReadSquadPara.
            READ SquadFile AT END MOVE "Y" TO SquadEOF.
        StoreSquadPara.
            ADD 1 TO RowSeq.
            IF SqTourn = TournIn
                ADD 1 TO RecsRead
                MOVE SqPlayerId TO FindIdWk
                PERFORM FindSquadPara
                IF SqFound = "N" AND SqCount < 300
                    ADD 1 TO SqCount
                    MOVE SqCount TO SqHit
                    MOVE "Y" TO SqFound
                    MOVE SPACES TO StName (SqHit)
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
        LoadNamePara.
            OPEN INPUT NewFile.
            IF NewFileStatus = "00"
                PERFORM ReadPlayerPara
                PERFORM StoreNamePara UNTIL NewFileEOF = "Y"
                CLOSE NewFile.
        ReadPlayerPara.
            READ NewFile AT END MOVE "Y" TO NewFileEOF.
        StoreNamePara.
            MOVE MPlayerId TO FindIdWk.
            PERFORM FindSquadPara.
            IF SqFound = "Y"
                MOVE MName TO StName (SqHit).
            PERFORM ReadPlayerPara.
      * Teams come out in code order: each pass picks the lowest
      * team code above the one just printed that has a registered
      * or pending player.
        NextTeamPara.
            MOVE CurTeam TO LastTeam.
            MOVE HIGH-VALUES TO CurTeam.
            MOVE 0 TO SqIx.
            PERFORM PickTeamPara UNTIL SqIx NOT < SqCount.
        PickTeamPara.
            ADD 1 TO SqIx.
            IF (StStatus (SqIx) = "A" OR StStatus (SqIx) = "P")
               AND StTeam (SqIx) > LastTeam
               AND StTeam (SqIx) < CurTeam
                MOVE StTeam (SqIx) TO CurTeam.
        TeamPara.
            ADD 1 TO TeamCount.
            MOVE CurTeam TO ThTeamOut.
            WRITE RecOut FROM TeamHead.
            MOVE 0 TO TeamSize.
            MOVE 0 TO TeamOvs.
            MOVE 0 TO TeamPend.
            MOVE 0 TO SqJx.
            PERFORM TeamPlayerPara UNTIL SqJx NOT < SqCount.
            MOVE TeamSize TO TtSizeOut.
            MOVE TeamOvs TO TtOvsOut.
            MOVE TeamPend TO TtPendOut.
            IF TeamSize < TnMinWk
                MOVE "** BELOW MINIMUM **" TO TtNoteOut
                ADD 1 TO ShortCount
            ELSE
                MOVE SPACES TO TtNoteOut.
            WRITE RecOut FROM TeamTotRec.
            WRITE RecOut FROM LineRec.
            PERFORM NextTeamPara.
        TeamPlayerPara.
            ADD 1 TO SqJx.
            IF StTeam (SqJx) = CurTeam
               AND (StStatus (SqJx) = "A" OR StStatus (SqJx) = "P")
                PERFORM ListPlayerPara.
        ListPlayerPara.
            MOVE StPlayer (SqJx) TO PlayerOut.
            MOVE StName (SqJx) TO NameOut.
            IF StOverseas (SqJx) = "Y"
                MOVE "OVERSEAS" TO OvsOut
            ELSE
                MOVE SPACES TO OvsOut.
            MOVE SPACES TO RepOut.
            MOVE SPACES TO RepIdOut.
            IF StReplaces (SqJx) NOT = SPACES
                MOVE "Replaces " TO RepOut
                MOVE StReplaces (SqJx) TO RepIdOut.
            IF StStatus (SqJx) = "A"
                MOVE "REGISTERED" TO StatOut
                ADD 1 TO TeamSize
                IF StOverseas (SqJx) = "Y"
                    ADD 1 TO TeamOvs
                END-IF
            ELSE
                MOVE "PENDING" TO StatOut
                ADD 1 TO TeamPend.
            WRITE RecOut FROM DetailRec.
            ADD 1 TO LinesOut.
        LogRunPara.
            OPEN EXTEND RunLogFile.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO RlUserId.
            IF RunLogStatus = "35"
                OPEN OUTPUT RunLogFile.
            MOVE "SQUADREP" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE RecsRead TO RlRecRead.
            MOVE LinesOut TO RlRecWrit.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
