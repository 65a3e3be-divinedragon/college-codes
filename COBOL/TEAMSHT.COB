            SELECT AvailFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AvailStatus.
            SELECT TournFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TournStatus.
            SELECT SquadFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SquadStatus.

        DATA DIVISION.
        FILE SECTION.
            05  MPlayerId      PIC X(4).
            05  MName          PIC X(20).
            05  MTeamCode      PIC X(4).
            05  MOverseas      PIC A.
        FD TranHistFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "TranHist.dat".
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PlayerAvail.dat".
            COPY "PLAYAVL.CPY".
        FD TournFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Tournament.dat".
            COPY "TOURNMT.CPY".
        FD SquadFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Squad.dat".
            COPY "SQUAD.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  NewFileEOF     PIC A VALUE "N".
        01  TranHistEOF    PIC A VALUE "N".
        01  AvailEOF       PIC A VALUE "N".
        01  TournStatus    PIC XX VALUE "00".
        01  SquadStatus    PIC XX VALUE "00".
        01  TournEOF       PIC A VALUE "N".
        01  SquadEOF       PIC A VALUE "N".
        01  TournFound     PIC A VALUE "N".
        01  TournCodeWk    PIC X(6).
        01  OvsXiMaxWk     PIC 99 VALUE 0.
        01  OvsPicked      PIC 99 VALUE 0.
        01  PlayerOvsWk    PIC A.
        01  InSquadWk      PIC A VALUE "Y".
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
                10  StSeq      PIC 9(5).
        01  MatchIdIn      PIC 999.
        01  TeamIn         PIC X(4).
        01  PlayerIdIn     PIC X(4).
            IF TeamIn NOT = FixT1 AND TeamIn NOT = FixT2
                DISPLAY "Team Is Not In This Fixture. Refused."
                GOBACK.
            PERFORM FindTournPara.
            IF TournFound = "Y"
                PERFORM LoadSquadPara.
            PERFORM PickElevenPara UNTIL PickCount = 11.
            PERFORM ReplaceSheetPara.
            DISPLAY "Team Sheet Of 11 Written For " TeamIn.
            PERFORM FindAsOfTeamPara.
            PERFORM CheckDupPara.
            PERFORM CheckAvailPara.
            PERFORM CheckSquadPara.
            IF PlayerFound = "N"
                DISPLAY (15, 10) "Player Not On Master."
            ELSE IF InSquadWk = "N"
                DISPLAY (15, 10) "Player Not In " TeamIn " Squad For "
                        TournCodeWk "."
            ELSE IF AsOfTeamWk NOT = TeamIn
                DISPLAY (15, 10) "Player Was Not With " TeamIn
                        " At This Match."
            ELSE IF AvailOkWk = "N"
                DISPLAY (15, 10) "Player Not Fit At Fixture Date"
                        " (Status " AvailStatWk ")."
            ELSE IF TournFound = "Y" AND PlayerOvsWk = "Y"
                    AND OvsPicked NOT < OvsXiMaxWk
                DISPLAY (15, 10) "Overseas Limit Of " OvsXiMaxWk
                        " In The Eleven Reached."
            ELSE
                IF PlayerOvsWk = "Y"
                    ADD 1 TO OvsPicked
                END-IF
                ADD 1 TO PickCount
                MOVE PlayerIdIn TO PkPlayer (PickCount).
        FindPlayerPara.
            MOVE "N" TO PlayerFound.
            MOVE "N" TO PlayerOvsWk.
            MOVE "N" TO NewFileEOF.
            OPEN INPUT NewFile.
            IF NewFileStatus = "00"
        ScanPlayerPara.
            IF MPlayerId = PlayerIdIn
                MOVE "Y" TO PlayerFound
                MOVE MTeamCode TO CurTeamWk
                MOVE MOverseas TO PlayerOvsWk.
            PERFORM ReadPlayerPara.
      * The team as of the match: a transfer whose first-match id is
      * later than this fixture means the player still belonged to
                ELSE
                    MOVE PaStatus TO AvailStatWk.
            PERFORM ReadAvailPara.
      * A fixture dated within a tournament may only field that
      * tournament's registered squad; a match outside every
      * tournament is not restricted.
        FindTournPara.
            MOVE "N" TO TournFound.
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
                MOVE TnOvsXiMax TO OvsXiMaxWk.
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
            IF SqTourn = TournCodeWk
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
        CheckSquadPara.
            MOVE "Y" TO InSquadWk.
            IF TournFound = "Y"
                MOVE PlayerIdIn TO FindIdWk
                PERFORM FindSquadPara
                IF SqFound = "N"
                    MOVE "N" TO InSquadWk
                ELSE IF StTeam (SqHit) NOT = TeamIn
                        OR StStatus (SqHit) NOT = "A"
                    MOVE "N" TO InSquadWk.
        ReplaceSheetPara.
            OPEN INPUT SheetFile.
            IF SheetStatus NOT = "00"
