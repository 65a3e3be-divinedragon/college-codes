            05  MPlayerId      PIC X(4).
            05  MName          PIC X(20).
            05  MTeamCode      PIC X(4).
            05  MOverseas      PIC A.
        FD NewMastFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "MainNew.dat".
            05  NPlayerId      PIC X(4).
            05  NName          PIC X(20).
            05  NTeamCode      PIC X(4).
            05  NOverseas      PIC A.

        WORKING-STORAGE SECTION.
        01  ActionCode     PIC A VALUE SPACES.
        01  TargetCode     PIC X(4).
        01  NewName        PIC X(20).
        01  NewTeamCode    PIC X(4).
        01  NewOverseas    PIC A.
        01  DupFlag        PIC A VALUE "N".
        01  FoundFlag      PIC A VALUE "N".
        01  EOF            PIC A VALUE "N".
                ACCEPT NewName
                DISPLAY (8, 10) "Enter Team Code :- "
                ACCEPT NewTeamCode
                PERFORM KeyOverseasPara
                PERFORM AppendPara.
      * Anything other than Y is taken as a domestic player.
        KeyOverseasPara.
            DISPLAY (9, 10) "Overseas Player (Y/N) :- ".
            ACCEPT NewOverseas.
            IF NewOverseas NOT = "Y"
                MOVE "N" TO NewOverseas.
        CheckDupPara.
            MOVE "N" TO DupFlag.
            OPEN INPUT MastFile.
            MOVE TargetCode TO MPlayerId.
            MOVE NewName TO MName.
            MOVE NewTeamCode TO MTeamCode.
            MOVE NewOverseas TO MOverseas.
            WRITE MastRec.
            CLOSE MastFile.
        ChangePara.
            ACCEPT NewName.
            DISPLAY (8, 10) "Enter New Team Code :- ".
            ACCEPT NewTeamCode.
            PERFORM KeyOverseasPara.
            MOVE "N" TO FoundFlag.
            OPEN INPUT MastFile OUTPUT NewMastFile.
            PERFORM ReadMastPara.
                MOVE MPlayerId TO NPlayerId
                MOVE NewName TO NName
                MOVE NewTeamCode TO NTeamCode
                MOVE NewOverseas TO NOverseas
            ELSE
                MOVE MPlayerId TO NPlayerId
                MOVE MName TO NName
                MOVE MTeamCode TO NTeamCode
                MOVE MOverseas TO NOverseas.
            WRITE NewMastRec.
            PERFORM ReadMastPara.
        DeletePara.
                MOVE MPlayerId TO NPlayerId
                MOVE MName TO NName
                MOVE MTeamCode TO NTeamCode
                MOVE MOverseas TO NOverseas
                WRITE NewMastRec.
            PERFORM ReadMastPara.
        ReplacePara.
            MOVE NPlayerId TO MPlayerId.
            MOVE NName TO MName.
            MOVE NTeamCode TO MTeamCode.
            MOVE NOverseas TO MOverseas.
            WRITE MastRec.
            PERFORM ReadNewPara.
