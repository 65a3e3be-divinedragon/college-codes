           05  MPlayerId        PIC X(4).
           05  MName            PIC X(20).
           05  MTeamCode        PIC X(4).
           05  MOverseas        PIC A.
       FD NewMastFile
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "MainNew.dat".
           05  NPlayerId        PIC X(4).
           05  NName            PIC X(20).
           05  NTeamCode        PIC X(4).
           05  NOverseas        PIC A.
       FD RegFile
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "TranReg.dat".
       CopyChangePara.
           MOVE MPlayerId TO NPlayerId.
           MOVE MName TO NName.
           MOVE MOverseas TO NOverseas.
           IF MPlayerId = PlayerIdIn
               MOVE ToTeamIn TO NTeamCode
           ELSE
           MOVE NPlayerId TO MPlayerId.
           MOVE NName TO MName.
           MOVE NTeamCode TO MTeamCode.
           MOVE NOverseas TO MOverseas.
           WRITE MastRec.
           PERFORM ReadNewPara.
       RegisterPara.
