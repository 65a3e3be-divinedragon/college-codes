            05  MPlayerId      PIC X(4).
            05  MName          PIC X(20).
            05  MTeamCode      PIC X(4).
            05  MOverseas      PIC A.
        FD AvailFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PlayerAvail.dat".
