       FD Original
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Main.dat".
       01 OriginalRec           PIC X(29).

       FD NewFile
            LABEL RECORDS ARE STANDARD
            05 MPlayerId        PIC X(4).
            05 MName            PIC X(20).
            05 MTeamCode        PIC X(4).
            05 MOverseas        PIC A.

       FD SortedPlayersFile
            LABEL RECORDS ARE STANDARD
            05 SpPlayerId       PIC X(4).
            05 SpName           PIC X(20).
            05 SpTeamCode       PIC X(4).
            05 SpOverseas       PIC A.

       FD ExcpLogFile
            LABEL RECORDS ARE STANDARD
            05 TempPlayerId     PIC X(4).
            05 F                PIC X(20).
            05 TempTeamCode     PIC X(4).
            05 F                PIC A.
       FD Transaction
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "transac.dat".
            CLOSE NewFile Transaction ReportFile TeamRawFile CareerFile.
            PERFORM TeamSortPara.
            PERFORM TeamSummaryPara.
            CALL "MilestoneCheck".
            PERFORM LogRunPara.
            MOVE RlReturnCode TO RETURN-CODE.
            DISPLAY "Congrats. It worked".
            MOVE PlayerCount TO RlRecRead.
            MOVE PlayerCount TO RlRecWrit.
            MOVE 0 TO RlReturnCode.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
       ReadCompParamPara.
                MOVE SpPlayerId TO MPlayerId
                MOVE SpName TO MName
                MOVE SpTeamCode TO MTeamCode
                MOVE SpOverseas TO MOverseas
                IF MOverseas NOT = "Y"
                    MOVE "N" TO MOverseas
                END-IF
                WRITE NewRec
                MOVE SpPlayerId TO PrevPlayerId.
            PERFORM ReadSortedPlayersPara.
