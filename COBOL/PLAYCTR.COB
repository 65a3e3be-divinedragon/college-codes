            05  MPlayerId      PIC X(4).
            05  MName          PIC X(20).
            05  MTeamCode      PIC X(4).
            05  MOverseas      PIC A.
        FD TranHistFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "TranHist.dat".
        01  FeeIn          PIC 9(7)V99.
        01  FromDateIn     PIC 9(8).
        01  ToDateIn       PIC 9(8).
        01  TdsRateIn      PIC 99V99.
        01  MatchFeeIn     PIC 9(5)V99.
        01  PlayerFound    PIC A VALUE "N".
        01  CurTeamWk      PIC X(4).
        01  EverOnTeam     PIC A VALUE "N".
            ACCEPT FromDateIn.
            DISPLAY (9, 10) "Valid To (YYYYMMDD) :- ".
            ACCEPT ToDateIn.
            DISPLAY (10, 10) "TDS Rate Per Cent :- ".
            ACCEPT TdsRateIn.
            DISPLAY (11, 10) "Fee Per Match Played :- ".
            ACCEPT MatchFeeIn.
            PERFORM FindPlayerPara.
            PERFORM CheckHistoryPara.
            IF PlayerFound = "N"
                DISPLAY (12, 10) "Fee Must Be Positive."
            ELSE IF FromDateIn = 0 OR ToDateIn < FromDateIn
                DISPLAY (12, 10) "Bad Validity Range."
            ELSE IF TdsRateIn > 30
                DISPLAY (12, 10) "TDS Rate Over 30 Per Cent."
            ELSE
                OPEN EXTEND ContractFile
                IF ContractStatus = "35"
                MOVE FeeIn TO PlcSeasonFee
                MOVE FromDateIn TO PlcFromDate
                MOVE ToDateIn TO PlcToDate
                MOVE TdsRateIn TO PlcTdsRate
                MOVE MatchFeeIn TO PlcMatchFee
                WRITE PlayerContractRec
                CLOSE ContractFile
                PERFORM LogAuditPara
