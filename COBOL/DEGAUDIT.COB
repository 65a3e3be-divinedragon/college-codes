                10  LntBookId PIC X(6).
                10  LntPrnNo  PIC 9(9).
                10  LntStat   PIC A.
                10  LntStaff  PIC A.
        01  LineRec        PIC X(80) VALUE ALL "*".
        01  DashRec        PIC X(80) VALUE ALL "-".
        01  BlankRec       PIC X(80) VALUE SPACES.
            IF FlPrnNo = PrnIn AND FlApprvFlag = "A"
                IF FlTxnType = "D" OR FlTxnType = "L"
                   OR FlTxnType = "H" OR FlTxnType = "B"
                   OR FlTxnType = "R" OR FlTxnType = "M"
                   OR FlTxnType = "T"
                    ADD FlAmount TO FeeBalance
                ELSE
                    SUBTRACT FlAmount FROM FeeBalance.
                MOVE LlBookId TO LntBookId (LnHit).
            IF LnHit NOT = 0
                MOVE LlPrnNo TO LntPrnNo (LnHit)
                MOVE LlStatus TO LntStat (LnHit)
                IF LlBorrowerType = "E"
                    MOVE "Y" TO LntStaff (LnHit)
                ELSE
                    MOVE "N" TO LntStaff (LnHit).
            PERFORM ReadLoanPara.
        ScanLoanTabPara.
            ADD 1 TO LnIx.
            IF LntBookId (LnIx) = LlBookId
                MOVE LnIx TO LnHit.
      * Staff loans carry an employee number, not a PRN.
        CountOneLoanPara.
            ADD 1 TO LnIx.
            IF LntPrnNo (LnIx) = PrnIn
               AND LntStat (LnIx) = "O"
               AND LntStaff (LnIx) = "N"
                ADD 1 TO OpenLoans.
        JudgePara.
            IF MissingSubj = 0 AND OpenBacklogs = 0
