                CLOSE NeftFile.
        ReadNeftPara.
            READ NeftFile AT END MOVE "Y" TO NeftEOF.
      * Contract-labour wage and player payment credits ride the
      * same NEFT file but have no payslip behind them.
        TallyNeftPara.
            IF NiType = "D" AND NiRecType NOT = "L"
               AND NiRecType NOT = "P"
                ADD NiAmount TO NeftDetTotal
                ADD 1 TO NeftCount
                PERFORM MarkSlipPara
            READ ChequeRegFile AT END MOVE "Y" TO ChequeEOF.
        TallyChequePara.
            IF CqIssueDate = PcRunDate AND CqStatus NOT = "S"
               AND CqPayeeType NOT = "L" AND CqPayeeType NOT = "V"
               AND CqPayeeType NOT = "P"
                ADD CqAmount TO ChequeTotal
                ADD 1 TO ChequeCount
                PERFORM MarkSlipChequePara.
            MOVE RunDate8 TO RlRunDate.
            MOVE SlipCount TO RlRecRead.
            MOVE NeftCount TO RlRecWrit.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
