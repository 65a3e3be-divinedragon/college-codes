        FD HeldNewFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "HeldPayNew.dat".
        01  HeldNewRec         PIC X(211).
        FD PaySlipFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PaySlip.dat".
            PERFORM ReadHeldPara.
        PayOnePara.
            MOVE HpSlipImage TO PaySlipRec.
            IF PSEsiDed NOT NUMERIC OR PSEsiEmpr NOT NUMERIC
                MOVE 0 TO PSEsiDed PSEsiEmpr.
            IF PSShiftAlw NOT NUMERIC
                MOVE 0 TO PSShiftAlw.
            IF PSLibDed NOT NUMERIC
                MOVE 0 TO PSLibDed.
            WRITE PaySlipRec.
            MOVE HpFiscalYear TO PshFiscalYear.
            MOVE HpPeriod TO PshPeriod.
            MOVE "L" TO PshRunType.
            MOVE PaySlipRec TO PshSlipImage.
            WRITE PaySlipHistRec.
            PERFORM YtdPara.
            ADD 1 TO PaidCount.
            READ YtdFile
                INVALID KEY
                    MOVE 0 TO YtdBasic YtdDA YtdHRA YtdTotSal
                    MOVE 0 TO YtdPFDed YtdTDS YtdNetSal
                    MOVE 0 TO YtdEsiDed YtdEsiEmpr YtdShiftAlw.
            ADD PSBasic TO YtdBasic.
            ADD PSDA TO YtdDA.
            ADD PSHRA TO YtdHRA.
            ADD PSPFDed TO YtdPFDed.
            ADD PSTDS TO YtdTDS.
            ADD PSNetSal TO YtdNetSal.
            ADD PSEsiDed TO YtdEsiDed.
            ADD PSEsiEmpr TO YtdEsiEmpr.
            ADD PSShiftAlw TO YtdShiftAlw.
            REWRITE YtdRec
                INVALID KEY WRITE YtdRec.
        PutBackHeldPara.
            MOVE RunDate8 TO RlRunDate.
            MOVE PaidCount TO RlRecRead.
            MOVE PaidCount TO RlRecWrit.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
