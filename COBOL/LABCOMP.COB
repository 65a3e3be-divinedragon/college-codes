        IDENTIFICATION DIVISION.
        PROGRAM-ID. PrincipalEmpCompliance.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT LabPayFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LabPayStatus.
            SELECT LabPayWork ASSIGN TO DISK.
            SELECT LabPaySorted ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT LabCtrFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LabCtrStatus.
            SELECT LabWorkerFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LabWorkerStatus.
            SELECT CompParamFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CompParamStatus.
            SELECT FileOut ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RunLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RunLogStatus.

        DATA DIVISION.
        FILE SECTION.
        FD LabPayFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "LabPay.dat".
        01  LabPayRawIn        PIC X(83).
        SD LabPayWork.
        01  LabPayWorkRec.
            05  LsWorkerNo     PIC 9(4).
            05  LsCtrCode      PIC X(4).
            05  LsFromDate     PIC 9(8).
            05  F              PIC X(67).
        FD LabPaySorted
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "LabPaySorted.dat".
            COPY "LABPAY.CPY".
        FD LabCtrFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "LabCtr.dat".
            COPY "LABCTR.CPY".
        FD LabWorkerFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "LabWorker.dat".
            COPY "LABWRKR.CPY".
        FD CompParamFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CompParam.dat".
            COPY "PARAM.CPY".
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "LabComp.dat".
        01  RecOut             PIC X(132).
        FD RunLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RunLog.dat".
            COPY "RUNLOG.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  LabPayStatus   PIC XX VALUE "00".
        01  LabCtrStatus   PIC XX VALUE "00".
        01  LabWorkerStatus PIC XX VALUE "00".
        01  CompParamStatus PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  PayEOF         PIC A VALUE "N".
        01  LabCtrEOF      PIC A VALUE "N".
        01  LabWorkerEOF   PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  MonthIn        PIC 9(6) VALUE 0.
        01  MonthInR REDEFINES MonthIn.
            05  MonthYear      PIC 9(4).
            05  MonthMonth     PIC 9(2).
        01  RowDateWk      PIC 9(8).
        01  RowDateR REDEFINES RowDateWk.
            05  RowYearMonth   PIC 9(6).
            05  RowDay         PIC 9(2).
        01  CurCtr         PIC X(4).
        01  PrevWorker     PIC 9(4).
        01  CtCount        PIC 9(3) VALUE 0.
        01  CtIx           PIC 9(3) VALUE 0.
        01  CtHit          PIC 9(3) VALUE 0.
        01  CtTable.
            05  CtEntry OCCURS 100 TIMES.
                10  CttCode    PIC X(4).
                10  CttName    PIC X(20).
                10  CttLicence PIC X(12).
                10  CttPfCode  PIC X(12).
                10  CttEsiCode PIC X(12).
        01  WkCount        PIC 9(3) VALUE 0.
        01  WkIx           PIC 9(3) VALUE 0.
        01  WkHit          PIC 9(3) VALUE 0.
        01  WorkerKeyWk    PIC 9(4) VALUE 0.
        01  WkTable.
            05  WkEntry OCCURS 500 TIMES.
                10  WtWorkerNo PIC 9(4).
                10  WtName     PIC A(20).
                10  WtUan      PIC X(12).
                10  WtEsiNo    PIC X(10).
        01  CWorkers       PIC 9(4) VALUE 0.
        01  CGross         PIC 9(9)V99 VALUE 0.
        01  CPfRemit       PIC 9(9)V99 VALUE 0.
        01  CEsiRemit      PIC 9(9)V99 VALUE 0.
        01  CNet           PIC 9(9)V99 VALUE 0.
        01  GWorkers       PIC 9(6) VALUE 0.
        01  GRows          PIC 9(6) VALUE 0.
        01  GGross         PIC 9(9)V99 VALUE 0.
        01  GPfRemit       PIC 9(9)V99 VALUE 0.
        01  GEsiRemit      PIC 9(9)V99 VALUE 0.
        01  GNet           PIC 9(9)V99 VALUE 0.
        01  GapCount       PIC 9(6) VALUE 0.
        COPY "CTLTOT.CPY".
        01  Heading1.
            05  F          PIC X(35) VALUE SPACES.
            05  CompanyNameOut PIC X(20) VALUE "XYZ BANK LTD.".
        01  Heading2.
            05  F          PIC X(20) VALUE SPACES.
            05  F          PIC X(48) VALUE
                "Principal Employer Contract Labour Compliance".
            05  F          PIC X(9) VALUE "Month : ".
            05  HdMonthOut PIC 9(6).
        01  LineRec        PIC X(132) VALUE ALL "-".
        01  CtrLine.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(13) VALUE "Contractor : ".
            05  ClCodeOut  PIC X(4).
            05  F          PIC X(1) VALUE SPACES.
            05  ClNameOut  PIC X(20).
            05  F          PIC X(12) VALUE "  Licence : ".
            05  ClLicOut   PIC X(12).
            05  F          PIC X(12) VALUE "  PF Code : ".
            05  ClPfOut    PIC X(12).
            05  F          PIC X(13) VALUE "  ESI Code : ".
            05  ClEsiOut   PIC X(12).
        01  RecHead.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(5) VALUE "Wkr".
            05  F          PIC X(21) VALUE "Name".
            05  F          PIC X(13) VALUE "UAN".
            05  F          PIC X(9) VALUE "From".
            05  F          PIC X(5) VALUE "Days".
            05  F          PIC X(10) VALUE "Gross".
            05  F          PIC X(9) VALUE "PF EE".
            05  F          PIC X(9) VALUE "PF ER".
            05  F          PIC X(9) VALUE "ESI EE".
            05  F          PIC X(9) VALUE "ESI ER".
            05  F          PIC X(10) VALUE "Net Paid".
        01  DetailRec.
            05  F          PIC X(3) VALUE SPACES.
            05  DtWkrOut   PIC 9(4).
            05  F          PIC X(1) VALUE SPACES.
            05  DtNameOut  PIC A(20).
            05  F          PIC X(1) VALUE SPACES.
            05  DtUanOut   PIC X(12).
            05  F          PIC X(1) VALUE SPACES.
            05  DtFromOut  PIC 9(8).
            05  F          PIC X(1) VALUE SPACES.
            05  DtDaysOut  PIC Z9.9.
            05  F          PIC X(1) VALUE SPACES.
            05  DtGrossOut PIC Z(5)9.99.
            05  F          PIC X(1) VALUE SPACES.
            05  DtPfEeOut  PIC Z(4)9.99.
            05  F          PIC X(1) VALUE SPACES.
            05  DtPfErOut  PIC Z(4)9.99.
            05  F          PIC X(1) VALUE SPACES.
            05  DtEsiEeOut PIC Z(4)9.99.
            05  F          PIC X(1) VALUE SPACES.
            05  DtEsiErOut PIC Z(4)9.99.
            05  F          PIC X(1) VALUE SPACES.
            05  DtNetOut   PIC Z(5)9.99.
            05  F          PIC X(1) VALUE SPACES.
            05  DtFlagOut  PIC X(6).
        01  CtrTotRec.
            05  F          PIC X(6) VALUE SPACES.
            05  F          PIC X(10) VALUE "Workers : ".
            05  CtWkrOut   PIC Z(3)9.
            05  F          PIC X(10) VALUE "  Gross : ".
            05  CtGrossOut PIC Z(8)9.99.
            05  F          PIC X(17) VALUE "  PF Remitted : ".
            05  CtPfOut    PIC Z(8)9.99.
            05  F          PIC X(18) VALUE "  ESI Remitted : ".
            05  CtEsiOut   PIC Z(8)9.99.
            05  F          PIC X(13) VALUE "  Net Paid : ".
            05  CtNetOut   PIC Z(8)9.99.
        01  GrandRec.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(13) VALUE "ALL WORKERS: ".
            05  GWkrOut    PIC Z(3)9.
            05  F          PIC X(10) VALUE "  Gross : ".
            05  GGrossOut  PIC Z(8)9.99.
            05  F          PIC X(17) VALUE "  PF Remitted : ".
            05  GPfOut     PIC Z(8)9.99.
            05  F          PIC X(18) VALUE "  ESI Remitted : ".
            05  GEsiOut    PIC Z(8)9.99.
            05  F          PIC X(13) VALUE "  Net Paid : ".
            05  GNetOut    PIC Z(8)9.99.
        01  GapRec.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(40) VALUE
                "Rows With Missing UAN / ESI No. : ".
            05  GapOut     PIC Z(5)9.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            DISPLAY (3, 10) "Wage Month (YYYYMM) :- ".
            ACCEPT MonthIn.
            IF MonthMonth < 1 OR MonthMonth > 12 OR MonthYear = 0
                DISPLAY (5, 10) "Invalid Month. Run Aborted."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            OPEN INPUT LabPayFile.
            IF LabPayStatus NOT = "00"
                DISPLAY (5, 10) "LabPay.dat Not Found. Run Aborted."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            CLOSE LabPayFile.
            PERFORM ReadCompParamPara.
            PERFORM LoadCtrPara.
            PERFORM LoadWorkerPara.
            SORT LabPayWork ON ASCENDING KEY LsCtrCode LsWorkerNo
                 LsFromDate
                 USING LabPayFile GIVING LabPaySorted.
            OPEN INPUT LabPaySorted.
            OPEN OUTPUT FileOut.
            MOVE MonthIn TO HdMonthOut.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM Heading2.
            WRITE RecOut FROM LineRec.
            PERFORM ReadMonthPara.
            PERFORM CtrPara UNTIL PayEOF = "Y".
            MOVE GWorkers TO GWkrOut.
            MOVE GGross TO GGrossOut.
            MOVE GPfRemit TO GPfOut.
            MOVE GEsiRemit TO GEsiOut.
            MOVE GNet TO GNetOut.
            WRITE RecOut FROM GrandRec.
            MOVE GapCount TO GapOut.
            WRITE RecOut FROM GapRec.
            MOVE GRows TO CtRecsOut.
            MOVE GGross TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE LabPaySorted FileOut.
            DISPLAY (5, 10) "Contract Workers Paid :- " GWorkers.
            IF GapCount NOT = 0
                MOVE 4 TO RlReturnCode
            ELSE
                MOVE 0 TO RlReturnCode.
            PERFORM LogRunPara.
            MOVE RlReturnCode TO RETURN-CODE.
            GOBACK.
        ReadCompParamPara.
            OPEN INPUT CompParamFile.
            IF CompParamStatus = "00"
                READ CompParamFile
                MOVE CpCompanyName TO CompanyNameOut
                CLOSE CompParamFile.
        LoadCtrPara.
            OPEN INPUT LabCtrFile.
            IF LabCtrStatus = "00"
                PERFORM ReadCtrPara
                PERFORM LoadOneCtrPara UNTIL LabCtrEOF = "Y"
                CLOSE LabCtrFile.
        ReadCtrPara.
            READ LabCtrFile AT END MOVE "Y" TO LabCtrEOF.
        LoadOneCtrPara.
            MOVE LcCtrCode TO CurCtr.
            PERFORM FindCtrPara.
            IF CtHit = 0 AND CtCount < 100
                ADD 1 TO CtCount
                MOVE CtCount TO CtHit
                MOVE LcCtrCode TO CttCode (CtHit).
            IF CtHit NOT = 0
                MOVE LcName TO CttName (CtHit)
                MOVE LcLicenceNo TO CttLicence (CtHit)
                MOVE LcPfCode TO CttPfCode (CtHit)
                MOVE LcEsiCode TO CttEsiCode (CtHit).
            PERFORM ReadCtrPara.
        FindCtrPara.
            MOVE 0 TO CtHit.
            MOVE 0 TO CtIx.
            PERFORM ScanCtrPara UNTIL CtIx NOT < CtCount
                                OR CtHit NOT = 0.
        ScanCtrPara.
            ADD 1 TO CtIx.
            IF CttCode (CtIx) = CurCtr
                MOVE CtIx TO CtHit.
        LoadWorkerPara.
            OPEN INPUT LabWorkerFile.
            IF LabWorkerStatus = "00"
                PERFORM ReadWorkerPara
                PERFORM LoadOneWorkerPara UNTIL LabWorkerEOF = "Y"
                CLOSE LabWorkerFile.
        ReadWorkerPara.
            READ LabWorkerFile AT END MOVE "Y" TO LabWorkerEOF.
        LoadOneWorkerPara.
            MOVE LwWorkerNo TO WorkerKeyWk.
            PERFORM FindWorkerPara.
            IF WkHit = 0 AND WkCount < 500
                ADD 1 TO WkCount
                MOVE WkCount TO WkHit
                MOVE LwWorkerNo TO WtWorkerNo (WkHit).
            IF WkHit NOT = 0
                MOVE LwName TO WtName (WkHit)
                MOVE LwUan TO WtUan (WkHit)
                MOVE LwEsiNo TO WtEsiNo (WkHit).
            PERFORM ReadWorkerPara.
        FindWorkerPara.
            MOVE 0 TO WkHit.
            MOVE 0 TO WkIx.
            PERFORM ScanWkPara UNTIL WkIx NOT < WkCount
                               OR WkHit NOT = 0.
        ScanWkPara.
            ADD 1 TO WkIx.
            IF WtWorkerNo (WkIx) = WorkerKeyWk
                MOVE WkIx TO WkHit.
      * Only wage rows for fortnights starting in the month asked
      * for are reported.
        ReadMonthPara.
            PERFORM ReadPayPara.
            PERFORM ReadPayPara UNTIL PayEOF = "Y"
                                OR RowYearMonth = MonthIn.
        ReadPayPara.
            READ LabPaySorted AT END MOVE "Y" TO PayEOF.
            IF PayEOF = "N"
                MOVE LpFromDate TO RowDateWk.
        CtrPara.
            MOVE LpCtrCode TO CurCtr.
            PERFORM FindCtrPara.
            MOVE CurCtr TO ClCodeOut.
            IF CtHit = 0
                MOVE "** NOT ON MASTER" TO ClNameOut
                MOVE SPACES TO ClLicOut
                MOVE SPACES TO ClPfOut
                MOVE SPACES TO ClEsiOut
            ELSE
                MOVE CttName (CtHit) TO ClNameOut
                MOVE CttLicence (CtHit) TO ClLicOut
                MOVE CttPfCode (CtHit) TO ClPfOut
                MOVE CttEsiCode (CtHit) TO ClEsiOut.
            WRITE RecOut FROM CtrLine.
            WRITE RecOut FROM RecHead.
            MOVE 0 TO CWorkers.
            MOVE 0 TO CGross.
            MOVE 0 TO CPfRemit.
            MOVE 0 TO CEsiRemit.
            MOVE 0 TO CNet.
            MOVE 0 TO PrevWorker.
            PERFORM DetailPara UNTIL PayEOF = "Y"
                               OR LpCtrCode NOT = CurCtr.
            MOVE CWorkers TO CtWkrOut.
            MOVE CGross TO CtGrossOut.
            MOVE CPfRemit TO CtPfOut.
            MOVE CEsiRemit TO CtEsiOut.
            MOVE CNet TO CtNetOut.
            WRITE RecOut FROM CtrTotRec.
            WRITE RecOut FROM LineRec.
            ADD CWorkers TO GWorkers.
            ADD CGross TO GGross.
            ADD CPfRemit TO GPfRemit.
            ADD CEsiRemit TO GEsiRemit.
            ADD CNet TO GNet.
      * A PF deduction with no UAN, or an ESI deduction with no ESI
      * number, cannot be credited to the worker and is flagged.
        DetailPara.
            IF LpWorkerNo NOT = PrevWorker
                ADD 1 TO CWorkers
                MOVE LpWorkerNo TO PrevWorker.
            MOVE LpWorkerNo TO WorkerKeyWk.
            PERFORM FindWorkerPara.
            MOVE LpWorkerNo TO DtWkrOut.
            MOVE SPACES TO DtFlagOut.
            IF WkHit = 0
                MOVE "** NOT ON MASTER" TO DtNameOut
                MOVE SPACES TO DtUanOut
            ELSE
                MOVE WtName (WkHit) TO DtNameOut
                MOVE WtUan (WkHit) TO DtUanOut
                IF LpPfDed > 0 AND WtUan (WkHit) = SPACES
                    MOVE "NO UAN" TO DtFlagOut
                ELSE IF LpEsiDed > 0 AND WtEsiNo (WkHit) = SPACES
                    MOVE "NO ESI" TO DtFlagOut.
            IF DtFlagOut NOT = SPACES
                ADD 1 TO GapCount.
            MOVE LpFromDate TO DtFromOut.
            MOVE LpDays TO DtDaysOut.
            MOVE LpGross TO DtGrossOut.
            MOVE LpPfDed TO DtPfEeOut.
            MOVE LpPfEmpr TO DtPfErOut.
            MOVE LpEsiDed TO DtEsiEeOut.
            MOVE LpEsiEmpr TO DtEsiErOut.
            MOVE LpNet TO DtNetOut.
            WRITE RecOut FROM DetailRec.
            ADD 1 TO GRows.
            ADD LpGross TO CGross.
            COMPUTE CPfRemit = CPfRemit + LpPfDed + LpPfEmpr.
            COMPUTE CEsiRemit = CEsiRemit + LpEsiDed + LpEsiEmpr.
            ADD LpNet TO CNet.
            PERFORM ReadMonthPara.
        LogRunPara.
            OPEN EXTEND RunLogFile.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO RlUserId.
            IF RunLogStatus = "35"
                OPEN OUTPUT RunLogFile.
            MOVE "LABCOMP" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE GRows TO RlRecRead.
            MOVE GRows TO RlRecWrit.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
