        IDENTIFICATION DIVISION.
        PROGRAM-ID. LabourWageRun.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT LabDayFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LabDayStatus.
            SELECT LabDayWork ASSIGN TO DISK.
            SELECT LabDaySorted ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT LabWorkerFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LabWorkerStatus.
            SELECT TaxRateFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TaxRateStatus.
            SELECT LabPayFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LabPayStatus.
            SELECT NeftFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT NeftCtlFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS NeftCtlStatus.
            SELECT ChequeRegFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ChequeRegStatus.
            SELECT ChqPrintFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ChqPrintStatus.
            SELECT CompParamFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CompParamStatus.
            SELECT FileOut ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT ExcpLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ExcpLogStatus.
            SELECT RunLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RunLogStatus.

        DATA DIVISION.
        FILE SECTION.
        FD LabDayFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "LabDay.dat".
            COPY "LABDAY.CPY".
        SD LabDayWork.
        01  LabDayWorkRec.
            05  LwkWorkerNo    PIC 9(4).
            05  LwkDate        PIC 9(8).
            05  LwkDays        PIC 9V9.
            05  LwkOtHours     PIC 9(2)V9.
        FD LabDaySorted
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "LabDaySorted.dat".
        01  LabDaySortedRec.
            05  TdKey.
                10  TdWorkerNo PIC 9(4).
                10  TdDate     PIC 9(8).
            05  TdDays         PIC 9V9.
            05  TdOtHours      PIC 9(2)V9.
        FD LabWorkerFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "LabWorker.dat".
            COPY "LABWRKR.CPY".
        FD TaxRateFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "TaxRate.dat".
            COPY "TAXRATE.CPY".
        FD LabPayFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "LabPay.dat".
            COPY "LABPAY.CPY".
        FD NeftFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "NEFT.dat".
        01  NeftRec            PIC X(64).
        FD NeftCtlFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "NeftCtl.dat".
        01  NeftCtlRec.
            05  NcFileDate     PIC 9(8).
            05  NcAckPending   PIC A.
        FD ChequeRegFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ChequeReg.dat".
            COPY "CHEQREG.CPY".
        FD ChqPrintFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ChequePrint.dat".
        01  ChqOut             PIC X(80).
        FD CompParamFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CompParam.dat".
            COPY "PARAM.CPY".
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "LabRunRep.dat".
        01  RecOut             PIC X(100).
        FD ExcpLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ExcpLog.dat".
            COPY "EXCPLOG.CPY".
        FD RunLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RunLog.dat".
            COPY "RUNLOG.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        COPY "DOCLINK.CPY".
        COPY "MWCHK.CPY".
        01  LabDayStatus   PIC XX VALUE "00".
        01  LabWorkerStatus PIC XX VALUE "00".
        01  TaxRateStatus  PIC XX VALUE "00".
        01  LabPayStatus   PIC XX VALUE "00".
        01  NeftCtlStatus  PIC XX VALUE "00".
        01  ChequeRegStatus PIC XX VALUE "00".
        01  ChqPrintStatus PIC XX VALUE "00".
        01  CompParamStatus PIC XX VALUE "00".
        01  ExcpLogStatus  PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  LabDayEOF      PIC A VALUE "N".
        01  DayDone        PIC A VALUE "N".
        01  LabWorkerEOF   PIC A VALUE "N".
        01  TaxRateEOF     PIC A VALUE "N".
        01  LabPayEOF      PIC A VALUE "N".
        01  AlreadyPaid    PIC A VALUE "N".
        01  AckPendingWk   PIC A VALUE "N".
        01  NeftOpen       PIC A VALUE "N".
        01  RunModeIn      PIC A VALUE "P".
        01  RunDate8       PIC 9(8).
        01  MonthIn        PIC 9(6) VALUE 0.
        01  MonthInR REDEFINES MonthIn.
            05  MonthYear      PIC 9(4).
            05  MonthMonth     PIC 9(2).
        01  HalfIn         PIC 9 VALUE 0.
        01  FromDate       PIC 9(8) VALUE 0.
        01  ToDate         PIC 9(8) VALUE 0.
      * Statutory rates default as in the payroll run and are taken
      * from TaxRate.dat (latest row on or before the fortnight end)
      * when loaded.
        01  PFRate         PIC 9V9999 VALUE 0.12.
        01  EsiRate        PIC 9V9999 VALUE 0.0075.
        01  EsiEmprRate    PIC 9V9999 VALUE 0.0325.
        01  EsiCeiling     PIC 9(7)V99 VALUE 21000.
        01  BestPfEff      PIC 9(8) VALUE 0.
        01  BestEsiEff     PIC 9(8) VALUE 0.
        01  BestEsirEff    PIC 9(8) VALUE 0.
      * Monthly minimums and the ESI ceiling become daily figures
      * over 26 working days.
        01  DayDivisor     PIC 9(2) VALUE 26.
        01  WkCount        PIC 9(3) VALUE 0.
        01  WkIx           PIC 9(3) VALUE 0.
        01  WkHit          PIC 9(3) VALUE 0.
        01  WorkerKeyWk    PIC 9(4) VALUE 0.
        01  WkTable.
            05  WkEntry OCCURS 500 TIMES.
                10  WtWorkerNo PIC 9(4).
                10  WtName     PIC A(20).
                10  WtCtrCode  PIC X(4).
                10  WtSkillCat PIC X(2).
                10  WtRate     PIC 9(4)V99.
                10  WtAcctNo   PIC X(16).
                10  WtIfsc     PIC X(11).
        01  DKey.
            05  DWorkerNo      PIC 9(4).
            05  DDate          PIC 9(8).
        01  DDays          PIC 9V9.
        01  DOtHours       PIC 9(2)V9.
        01  CurWorker      PIC 9(4).
        01  WDays          PIC 9(2)V9.
        01  WOtHours       PIC 9(3)V9.
        01  DailyMin       PIC 9(4)V99 VALUE 0.
        01  PayRate        PIC 9(4)V99 VALUE 0.
        01  TopUpFlag      PIC A VALUE "N".
        01  DayWage        PIC 9(6)V99 VALUE 0.
        01  OtWage         PIC 9(6)V99 VALUE 0.
        01  GrossWk        PIC 9(6)V99 VALUE 0.
        01  PfDedWk        PIC 9(5)V99 VALUE 0.
        01  PfEmprWk       PIC 9(5)V99 VALUE 0.
        01  EsiDedWk       PIC 9(5)V99 VALUE 0.
        01  EsiEmprWk      PIC 9(5)V99 VALUE 0.
        01  NetWk          PIC 9(6)V99 VALUE 0.
        01  PayModeWk      PIC A VALUE "C".
        01  PaidCount      PIC 9(6) VALUE 0.
        01  ExcpCount      PIC 9(6) VALUE 0.
        01  NeftCount      PIC 9(6) VALUE 0.
        01  NeftTotal      PIC 9(9)V99 VALUE 0.
        01  ChequeCount    PIC 9(6) VALUE 0.
        01  ChequeTotal    PIC 9(9)V99 VALUE 0.
        01  NextChequeNo   PIC 9(6) VALUE 0.
        01  GGross         PIC 9(9)V99 VALUE 0.
        01  GPf            PIC 9(9)V99 VALUE 0.
        01  GEsi           PIC 9(9)V99 VALUE 0.
        01  GNet           PIC 9(9)V99 VALUE 0.
        01  ExcpValueWk.
            05  ExWorkerNo     PIC 9(4).
            05  F              PIC X(1) VALUE SPACES.
            05  ExDate         PIC 9(8).
            05  F              PIC X(1) VALUE SPACES.
            05  ExTag          PIC X(6).
        COPY "CTLTOT.CPY".
        01  NeftHdrRec.
            05  F              PIC X(1) VALUE "H".
            05  F              PIC X(1) VALUE SPACES.
            05  HdrRunDate     PIC 9(8).
            05  F              PIC X(1) VALUE SPACES.
            05  F              PIC X(12) VALUE "NEFT-LABOUR".
        01  NeftDetRec.
            05  F              PIC X(1) VALUE "D".
            05  F              PIC X(1) VALUE SPACES.
            05  NeftEmpNo      PIC 9(4).
            05  F              PIC X(1) VALUE SPACES.
            05  NeftAcctNo     PIC X(16).
            05  F              PIC X(1) VALUE SPACES.
            05  NeftIfsc       PIC X(11).
            05  F              PIC X(1) VALUE SPACES.
            05  NeftAmount     PIC 9(6)V99.
            05  F              PIC X(1) VALUE SPACES.
            05  NeftRecType    PIC X(1) VALUE "L".
            05  F              PIC X(1) VALUE SPACES.
            05  NeftPan        PIC X(10) VALUE SPACES.
        01  NeftTrlRec.
            05  F              PIC X(1) VALUE "T".
            05  F              PIC X(1) VALUE SPACES.
            05  TrlCount       PIC 9(6).
            05  F              PIC X(1) VALUE SPACES.
            05  TrlTotal       PIC 9(9)V99.
        01  Heading1.
            05  F          PIC X(25) VALUE SPACES.
            05  CompanyNameOut PIC X(20) VALUE "XYZ BANK LTD.".
        01  Heading2.
            05  F          PIC X(12) VALUE SPACES.
            05  F          PIC X(30) VALUE
                "Contract Labour Wage Register".
            05  HdFromOut  PIC 9(8).
            05  F          PIC X(4) VALUE " To ".
            05  HdToOut    PIC 9(8).
            05  F          PIC X(3) VALUE SPACES.
            05  HdModeOut  PIC X(10).
        01  LineRec        PIC X(100) VALUE ALL "-".
        01  RecHead.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(6) VALUE "Wkr".
            05  F          PIC X(21) VALUE "Name".
            05  F          PIC X(5) VALUE "Ctr".
            05  F          PIC X(5) VALUE "Days".
            05  F          PIC X(6) VALUE "OT Hr".
            05  F          PIC X(8) VALUE "Rate".
            05  F          PIC X(10) VALUE "Gross".
            05  F          PIC X(9) VALUE "PF".
            05  F          PIC X(9) VALUE "ESI".
            05  F          PIC X(10) VALUE "Net".
            05  F          PIC X(5) VALUE "Mode".
        01  DetailRec.
            05  F          PIC X(3) VALUE SPACES.
            05  DtWkrOut   PIC 9(4).
            05  F          PIC X(2) VALUE SPACES.
            05  DtNameOut  PIC A(20).
            05  F          PIC X(1) VALUE SPACES.
            05  DtCtrOut   PIC X(4).
            05  F          PIC X(1) VALUE SPACES.
            05  DtDaysOut  PIC Z9.9.
            05  F          PIC X(1) VALUE SPACES.
            05  DtOtOut    PIC ZZ9.9.
            05  F          PIC X(1) VALUE SPACES.
            05  DtRateOut  PIC Z(3)9.99.
            05  F          PIC X(1) VALUE SPACES.
            05  DtGrossOut PIC Z(5)9.99.
            05  F          PIC X(1) VALUE SPACES.
            05  DtPfOut    PIC Z(4)9.99.
            05  F          PIC X(1) VALUE SPACES.
            05  DtEsiOut   PIC Z(4)9.99.
            05  F          PIC X(1) VALUE SPACES.
            05  DtNetOut   PIC Z(5)9.99.
            05  F          PIC X(2) VALUE SPACES.
            05  DtModeOut  PIC A.
            05  F          PIC X(1) VALUE SPACES.
            05  DtTopUpOut PIC X(3).
        01  TotRec.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(10) VALUE "Workers : ".
            05  TotWkrOut  PIC Z(4)9.
            05  F          PIC X(10) VALUE "  Gross : ".
            05  TotGrossOut PIC Z(8)9.99.
            05  F          PIC X(12) VALUE "  PF (EE) : ".
            05  TotPfOut   PIC Z(8)9.99.
            05  F          PIC X(8) VALUE "  Net : ".
            05  TotNetOut  PIC Z(8)9.99.
        01  PayModeRec.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(7) VALUE "NEFT : ".
            05  NeftCntOut PIC Z(4)9.
            05  F          PIC X(1) VALUE SPACES.
            05  NeftAmtOut PIC Z(8)9.99.
            05  F          PIC X(12) VALUE "  Cheque : ".
            05  ChqCntOut  PIC Z(4)9.
            05  F          PIC X(1) VALUE SPACES.
            05  ChqTotOut  PIC Z(8)9.99.
            05  F          PIC X(15) VALUE "  Exceptions : ".
            05  ExcCntOut  PIC Z(4)9.
        01  StarRec        PIC X(80) VALUE ALL "*".
        01  BlankRec       PIC X(80) VALUE SPACES.
        01  ChqHeading.
            05  F          PIC X(28) VALUE SPACES.
            05  ChqCompOut PIC X(20) VALUE "XYZ BANK LTD.".
        01  ChqTitle.
            05  F          PIC X(30) VALUE SPACES.
            05  F          PIC X(16) VALUE "WAGES CHEQUE".
        01  ChqNoLine.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(14) VALUE "Cheque No. : ".
            05  ChqNoOut   PIC 9(6).
            05  F          PIC X(10) VALUE SPACES.
            05  F          PIC X(8) VALUE "Date : ".
            05  ChqDateOut PIC 9(8).
        01  ChqPayLine.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(14) VALUE "Pay To     : ".
            05  ChqNameOut PIC A(20).
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(10) VALUE "Wkr No. ".
            05  ChqWkrOut  PIC 9(4).
        01  ChqAmtLine.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(14) VALUE "Amount     : ".
            05  ChqAmtOut  PIC Z(5)9.99.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            DISPLAY (3, 10) "Wage Month (YYYYMM) :- ".
            ACCEPT MonthIn.
            DISPLAY (4, 10) "Fortnight (1 = 1-15, 2 = 16-End) :- ".
            ACCEPT HalfIn.
            DISPLAY (5, 10) "Proof Or Live Run (P/L) :- ".
            ACCEPT RunModeIn.
            IF MonthMonth < 1 OR MonthMonth > 12 OR MonthYear = 0
               OR (HalfIn NOT = 1 AND HalfIn NOT = 2)
               OR (RunModeIn NOT = "P" AND RunModeIn NOT = "L")
                DISPLAY (7, 10) "Invalid Month, Fortnight Or Mode."
                        " Run Aborted."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            IF HalfIn = 1
                COMPUTE FromDate = MonthIn * 100 + 1
                COMPUTE ToDate = MonthIn * 100 + 15
            ELSE
                COMPUTE FromDate = MonthIn * 100 + 16
                COMPUTE ToDate = MonthIn * 100 + 31.
            OPEN INPUT LabDayFile.
            IF LabDayStatus NOT = "00"
                DISPLAY (7, 10) "LabDay.dat Not Found. Run Aborted."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            CLOSE LabDayFile.
            PERFORM LoadWorkerPara.
            IF WkCount = 0
                DISPLAY (7, 10) "LabWorker.dat Missing Or Empty."
                        " Run Aborted."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            IF RunModeIn = "L"
                PERFORM CheckPaidPara
                PERFORM CheckAckPara.
            IF AlreadyPaid = "Y"
                DISPLAY (7, 10) "Fortnight Already Paid. Run"
                        " Aborted."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            IF AckPendingWk = "Y"
                DISPLAY (7, 10) "Prior NEFT File Still Awaits The"
                        " Bank Acknowledgment. Run NeftAckLoader"
                        " First."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            PERFORM LoadRatesPara.
            PERFORM ReadCompParamPara.
            SORT LabDayWork ON ASCENDING KEY LwkWorkerNo LwkDate
                 WITH DUPLICATES IN ORDER
                 USING LabDayFile GIVING LabDaySorted.
            OPEN INPUT LabDaySorted.
            OPEN OUTPUT FileOut.
            IF RunModeIn = "L"
                PERFORM OpenPayFilesPara
                MOVE "LIVE RUN" TO HdModeOut
            ELSE
                MOVE "PROOF RUN" TO HdModeOut.
            MOVE FromDate TO HdFromOut.
            MOVE ToDate TO HdToOut.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM Heading2.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM RecHead.
            WRITE RecOut FROM LineRec.
            PERFORM ReadDayPara.
            PERFORM NextDayPara.
            PERFORM WorkerPara UNTIL DayDone = "Y".
            CLOSE LabDaySorted.
            WRITE RecOut FROM LineRec.
            MOVE PaidCount TO TotWkrOut.
            MOVE GGross TO TotGrossOut.
            MOVE GPf TO TotPfOut.
            MOVE GNet TO TotNetOut.
            WRITE RecOut FROM TotRec.
            MOVE NeftCount TO NeftCntOut.
            MOVE NeftTotal TO NeftAmtOut.
            MOVE ChequeCount TO ChqCntOut.
            MOVE ChequeTotal TO ChqTotOut.
            MOVE ExcpCount TO ExcCntOut.
            WRITE RecOut FROM PayModeRec.
            MOVE PaidCount TO CtRecsOut.
            MOVE GNet TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE FileOut.
            IF RunModeIn = "L"
                CLOSE LabPayFile ChequeRegFile ChqPrintFile.
            IF NeftOpen = "Y"
                MOVE NeftCount TO TrlCount
                MOVE NeftTotal TO TrlTotal
                WRITE NeftRec FROM NeftTrlRec
                CLOSE NeftFile
                PERFORM MarkPendingPara.
            DISPLAY (7, 10) "Workers Paid :- " PaidCount
                    "  Net :- " TotNetOut.
            IF ExcpCount NOT = 0
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
                MOVE CpCompanyName TO ChqCompOut
                CLOSE CompParamFile.
        OpenPayFilesPara.
            OPEN EXTEND LabPayFile.
            IF LabPayStatus = "35"
                OPEN OUTPUT LabPayFile.
            OPEN EXTEND ChequeRegFile.
            IF ChequeRegStatus = "35"
                OPEN OUTPUT ChequeRegFile.
            OPEN EXTEND ChqPrintFile.
            IF ChqPrintStatus = "35"
                OPEN OUTPUT ChqPrintFile.
      * A fortnight is paid once; a live run finding any LabPay.dat
      * row for the same start date stops before paying again.
        CheckPaidPara.
            MOVE "N" TO AlreadyPaid.
            OPEN INPUT LabPayFile.
            IF LabPayStatus = "00"
                PERFORM ReadLabPayPara
                PERFORM TestPaidPara UNTIL LabPayEOF = "Y"
                CLOSE LabPayFile.
        ReadLabPayPara.
            READ LabPayFile AT END MOVE "Y" TO LabPayEOF.
        TestPaidPara.
            IF LpFromDate = FromDate
                MOVE "Y" TO AlreadyPaid.
            PERFORM ReadLabPayPara.
      * Wage credits go out in the same NEFT.dat slot as salaries
      * and wait on the same bank acknowledgment.
        CheckAckPara.
            MOVE "N" TO AckPendingWk.
            OPEN INPUT NeftCtlFile.
            IF NeftCtlStatus = "00"
                READ NeftCtlFile
                    AT END MOVE "N" TO NcAckPending
                END-READ
                MOVE NcAckPending TO AckPendingWk
                CLOSE NeftCtlFile.
        MarkPendingPara.
            OPEN OUTPUT NeftCtlFile.
            MOVE RunDate8 TO NcFileDate.
            MOVE "Y" TO NcAckPending.
            WRITE NeftCtlRec.
            CLOSE NeftCtlFile.
        LoadRatesPara.
            OPEN INPUT TaxRateFile.
            IF TaxRateStatus = "00"
                PERFORM ReadTaxRatePara
                PERFORM PickRatePara UNTIL TaxRateEOF = "Y"
                CLOSE TaxRateFile.
        ReadTaxRatePara.
            READ TaxRateFile AT END MOVE "Y" TO TaxRateEOF.
        PickRatePara.
            IF TxEffDate NOT > ToDate
                IF TxRateType = "PF" AND TxEffDate > BestPfEff
                    MOVE TxEffDate TO BestPfEff
                    MOVE TxPercent TO PFRate
                ELSE IF TxRateType = "ESI" AND TxEffDate > BestEsiEff
                    MOVE TxEffDate TO BestEsiEff
                    MOVE TxPercent TO EsiRate
                    MOVE TxSlabFrom TO EsiCeiling
                ELSE IF TxRateType = "ESIR"
                        AND TxEffDate > BestEsirEff
                    MOVE TxEffDate TO BestEsirEff
                    MOVE TxPercent TO EsiEmprRate.
            PERFORM ReadTaxRatePara.
      * The latest row for a worker carries the current contractor,
      * rate and bank details.
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
                MOVE LwCtrCode TO WtCtrCode (WkHit)
                MOVE LwSkillCat TO WtSkillCat (WkHit)
                MOVE LwDailyRate TO WtRate (WkHit)
                MOVE LwAcctNo TO WtAcctNo (WkHit)
                MOVE LwIfsc TO WtIfsc (WkHit).
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
        ReadDayPara.
            READ LabDaySorted AT END MOVE "Y" TO LabDayEOF.
      * Rows for the same worker and day collapse to the last one
      * keyed, which is the correction in force for that day.
        NextDayPara.
            IF LabDayEOF = "Y"
                MOVE "Y" TO DayDone
            ELSE
                MOVE TdKey TO DKey
                MOVE TdDays TO DDays
                MOVE TdOtHours TO DOtHours
                PERFORM ReadDayPara
                PERFORM SameDayPara UNTIL LabDayEOF = "Y"
                                    OR TdKey NOT = DKey.
        SameDayPara.
            MOVE TdDays TO DDays.
            MOVE TdOtHours TO DOtHours.
            PERFORM ReadDayPara.
        WorkerPara.
            MOVE DWorkerNo TO CurWorker.
            MOVE 0 TO WDays.
            MOVE 0 TO WOtHours.
            PERFORM AddDayPara UNTIL DayDone = "Y"
                                OR DWorkerNo NOT = CurWorker.
            PERFORM PayWorkerPara THRU PayWorkerExitPara.
        AddDayPara.
            IF DDate NOT < FromDate AND DDate NOT > ToDate
                ADD DDays TO WDays
                ADD DOtHours TO WOtHours.
            PERFORM NextDayPara.
      * Days are paid at the daily rate on file, raised to the daily
      * minimum for the skill category when that is higher; overtime
      * is paid at twice the hourly rate of an 8-hour day. PF runs
      * on the day wages, ESI on gross for a worker whose rate over
      * 26 days is within the ESI ceiling. A worker who has since
      * left is still paid for the days worked.
        PayWorkerPara.
            IF WDays = 0 AND WOtHours = 0
                GO TO PayWorkerExitPara.
            MOVE CurWorker TO WorkerKeyWk.
            PERFORM FindWorkerPara.
            MOVE CurWorker TO ExWorkerNo.
            MOVE ToDate TO ExDate.
            IF WkHit = 0
                MOVE "NOWRKR" TO ExTag
                PERFORM LogExceptionPara
                GO TO PayWorkerExitPara.
            MOVE WtSkillCat (WkHit) TO MwcSkillCat.
            MOVE SPACES TO MwcDept.
            MOVE 0 TO MwcBasic.
            MOVE ToDate TO MwcAsOfDate.
            CALL "MinWageChk" USING MinWageChkRec.
            COMPUTE DailyMin ROUNDED = MwcMinimum / DayDivisor.
            MOVE WtRate (WkHit) TO PayRate.
            MOVE "N" TO TopUpFlag.
            IF PayRate < DailyMin
                MOVE DailyMin TO PayRate
                MOVE "Y" TO TopUpFlag
                MOVE "MINTOP" TO ExTag
                PERFORM LogExceptionPara.
            COMPUTE DayWage ROUNDED = PayRate * WDays.
            COMPUTE OtWage ROUNDED = PayRate * WOtHours * 2 / 8.
            COMPUTE GrossWk = DayWage + OtWage.
            COMPUTE PfDedWk ROUNDED = PFRate * DayWage.
            MOVE PfDedWk TO PfEmprWk.
            MOVE 0 TO EsiDedWk.
            MOVE 0 TO EsiEmprWk.
            IF PayRate * DayDivisor NOT > EsiCeiling
                COMPUTE EsiDedWk ROUNDED = EsiRate * GrossWk
                COMPUTE EsiEmprWk ROUNDED = EsiEmprRate * GrossWk.
            COMPUTE NetWk = GrossWk - PfDedWk - EsiDedWk.
            IF WtAcctNo (WkHit) NOT = SPACES
               AND WtIfsc (WkHit) NOT = SPACES
                MOVE "N" TO PayModeWk
            ELSE
                MOVE "C" TO PayModeWk.
            PERFORM RegisterLinePara.
            ADD 1 TO PaidCount.
            ADD GrossWk TO GGross.
            ADD PfDedWk TO GPf.
            ADD EsiDedWk TO GEsi.
            ADD NetWk TO GNet.
            IF PayModeWk = "N"
                ADD 1 TO NeftCount
                ADD NetWk TO NeftTotal
            ELSE
                ADD 1 TO ChequeCount
                ADD NetWk TO ChequeTotal.
            IF RunModeIn NOT = "L"
                GO TO PayWorkerExitPara.
            PERFORM WriteLabPayPara.
            IF PayModeWk = "N"
                PERFORM NeftOutPara
            ELSE
                PERFORM ChequeOutPara.
        PayWorkerExitPara.
            EXIT.
        RegisterLinePara.
            MOVE CurWorker TO DtWkrOut.
            MOVE WtName (WkHit) TO DtNameOut.
            MOVE WtCtrCode (WkHit) TO DtCtrOut.
            MOVE WDays TO DtDaysOut.
            MOVE WOtHours TO DtOtOut.
            MOVE PayRate TO DtRateOut.
            MOVE GrossWk TO DtGrossOut.
            MOVE PfDedWk TO DtPfOut.
            MOVE EsiDedWk TO DtEsiOut.
            MOVE NetWk TO DtNetOut.
            MOVE PayModeWk TO DtModeOut.
            IF TopUpFlag = "Y"
                MOVE "*MW" TO DtTopUpOut
            ELSE
                MOVE SPACES TO DtTopUpOut.
            WRITE RecOut FROM DetailRec.
        WriteLabPayPara.
            MOVE CurWorker TO LpWorkerNo.
            MOVE WtCtrCode (WkHit) TO LpCtrCode.
            MOVE FromDate TO LpFromDate.
            MOVE ToDate TO LpToDate.
            MOVE WDays TO LpDays.
            MOVE WOtHours TO LpOtHours.
            MOVE PayRate TO LpRate.
            MOVE GrossWk TO LpGross.
            MOVE PfDedWk TO LpPfDed.
            MOVE PfEmprWk TO LpPfEmpr.
            MOVE EsiDedWk TO LpEsiDed.
            MOVE EsiEmprWk TO LpEsiEmpr.
            MOVE NetWk TO LpNet.
            MOVE PayModeWk TO LpPayMode.
            MOVE TopUpFlag TO LpTopUp.
            WRITE LabPayRec.
        NeftOutPara.
            IF NeftOpen = "N"
                OPEN OUTPUT NeftFile
                MOVE "Y" TO NeftOpen
                MOVE RunDate8 TO HdrRunDate
                WRITE NeftRec FROM NeftHdrRec.
            MOVE CurWorker TO NeftEmpNo.
            MOVE WtAcctNo (WkHit) TO NeftAcctNo.
            MOVE WtIfsc (WkHit) TO NeftIfsc.
            MOVE NetWk TO NeftAmount.
            WRITE NeftRec FROM NeftDetRec.
        ChequeOutPara.
            MOVE "CHQ" TO DocTypeIn.
            CALL "NextDocNo" USING DocLinkRec.
            MOVE DocNoOut TO NextChequeNo.
            MOVE NextChequeNo TO CqChequeNo.
            MOVE CurWorker TO CqEmpNo.
            MOVE NetWk TO CqAmount.
            MOVE RunDate8 TO CqIssueDate.
            MOVE "I" TO CqStatus.
            MOVE "L" TO CqPayeeType.
            MOVE SPACES TO CqVendorCode.
            WRITE ChequeRegRec.
            WRITE ChqOut FROM StarRec.
            WRITE ChqOut FROM ChqHeading.
            WRITE ChqOut FROM ChqTitle.
            WRITE ChqOut FROM StarRec.
            MOVE NextChequeNo TO ChqNoOut.
            MOVE RunDate8 TO ChqDateOut.
            WRITE ChqOut FROM ChqNoLine.
            MOVE WtName (WkHit) TO ChqNameOut.
            MOVE CurWorker TO ChqWkrOut.
            WRITE ChqOut FROM ChqPayLine.
            MOVE NetWk TO ChqAmtOut.
            WRITE ChqOut FROM ChqAmtLine.
            WRITE ChqOut FROM StarRec.
            WRITE ChqOut FROM BlankRec.
        LogExceptionPara.
            ADD 1 TO ExcpCount.
            OPEN EXTEND ExcpLogFile.
            IF ExcpLogStatus = "35"
                OPEN OUTPUT ExcpLogFile.
            MOVE "LABRUN" TO ElProgram.
            MOVE "PayWorkerPara" TO ElParagraph.
            MOVE ExcpValueWk TO ElBadValue.
            MOVE "N" TO ElStatus.
            MOVE SPACES TO ElAssignTo.
            MOVE SPACES TO ElResolveNote.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO ElUserId.
            ACCEPT ElTimestamp FROM DATE YYYYMMDD.
            WRITE ExcpLogRec.
            CLOSE ExcpLogFile.
        LogRunPara.
            OPEN EXTEND RunLogFile.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO RlUserId.
            IF RunLogStatus = "35"
                OPEN OUTPUT RunLogFile.
            MOVE "LABRUN" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE PaidCount TO RlRecRead.
            IF RunModeIn = "L"
                MOVE PaidCount TO RlRecWrit
            ELSE
                MOVE 0 TO RlRecWrit.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
