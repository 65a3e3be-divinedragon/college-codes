        IDENTIFICATION DIVISION.
        PROGRAM-ID. FixedAssetDepr.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT FixAssetFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FixAssetStatus.
            SELECT FaTxnFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FaTxnStatus.
            SELECT FileOut ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CompParamFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CompParamStatus.
            SELECT RunLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RunLogStatus.

        DATA DIVISION.
        FILE SECTION.
        FD FixAssetFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "FixAsset.dat".
            COPY "FIXASSET.CPY".
        FD FaTxnFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "FaTxn.dat".
            COPY "FATXN.CPY".
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "FaDepr.dat".
        01  RecOut             PIC X(90).
        FD CompParamFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CompParam.dat".
            COPY "PARAM.CPY".
        FD RunLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RunLog.dat".
            COPY "RUNLOG.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        COPY "ACCTPCHK.CPY".
        01  FixAssetStatus PIC XX VALUE "00".
        01  FaTxnStatus    PIC XX VALUE "00".
        01  CompParamStatus PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  FixAssetEOF    PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  RunDateParts REDEFINES RunDate8.
            05  RunYY      PIC 9(4).
            05  RunMM      PIC 99.
            05  RunDD      PIC 99.
        01  RunPeriod      PIC 9(6) VALUE 0.
        01  RunMonthNo     PIC 9(6) VALUE 0.
        01  DateWk         PIC 9(8) VALUE 0.
        01  DateWkParts REDEFINES DateWk.
            05  DateWkYY   PIC 9(4).
            05  DateWkMM   PIC 99.
            05  DateWkDD   PIC 99.
        01  PeriodWk       PIC 9(6) VALUE 0.
        01  PeriodWkParts REDEFINES PeriodWk.
            05  PeriodWkYY PIC 9(4).
            05  PeriodWkMM PIC 99.
        01  StartMonthNo   PIC 9(6) VALUE 0.
        01  MonthsDue      PIC 9(4) VALUE 0.
        01  AssetRead      PIC 9(6) VALUE 0.
        01  AtIx           PIC 9(3) VALUE 0.
        01  AtHit          PIC 9(3) VALUE 0.
        01  AtCount        PIC 9(3) VALUE 0.
        01  AssetTable.
            05  AssetEntry OCCURS 500 TIMES.
                10  AtAssetNo  PIC 9(6).
                10  AtLine     PIC X(108).
        01  MonthlyDep     PIC 9(7)V99 VALUE 0.
        01  ChargeWk       PIC 9(7)V99 VALUE 0.
        01  DepBaseWk      PIC 9(7)V99 VALUE 0.
        01  RemainWk       PIC S9(7)V99 VALUE 0.
        01  ChargedCount   PIC 9(5) VALUE 0.
        01  TotCharge      PIC 9(9)V99 VALUE 0.
        COPY "CTLTOT.CPY".
        01  Heading1.
            05  F          PIC X(30) VALUE SPACES.
            05  CompanyNameOut PIC X(20) VALUE "XYZ Co. Ltd.".
        01  Heading2.
            05  F          PIC X(20) VALUE SPACES.
            05  F          PIC X(30) VALUE
                "FIXED ASSET DEPRECIATION RUN".
            05  F          PIC X(9) VALUE "Period : ".
            05  PeriodOut  PIC 9(6).
        01  LineRec        PIC X(90) VALUE ALL "-".
        01  RecHead.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(8) VALUE "Asset".
            05  F          PIC X(12) VALUE "Item".
            05  F          PIC X(6) VALUE "CC".
            05  F          PIC X(5) VALUE "Mth".
            05  F          PIC X(6) VALUE "Mths".
            05  F          PIC X(14) VALUE "Cost".
            05  F          PIC X(12) VALUE "Charge".
            05  F          PIC X(13) VALUE "Accum Dep".
            05  F          PIC X(12) VALUE "Book Value".
        01  DetailRec.
            05  F          PIC X(2) VALUE SPACES.
            05  AssetOut   PIC 9(6).
            05  F          PIC X(2) VALUE SPACES.
            05  NameOut    PIC X(10).
            05  F          PIC X(2) VALUE SPACES.
            05  CcOut      PIC X(4).
            05  F          PIC X(3) VALUE SPACES.
            05  MethodOut  PIC A.
            05  F          PIC X(3) VALUE SPACES.
            05  MonthsOut  PIC ZZ9.
            05  F          PIC X(2) VALUE SPACES.
            05  CostOut    PIC Z(6)9.99.
            05  F          PIC X(2) VALUE SPACES.
            05  ChargeOut  PIC Z(6)9.99.
            05  F          PIC X(2) VALUE SPACES.
            05  AccumOut   PIC Z(6)9.99.
            05  F          PIC X(2) VALUE SPACES.
            05  NbvOut     PIC Z(6)9.99.
        01  TotRec.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(20) VALUE "Assets Charged : ".
            05  TotCountOut PIC Z(4)9.
            05  F          PIC X(22) VALUE "   Depreciation : ".
            05  TotChargeOut PIC Z(8)9.99.

        PROCEDURE DIVISION.
      * Monthly run. Every asset in service is charged for each
      * month from the one after its last charge (or its in-service
      * month, full month convention) up to the run month, so a
      * missed month is caught up and a re-run charges nothing.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            MOVE "GL" TO AckStream.
            MOVE RunDate8 TO AckDate.
            CALL "AcctPeriodChk" USING AcctChkRec.
            IF AckStatus = "C"
                DISPLAY "GL Accounting Period Is Closed. Run"
                        " Refused."
                MOVE 8 TO RETURN-CODE
                GOBACK.
            COMPUTE RunPeriod = RunYY * 100 + RunMM.
            COMPUTE RunMonthNo = RunYY * 12 + RunMM.
            PERFORM ReadCompParamPara.
            PERFORM LoadAssetPara.
            OPEN EXTEND FixAssetFile.
            IF FixAssetStatus = "35"
                OPEN OUTPUT FixAssetFile.
            OPEN EXTEND FaTxnFile.
            IF FaTxnStatus = "35"
                OPEN OUTPUT FaTxnFile.
            CALL "GetOper" USING OperLinkRec.
            OPEN OUTPUT FileOut.
            MOVE RunPeriod TO PeriodOut.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM Heading2.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM RecHead.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO AtIx.
            PERFORM DeprOnePara THRU DeprOneExitPara
                UNTIL AtIx NOT < AtCount.
            WRITE RecOut FROM LineRec.
            MOVE ChargedCount TO TotCountOut.
            MOVE TotCharge TO TotChargeOut.
            WRITE RecOut FROM TotRec.
            MOVE ChargedCount TO CtRecsOut.
            MOVE TotCharge TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE FileOut FixAssetFile FaTxnFile.
            PERFORM LogRunPara.
            DISPLAY "Assets Charged :- " ChargedCount.
            DISPLAY "Depreciation   :- " TotChargeOut.
            GOBACK.
        ReadCompParamPara.
            OPEN INPUT CompParamFile.
            IF CompParamStatus = "00"
                READ CompParamFile
                MOVE CpCompanyName TO CompanyNameOut
                CLOSE CompParamFile.
        LoadAssetPara.
            OPEN INPUT FixAssetFile.
            IF FixAssetStatus = "00"
                PERFORM ReadAssetPara
                PERFORM LoadOneAssetPara UNTIL FixAssetEOF = "Y"
                CLOSE FixAssetFile.
        ReadAssetPara.
            READ FixAssetFile AT END MOVE "Y" TO FixAssetEOF.
        LoadOneAssetPara.
            ADD 1 TO AssetRead.
            MOVE 0 TO AtHit.
            MOVE 0 TO AtIx.
            PERFORM ScanAssetPara UNTIL AtIx NOT < AtCount
                                  OR AtHit NOT = 0.
            IF AtHit = 0 AND AtCount < 500
                ADD 1 TO AtCount
                MOVE AtCount TO AtHit
                MOVE FaAssetNo TO AtAssetNo (AtHit).
            IF AtHit NOT = 0
                MOVE FixAssetRec TO AtLine (AtHit).
            PERFORM ReadAssetPara.
        ScanAssetPara.
            ADD 1 TO AtIx.
            IF AtAssetNo (AtIx) = FaAssetNo
                MOVE AtIx TO AtHit.
        DeprOnePara.
            ADD 1 TO AtIx.
            MOVE AtLine (AtIx) TO FixAssetRec.
            IF FaStatus NOT = "A" OR FaLastDepPd NOT < RunPeriod
                GO TO DeprOneExitPara.
            IF FaLastDepPd > 0
                MOVE FaLastDepPd TO PeriodWk
                COMPUTE StartMonthNo = PeriodWkYY * 12 + PeriodWkMM
            ELSE
                MOVE FaInServDate TO DateWk
                COMPUTE StartMonthNo = DateWkYY * 12 + DateWkMM - 1.
            IF StartMonthNo NOT < RunMonthNo
                GO TO DeprOneExitPara.
            COMPUTE MonthsDue = RunMonthNo - StartMonthNo.
            PERFORM CalcChargePara.
            ADD ChargeWk TO FaAccumDep.
            MOVE RunPeriod TO FaLastDepPd.
            IF ChargeWk > 0
                ADD 1 TO ChargedCount
                ADD ChargeWk TO TotCharge
                PERFORM WriteDeprTxnPara
                PERFORM PrintDeprPara.
            WRITE FixAssetRec.
        DeprOneExitPara.
            EXIT.
      * Straight line spreads cost less salvage evenly over the
      * life; written-down value charges the yearly rate on the
      * opening book value, a twelfth per month. Neither takes the
      * asset below its salvage value.
        CalcChargePara.
            IF FaMethod = "W"
                COMPUTE DepBaseWk = FaCost - FaAccumDep
                COMPUTE MonthlyDep ROUNDED =
                    DepBaseWk * FaWdvRate / 1200
            ELSE
                IF FaLifeMonths > 0
                    COMPUTE MonthlyDep ROUNDED =
                        (FaCost - FaSalvage) / FaLifeMonths
                ELSE
                    MOVE 0 TO MonthlyDep.
            COMPUTE ChargeWk = MonthlyDep * MonthsDue.
            COMPUTE RemainWk = FaCost - FaSalvage - FaAccumDep.
            IF RemainWk < 0
                MOVE 0 TO RemainWk.
            IF ChargeWk > RemainWk
                MOVE RemainWk TO ChargeWk.
        WriteDeprTxnPara.
            MOVE FaAssetNo TO FtAssetNo.
            MOVE "D" TO FtTxnType.
            MOVE RunDate8 TO FtPostDate.
            MOVE FaCostCenter TO FtCostCenter.
            MOVE FaCostCenter TO FtToCostCtr.
            MOVE FaLocation TO FtFromLoc.
            MOVE FaLocation TO FtToLoc.
            MOVE ChargeWk TO FtAmount.
            MOVE 0 TO FtAccumDep.
            MOVE 0 TO FtProceeds.
            MOVE OperOpId TO FtUserId.
            WRITE FaTxnRec.
        PrintDeprPara.
            MOVE FaAssetNo TO AssetOut.
            MOVE FaItemName TO NameOut.
            MOVE FaCostCenter TO CcOut.
            MOVE FaMethod TO MethodOut.
            MOVE MonthsDue TO MonthsOut.
            MOVE FaCost TO CostOut.
            MOVE ChargeWk TO ChargeOut.
            MOVE FaAccumDep TO AccumOut.
            COMPUTE NbvOut = FaCost - FaAccumDep.
            WRITE RecOut FROM DetailRec.
        LogRunPara.
            OPEN EXTEND RunLogFile.
            MOVE OperOpId TO RlUserId.
            IF RunLogStatus = "35"
                OPEN OUTPUT RunLogFile.
            MOVE "FADEPR" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE AssetRead TO RlRecRead.
            MOVE ChargedCount TO RlRecWrit.
            MOVE 0 TO RlReturnCode.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
