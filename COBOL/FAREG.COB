        IDENTIFICATION DIVISION.
        PROGRAM-ID. FixedAssetReg.
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
            SELECT AcctMapFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AcctMapStatus.
            SELECT GlBalFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GlBalStatus.
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
        FD AcctMapFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "AcctMap.dat".
            COPY "ACCTMAP.CPY".
        FD GlBalFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "GlBal.dat".
            COPY "GLBAL.CPY".
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "FaReg.dat".
        01  RecOut             PIC X(100).
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
        COPY "CALENDAR.CPY".
        01  FixAssetStatus PIC XX VALUE "00".
        01  AcctMapStatus  PIC XX VALUE "00".
        01  GlBalStatus    PIC XX VALUE "00".
        01  CompParamStatus PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  FixAssetEOF    PIC A VALUE "N".
        01  AcctMapEOF     PIC A VALUE "N".
        01  GlBalEOF       PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  AssetRead      PIC 9(6) VALUE 0.
        01  AtIx           PIC 9(3) VALUE 0.
        01  AtHit          PIC 9(3) VALUE 0.
        01  AtCount        PIC 9(3) VALUE 0.
        01  AssetTable.
            05  AssetEntry OCCURS 500 TIMES.
                10  AtAssetNo  PIC 9(6).
                10  AtLine     PIC X(108).
        01  CostAcct       PIC X(6) VALUE SPACES.
        01  AccumAcct      PIC X(6) VALUE SPACES.
        01  GlIx           PIC 9 VALUE 0.
        01  PdIx           PIC 99 VALUE 0.
        01  GlPdTable.
            05  GlAcctEntry OCCURS 2 TIMES.
                10  GlPdEntry OCCURS 12 TIMES.
                    15  GtDr   PIC 9(10)V99.
                    15  GtCr   PIC 9(10)V99.
        01  GlCostBal      PIC S9(10)V99 VALUE 0.
        01  GlAccumBal     PIC S9(10)V99 VALUE 0.
        01  ListedCount    PIC 9(5) VALUE 0.
        01  TotCost        PIC 9(10)V99 VALUE 0.
        01  TotAccum       PIC 9(10)V99 VALUE 0.
        01  TotNbv         PIC 9(10)V99 VALUE 0.
        01  DiffWk         PIC S9(10)V99 VALUE 0.
        COPY "CTLTOT.CPY".
        01  Heading1.
            05  F          PIC X(30) VALUE SPACES.
            05  CompanyNameOut PIC X(20) VALUE "XYZ Co. Ltd.".
        01  Heading2.
            05  F          PIC X(25) VALUE SPACES.
            05  F          PIC X(28) VALUE
                "FIXED ASSET REGISTER".
            05  F          PIC X(9) VALUE "As At : ".
            05  AsAtOut    PIC 9(8).
        01  LineRec        PIC X(100) VALUE ALL "-".
        01  RecHead.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(8) VALUE "Asset".
            05  F          PIC X(12) VALUE "Item".
            05  F          PIC X(6) VALUE "Class".
            05  F          PIC X(6) VALUE "CC".
            05  F          PIC X(5) VALUE "Loc".
            05  F          PIC X(10) VALUE "In Serv".
            05  F          PIC X(5) VALUE "Mth".
            05  F          PIC X(14) VALUE "Cost".
            05  F          PIC X(13) VALUE "Accum Dep".
            05  F          PIC X(12) VALUE "Book Value".
        01  DetailRec.
            05  F          PIC X(2) VALUE SPACES.
            05  AssetOut   PIC 9(6).
            05  F          PIC X(2) VALUE SPACES.
            05  NameOut    PIC X(10).
            05  F          PIC X(2) VALUE SPACES.
            05  ClassOut   PIC X(4).
            05  F          PIC X(2) VALUE SPACES.
            05  CcOut      PIC X(4).
            05  F          PIC X(2) VALUE SPACES.
            05  LocOut     PIC X(3).
            05  F          PIC X(2) VALUE SPACES.
            05  InServOut  PIC 9(8).
            05  F          PIC X(2) VALUE SPACES.
            05  MethodOut  PIC A.
            05  F          PIC X(3) VALUE SPACES.
            05  CostOut    PIC Z(6)9.99.
            05  F          PIC X(2) VALUE SPACES.
            05  AccumOut   PIC Z(6)9.99.
            05  F          PIC X(2) VALUE SPACES.
            05  NbvOut     PIC Z(6)9.99.
        01  TotRec.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(20) VALUE "Assets In Service :".
            05  TotCountOut PIC Z(4)9.
            05  F          PIC X(24) VALUE SPACES.
            05  TotCostOut PIC Z(8)9.99.
            05  F          PIC X(1) VALUE SPACES.
            05  TotAccumOut PIC Z(8)9.99.
            05  F          PIC X(1) VALUE SPACES.
            05  TotNbvOut  PIC Z(8)9.99.
        01  TieHead.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(40) VALUE
                "Tie To General Ledger (Posted To Date)".
        01  TieRec.
            05  F          PIC X(2) VALUE SPACES.
            05  TieNameOut PIC X(20).
            05  F          PIC X(2) VALUE SPACES.
            05  TieAcctOut PIC X(6).
            05  F          PIC X(12) VALUE " Register : ".
            05  TieRegOut  PIC Z(9)9.99.
            05  F          PIC X(7) VALUE "  GL : ".
            05  TieGlOut   PIC -Z(9)9.99.
            05  F          PIC X(2) VALUE SPACES.
            05  TieFlagOut PIC X(8).

        PROCEDURE DIVISION.
      * Lists every asset still in service at its latest register
      * figures and proves the cost and accumulated-depreciation
      * totals against the FACOST and FAACCDEP balances GLPosting
      * holds for the current fiscal year to date. Movements made
      * today show as a difference until the journal is posted.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            MOVE RunDate8 TO CalInDate.
            CALL "Calendar" USING CalLinkRec.
            PERFORM ReadCompParamPara.
            PERFORM LoadAssetPara.
            PERFORM LoadMapPara.
            PERFORM LoadGlBalPara.
            OPEN OUTPUT FileOut.
            MOVE RunDate8 TO AsAtOut.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM Heading2.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM RecHead.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO AtIx.
            PERFORM PrintOnePara UNTIL AtIx NOT < AtCount.
            WRITE RecOut FROM LineRec.
            MOVE ListedCount TO TotCountOut.
            MOVE TotCost TO TotCostOut.
            MOVE TotAccum TO TotAccumOut.
            MOVE TotNbv TO TotNbvOut.
            WRITE RecOut FROM TotRec.
            WRITE RecOut FROM LineRec.
            PERFORM TieGlPara.
            WRITE RecOut FROM LineRec.
            MOVE ListedCount TO CtRecsOut.
            MOVE TotNbv TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE FileOut.
            PERFORM LogRunPara.
            DISPLAY "Assets Listed :- " ListedCount.
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
        LoadMapPara.
            OPEN INPUT AcctMapFile.
            IF AcctMapStatus = "00"
                PERFORM ReadMapPara
                PERFORM ScanMapPara UNTIL AcctMapEOF = "Y"
                CLOSE AcctMapFile.
        ReadMapPara.
            READ AcctMapFile AT END MOVE "Y" TO AcctMapEOF.
        ScanMapPara.
            IF AmSourceCode = "FACOST"
                MOVE AmAcctNo TO CostAcct
            ELSE IF AmSourceCode = "FAACCDEP"
                MOVE AmAcctNo TO AccumAcct.
            PERFORM ReadMapPara.
      * GlBal.dat holds one row per account and period, the latest
      * row winning; period 01 carries the brought-forward balance.
        LoadGlBalPara.
            MOVE ZEROS TO GlPdTable.
            OPEN INPUT GlBalFile.
            IF GlBalStatus = "00"
                PERFORM ReadGlBalPara
                PERFORM LoadOneGlBalPara UNTIL GlBalEOF = "Y"
                CLOSE GlBalFile.
        ReadGlBalPara.
            READ GlBalFile AT END MOVE "Y" TO GlBalEOF.
        LoadOneGlBalPara.
            MOVE 0 TO GlIx.
            IF GbAcctNo = CostAcct AND CostAcct NOT = SPACES
                MOVE 1 TO GlIx
            ELSE IF GbAcctNo = AccumAcct AND AccumAcct NOT = SPACES
                MOVE 2 TO GlIx.
            IF GlIx NOT = 0
               AND GbFiscalYear = CalFiscalYear
               AND GbPeriod > 0 AND GbPeriod NOT > CalFiscalPeriod
                MOVE GbDrTotal TO GtDr (GlIx, GbPeriod)
                MOVE GbCrTotal TO GtCr (GlIx, GbPeriod).
            PERFORM ReadGlBalPara.
        PrintOnePara.
            ADD 1 TO AtIx.
            MOVE AtLine (AtIx) TO FixAssetRec.
            IF FaStatus = "A"
                ADD 1 TO ListedCount
                ADD FaCost TO TotCost
                ADD FaAccumDep TO TotAccum
                COMPUTE TotNbv = TotNbv + FaCost - FaAccumDep
                MOVE FaAssetNo TO AssetOut
                MOVE FaItemName TO NameOut
                MOVE FaAssetClass TO ClassOut
                MOVE FaCostCenter TO CcOut
                MOVE FaLocation TO LocOut
                MOVE FaInServDate TO InServOut
                MOVE FaMethod TO MethodOut
                MOVE FaCost TO CostOut
                MOVE FaAccumDep TO AccumOut
                COMPUTE NbvOut = FaCost - FaAccumDep
                WRITE RecOut FROM DetailRec.
        TieGlPara.
            MOVE 0 TO GlCostBal.
            MOVE 0 TO GlAccumBal.
            MOVE 0 TO PdIx.
            PERFORM SumGlPdPara UNTIL PdIx NOT < 12.
            WRITE RecOut FROM TieHead.
            MOVE "Assets At Cost" TO TieNameOut.
            MOVE CostAcct TO TieAcctOut.
            MOVE TotCost TO TieRegOut.
            MOVE GlCostBal TO TieGlOut.
            COMPUTE DiffWk = TotCost - GlCostBal.
            PERFORM TieFlagPara.
            WRITE RecOut FROM TieRec.
            MOVE "Accum Depreciation" TO TieNameOut.
            MOVE AccumAcct TO TieAcctOut.
            MOVE TotAccum TO TieRegOut.
            MOVE GlAccumBal TO TieGlOut.
            COMPUTE DiffWk = TotAccum - GlAccumBal.
            PERFORM TieFlagPara.
            WRITE RecOut FROM TieRec.
        SumGlPdPara.
            ADD 1 TO PdIx.
            COMPUTE GlCostBal = GlCostBal + GtDr (1, PdIx)
                              - GtCr (1, PdIx).
            COMPUTE GlAccumBal = GlAccumBal + GtCr (2, PdIx)
                               - GtDr (2, PdIx).
        TieFlagPara.
            IF DiffWk = 0
                MOVE "OK" TO TieFlagOut
            ELSE
                MOVE "** DIFF" TO TieFlagOut.
        LogRunPara.
            OPEN EXTEND RunLogFile.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO RlUserId.
            IF RunLogStatus = "35"
                OPEN OUTPUT RunLogFile.
            MOVE "FAREG" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE AssetRead TO RlRecRead.
            MOVE ListedCount TO RlRecWrit.
            MOVE 0 TO RlReturnCode.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
