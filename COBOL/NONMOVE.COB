        IDENTIFICATION DIVISION.
        PROGRAM-ID. NonMovingStock.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MastFile ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MItemCode
            FILE STATUS IS MastStatus.
            SELECT PriceHistFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PriceHistStatus.
            SELECT StockLedgerFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StockLedgerStatus.
            SELECT LotMastFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LotMastStatus.
            SELECT BatchParamFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BatchParamStatus.
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
        FD MastFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Master.dat".
        01  MastRec.
            05  MItemCode      PIC X(4).
            05  MItemName      PIC X(10).
            05  MReorderLevel  PIC 9(4).
            05  MCostCenter    PIC X(4).
            05  MInspectReq    PIC A.
        FD PriceHistFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PriceHist.dat".
        01  PriceHistRec.
            05  PHItemCode     PIC X(4).
            05  PHRate         PIC 9(4)V99.
            05  PHEffDate      PIC 9(8).
        FD StockLedgerFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "StockLedger.dat".
        01  StockLedgerRec.
            05  SLItemCode     PIC X(4).
            05  SLRunQty       PIC S9(5).
            05  SLBalance      PIC 9(7).
            05  SLRunDate      PIC 9(8).
            05  SLLocation     PIC X(3).
        FD LotMastFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "LotMast.dat".
            COPY "LOTMAST.CPY".
        FD BatchParamFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "BatchParam.dat".
            COPY "BATCHPRM.CPY".
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "NonMove.dat".
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
        01  MastStatus     PIC XX VALUE "00".
        01  PriceHistStatus PIC XX VALUE "00".
        01  StockLedgerStatus PIC XX VALUE "00".
        01  LotMastStatus  PIC XX VALUE "00".
        01  BatchParamStatus PIC XX VALUE "00".
        01  CompParamStatus PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  PriceEOF       PIC A VALUE "N".
        01  LedgerEOF      PIC A VALUE "N".
        01  LotMastEOF     PIC A VALUE "N".
        01  BatchParamEOF  PIC A VALUE "N".
        01  MastOpen       PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  SlowDays       PIC 9(4) VALUE 90.
        01  NonMoveDays    PIC 9(4) VALUE 180.
        01  LedgerRead     PIC 9(6) VALUE 0.
        01  LocWk          PIC X(3) VALUE SPACES.
        COPY "SIGNON.CPY".
        01  PrcIx          PIC 9(3) VALUE 0.
        01  PrcHit         PIC 9(3) VALUE 0.
        01  PrcCount       PIC 9(3) VALUE 0.
        01  PriceTable.
            05  PrcEntry OCCURS 200 TIMES.
                10  PtItem     PIC X(4).
                10  PtRateSum  PIC 9(8)V99.
                10  PtRateCnt  PIC 9(5).
        01  BalIx          PIC 9(3) VALUE 0.
        01  BalHit         PIC 9(3) VALUE 0.
        01  BalCount       PIC 9(3) VALUE 0.
        01  BalTable.
            05  BalEntry OCCURS 200 TIMES.
                10  BtItem     PIC X(4).
                10  BtLoc      PIC X(3).
                10  BtBalance  PIC 9(7).
                10  BtFirstDate PIC 9(8).
                10  BtLastIssue PIC 9(8).
        01  LotIx          PIC 9(3) VALUE 0.
        01  LotHit         PIC 9(3) VALUE 0.
        01  LotCount       PIC 9(3) VALUE 0.
        01  LotTable.
            05  LotEntry OCCURS 200 TIMES.
                10  LtItem     PIC X(4).
                10  LtLoc      PIC X(3).
                10  LtLot      PIC X(8).
                10  LtExp      PIC 9(8).
                10  LtQty      PIC S9(5).
                10  LtRecv     PIC 9(8).
        01  DateWk         PIC 9(8) VALUE 0.
        01  DateWkParts REDEFINES DateWk.
            05  DateWkYY   PIC 9(4).
            05  DateWkMM   PIC 99.
            05  DateWkDD   PIC 99.
        01  DayNumWk       PIC 9(7) VALUE 0.
        01  RunDayNum      PIC 9(7) VALUE 0.
        01  IdleDays       PIC 9(5) VALUE 0.
        01  AgeEdit        PIC Z(4)9.
        01  AvgCost        PIC 9(5)V99 VALUE 0.
        01  ItemValue      PIC 9(9)V99 VALUE 0.
        01  ItemsOut       PIC 9(5) VALUE 0.
        01  FastCount      PIC 9(5) VALUE 0.
        01  SlowCount      PIC 9(5) VALUE 0.
        01  NonCount       PIC 9(5) VALUE 0.
        01  FastValue      PIC 9(9)V99 VALUE 0.
        01  SlowValue      PIC 9(9)V99 VALUE 0.
        01  NonValue       PIC 9(9)V99 VALUE 0.
        01  LockedValue    PIC 9(9)V99 VALUE 0.
        COPY "CTLTOT.CPY".
        01  Heading1.
            05  F          PIC X(30) VALUE SPACES.
            05  CompanyNameOut PIC X(20) VALUE "XYZ Co. Ltd.".
        01  Heading2.
            05  F          PIC X(15) VALUE SPACES.
            05  F          PIC X(32) VALUE
                "NON-MOVING / SLOW-MOVING STOCK".
            05  F          PIC X(8) VALUE "Slow > ".
            05  SlowOut    PIC ZZZ9.
            05  F          PIC X(15) VALUE "  Non-Moving > ".
            05  NonDaysOut PIC ZZZ9.
            05  F          PIC X(5) VALUE " Days".
        01  LineRec        PIC X(90) VALUE ALL "-".
        01  RecHead.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(6) VALUE "Item".
            05  F          PIC X(12) VALUE "Name".
            05  F          PIC X(5) VALUE "Loc".
            05  F          PIC X(9) VALUE "On Hand".
            05  F          PIC X(13) VALUE "Last Issue".
            05  F          PIC X(7) VALUE "Idle".
            05  F          PIC X(12) VALUE "Class".
            05  F          PIC X(10) VALUE "Avg Cost".
            05  F          PIC X(12) VALUE "Value".
        01  DetailRec.
            05  F          PIC X(2) VALUE SPACES.
            05  ItemOut    PIC X(4).
            05  F          PIC X(2) VALUE SPACES.
            05  NameOut    PIC X(10).
            05  F          PIC X(2) VALUE SPACES.
            05  LocOut     PIC X(3).
            05  F          PIC X(1) VALUE SPACES.
            05  BalOut     PIC Z(6)9.
            05  F          PIC X(2) VALUE SPACES.
            05  LastIssOut PIC X(12).
            05  LastIssDateOut REDEFINES LastIssOut PIC 9(8).
            05  F          PIC X(1) VALUE SPACES.
            05  IdleOut    PIC Z(4)9.
            05  F          PIC X(2) VALUE SPACES.
            05  ClassOut   PIC X(10).
            05  F          PIC X(2) VALUE SPACES.
            05  AvgOut     PIC Z(4)9.99.
            05  F          PIC X(1) VALUE SPACES.
            05  ValueOut   PIC Z(8)9.99.
        01  LotRecOut.
            05  F          PIC X(10) VALUE SPACES.
            05  F          PIC X(6) VALUE "Lot : ".
            05  LotOut     PIC X(8).
            05  F          PIC X(12) VALUE "  Received: ".
            05  RecvOut    PIC X(8).
            05  F          PIC X(8) VALUE "  Age : ".
            05  AgeOut     PIC X(5).
            05  F          PIC X(10) VALUE "  Expiry: ".
            05  ExpOut     PIC X(8).
            05  F          PIC X(8) VALUE "  Qty : ".
            05  LotQtyOut  PIC Z(4)9.
        01  TotRec.
            05  F          PIC X(2) VALUE SPACES.
            05  TotClassOut PIC X(12).
            05  F          PIC X(9) VALUE " Items : ".
            05  TotCountOut PIC Z(4)9.
            05  F          PIC X(9) VALUE "  Value: ".
            05  TotValueOut PIC Z(8)9.99.
        01  LockedRec.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(35) VALUE
                "Value Locked Up (Slow + Non-Moving)".
            05  F          PIC X(3) VALUE " : ".
            05  LockedOut  PIC Z(8)9.99.

        PROCEDURE DIVISION.
      * Quarterly stock-health run. Every item/location still holding
      * stock is classed FAST, SLOW or NON-MOVING on the days since
      * its last issue (or since it first reached the ledger, if it
      * has never been issued) and valued at StockValuation's average
      * price, with its open lots aged from receipt underneath.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            MOVE RunDate8 TO DateWk.
            PERFORM DayNumPara.
            MOVE DayNumWk TO RunDayNum.
            PERFORM ReadBatchParamPara.
            PERFORM ReadCompParamPara.
            PERFORM LoadPricePara.
            PERFORM LoadLedgerPara.
            PERFORM LoadLotTabPara.
            OPEN INPUT MastFile.
            IF MastStatus = "00"
                MOVE "Y" TO MastOpen.
            OPEN OUTPUT FileOut.
            MOVE SlowDays TO SlowOut.
            MOVE NonMoveDays TO NonDaysOut.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM Heading2.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM RecHead.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO BalIx.
            PERFORM ClassOnePara UNTIL BalIx NOT < BalCount.
            WRITE RecOut FROM LineRec.
            MOVE "FAST" TO TotClassOut.
            MOVE FastCount TO TotCountOut.
            MOVE FastValue TO TotValueOut.
            WRITE RecOut FROM TotRec.
            MOVE "SLOW" TO TotClassOut.
            MOVE SlowCount TO TotCountOut.
            MOVE SlowValue TO TotValueOut.
            WRITE RecOut FROM TotRec.
            MOVE "NON-MOVING" TO TotClassOut.
            MOVE NonCount TO TotCountOut.
            MOVE NonValue TO TotValueOut.
            WRITE RecOut FROM TotRec.
            COMPUTE LockedValue = SlowValue + NonValue.
            MOVE LockedValue TO LockedOut.
            WRITE RecOut FROM LockedRec.
            WRITE RecOut FROM LineRec.
            MOVE ItemsOut TO CtRecsOut.
            MOVE LockedValue TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE FileOut.
            IF MastOpen = "Y"
                CLOSE MastFile.
            PERFORM LogRunPara.
            DISPLAY "Items Classed :- " ItemsOut.
            DISPLAY "Value Locked Up :- " LockedOut.
            GOBACK.
      * Same 360-day year the rest of the system ages with; close
      * enough for a threshold measured in months.
        DayNumPara.
            COMPUTE DayNumWk = DateWkYY * 360 + DateWkMM * 30
                             + DateWkDD.
        ReadBatchParamPara.
            OPEN INPUT BatchParamFile.
            IF BatchParamStatus = "00"
                PERFORM ReadBatchParamRecPara
                PERFORM ScanBatchParamPara UNTIL BatchParamEOF = "Y"
                CLOSE BatchParamFile.
        ReadBatchParamRecPara.
            READ BatchParamFile AT END MOVE "Y" TO BatchParamEOF.
        ScanBatchParamPara.
            IF BpKeyword = "SLOW-MOVE-DAYS"
               AND BpValueNum NUMERIC AND BpValueNum > 0
                MOVE BpValueNum TO SlowDays
            ELSE IF BpKeyword = "NON-MOVE-DAYS"
               AND BpValueNum NUMERIC AND BpValueNum > 0
                MOVE BpValueNum TO NonMoveDays.
            PERFORM ReadBatchParamRecPara.
        ReadCompParamPara.
            OPEN INPUT CompParamFile.
            IF CompParamStatus = "00"
                READ CompParamFile
                MOVE CpCompanyName TO CompanyNameOut
                CLOSE CompParamFile.
        LoadPricePara.
            OPEN INPUT PriceHistFile.
            IF PriceHistStatus = "00"
                PERFORM ReadPricePara
                PERFORM LoadOnePricePara UNTIL PriceEOF = "Y"
                CLOSE PriceHistFile.
        ReadPricePara.
            READ PriceHistFile AT END MOVE "Y" TO PriceEOF.
        LoadOnePricePara.
            IF PHEffDate NOT > RunDate8
                MOVE 0 TO PrcHit
                MOVE 0 TO PrcIx
                PERFORM ScanPrcTabPara UNTIL PrcIx NOT < PrcCount
                                       OR PrcHit NOT = 0
                IF PrcHit = 0 AND PrcCount < 200
                    ADD 1 TO PrcCount
                    MOVE PrcCount TO PrcHit
                    MOVE PHItemCode TO PtItem (PrcHit)
                    MOVE 0 TO PtRateSum (PrcHit)
                    MOVE 0 TO PtRateCnt (PrcHit)
                END-IF
                IF PrcHit NOT = 0
                    ADD PHRate TO PtRateSum (PrcHit)
                    ADD 1 TO PtRateCnt (PrcHit)
                END-IF.
            PERFORM ReadPricePara.
        ScanPrcTabPara.
            ADD 1 TO PrcIx.
            IF PtItem (PrcIx) = PHItemCode
                MOVE PrcIx TO PrcHit.
      * A ledger row carries the item's net movement for one ITEMREP
      * run, so a negative run quantity dates the latest issue.
        LoadLedgerPara.
            OPEN INPUT StockLedgerFile.
            IF StockLedgerStatus = "00"
                PERFORM ReadLedgerPara
                PERFORM LoadOneBalPara UNTIL LedgerEOF = "Y"
                CLOSE StockLedgerFile.
        ReadLedgerPara.
            READ StockLedgerFile AT END MOVE "Y" TO LedgerEOF.
        LoadOneBalPara.
            ADD 1 TO LedgerRead.
            IF SLLocation = SPACES
                MOVE "MN" TO LocWk
            ELSE
                MOVE SLLocation TO LocWk.
            MOVE 0 TO BalHit.
            MOVE 0 TO BalIx.
            PERFORM ScanBalTabPara UNTIL BalIx NOT < BalCount
                                   OR BalHit NOT = 0.
            IF BalHit = 0 AND BalCount < 200
                ADD 1 TO BalCount
                MOVE BalCount TO BalHit
                MOVE SLItemCode TO BtItem (BalHit)
                MOVE LocWk TO BtLoc (BalHit)
                MOVE SLRunDate TO BtFirstDate (BalHit)
                MOVE 0 TO BtLastIssue (BalHit).
            IF BalHit NOT = 0
                MOVE SLBalance TO BtBalance (BalHit)
                IF SLRunQty < 0
                    MOVE SLRunDate TO BtLastIssue (BalHit)
                END-IF.
            PERFORM ReadLedgerPara.
        ScanBalTabPara.
            ADD 1 TO BalIx.
            IF BtItem (BalIx) = SLItemCode
               AND BtLoc (BalIx) = LocWk
                MOVE BalIx TO BalHit.
        LoadLotTabPara.
            OPEN INPUT LotMastFile.
            IF LotMastStatus = "00"
                PERFORM ReadLotMastPara
                PERFORM LoadOneLotPara UNTIL LotMastEOF = "Y"
                CLOSE LotMastFile.
        ReadLotMastPara.
            READ LotMastFile AT END MOVE "Y" TO LotMastEOF.
        LoadOneLotPara.
            MOVE 0 TO LotHit.
            MOVE 0 TO LotIx.
            PERFORM ScanLotTabPara UNTIL LotIx NOT < LotCount
                                   OR LotHit NOT = 0.
            IF LotHit = 0 AND LotCount < 200
                ADD 1 TO LotCount
                MOVE LotCount TO LotHit
                MOVE LmItemCode TO LtItem (LotHit)
                MOVE LmLocation TO LtLoc (LotHit)
                MOVE LmLotNo TO LtLot (LotHit).
            IF LotHit NOT = 0
                MOVE LmExpDate TO LtExp (LotHit)
                MOVE LmQty TO LtQty (LotHit)
                MOVE 0 TO LtRecv (LotHit)
                IF LmRecvDate NUMERIC
                    MOVE LmRecvDate TO LtRecv (LotHit)
                END-IF.
            PERFORM ReadLotMastPara.
        ScanLotTabPara.
            ADD 1 TO LotIx.
            IF LtItem (LotIx) = LmItemCode
               AND LtLoc (LotIx) = LmLocation
               AND LtLot (LotIx) = LmLotNo
                MOVE LotIx TO LotHit.
        ClassOnePara.
            ADD 1 TO BalIx.
            IF BtBalance (BalIx) > 0
                PERFORM PrintItemPara
                MOVE 0 TO LotIx
                PERFORM PrintLotPara UNTIL LotIx NOT < LotCount.
        PrintItemPara.
            ADD 1 TO ItemsOut.
            MOVE BtItem (BalIx) TO ItemOut.
            MOVE BtLoc (BalIx) TO LocOut.
            MOVE BtBalance (BalIx) TO BalOut.
            PERFORM FindNamePara.
            IF BtLastIssue (BalIx) = 0
                MOVE "NEVER ISSUED" TO LastIssOut
                MOVE BtFirstDate (BalIx) TO DateWk
            ELSE
                MOVE SPACES TO LastIssOut
                MOVE BtLastIssue (BalIx) TO LastIssDateOut
                MOVE BtLastIssue (BalIx) TO DateWk.
            PERFORM DayNumPara.
            IF DayNumWk < RunDayNum
                COMPUTE IdleDays = RunDayNum - DayNumWk
            ELSE
                MOVE 0 TO IdleDays.
            MOVE IdleDays TO IdleOut.
            PERFORM FindAvgPara.
            COMPUTE ItemValue ROUNDED = AvgCost * BtBalance (BalIx).
            MOVE AvgCost TO AvgOut.
            MOVE ItemValue TO ValueOut.
            IF IdleDays > NonMoveDays
                MOVE "NON-MOVING" TO ClassOut
                ADD 1 TO NonCount
                ADD ItemValue TO NonValue
            ELSE IF IdleDays > SlowDays
                MOVE "SLOW" TO ClassOut
                ADD 1 TO SlowCount
                ADD ItemValue TO SlowValue
            ELSE
                MOVE "FAST" TO ClassOut
                ADD 1 TO FastCount
                ADD ItemValue TO FastValue.
            WRITE RecOut FROM DetailRec.
        FindNamePara.
            MOVE SPACES TO NameOut.
            IF MastOpen = "Y"
                MOVE BtItem (BalIx) TO MItemCode
                READ MastFile
                    INVALID KEY MOVE "UNKNOWN" TO NameOut
                    NOT INVALID KEY MOVE MItemName TO NameOut
                END-READ.
        FindAvgPara.
            MOVE 0 TO AvgCost.
            MOVE 0 TO PrcHit.
            MOVE 0 TO PrcIx.
            MOVE BtItem (BalIx) TO PHItemCode.
            PERFORM ScanPrcTabPara UNTIL PrcIx NOT < PrcCount
                                   OR PrcHit NOT = 0.
            IF PrcHit NOT = 0 AND PtRateCnt (PrcHit) > 0
                COMPUTE AvgCost ROUNDED =
                    PtRateSum (PrcHit) / PtRateCnt (PrcHit).
      * Lots received before the receipt date was kept show their age
      * as unknown rather than a misleading figure.
        PrintLotPara.
            ADD 1 TO LotIx.
            IF LtItem (LotIx) = BtItem (BalIx)
               AND LtLoc (LotIx) = BtLoc (BalIx)
               AND LtQty (LotIx) > 0
                MOVE LtLot (LotIx) TO LotOut
                MOVE LtQty (LotIx) TO LotQtyOut
                IF LtExp (LotIx) = 0
                    MOVE "NONE" TO ExpOut
                ELSE
                    MOVE LtExp (LotIx) TO ExpOut
                END-IF
                IF LtRecv (LotIx) = 0
                    MOVE "N/K" TO RecvOut
                    MOVE "N/K" TO AgeOut
                ELSE
                    MOVE LtRecv (LotIx) TO RecvOut
                    MOVE LtRecv (LotIx) TO DateWk
                    PERFORM DayNumPara
                    PERFORM LotAgePara
                END-IF
                WRITE RecOut FROM LotRecOut.
        LotAgePara.
            IF DayNumWk < RunDayNum
                COMPUTE IdleDays = RunDayNum - DayNumWk
            ELSE
                MOVE 0 TO IdleDays.
            MOVE IdleDays TO AgeEdit.
            MOVE AgeEdit TO AgeOut.
        LogRunPara.
            OPEN EXTEND RunLogFile.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO RlUserId.
            IF RunLogStatus = "35"
                OPEN OUTPUT RunLogFile.
            MOVE "NONMOVE" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE LedgerRead TO RlRecRead.
            MOVE ItemsOut TO RlRecWrit.
            MOVE 0 TO RlReturnCode.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
