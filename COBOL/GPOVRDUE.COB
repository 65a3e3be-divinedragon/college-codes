        IDENTIFICATION DIVISION.
        PROGRAM-ID. GatePassOverdue.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT GatePassFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GatePassStatus.
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
        FD GatePassFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "GatePass.dat".
            COPY "GATEPASS.CPY".
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "GpOverdue.dat".
        01  RecOut             PIC X(80).
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
        COPY "VENDLINK.CPY".
        01  GatePassStatus PIC XX VALUE "00".
        01  CompParamStatus PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  GatePassEOF    PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  RunDate8X REDEFINES RunDate8.
            05  RunYY      PIC 9(4).
            05  RunMM      PIC 99.
            05  RunDD      PIC 99.
        01  AgeRunDays     PIC 9(8).
        01  AgeDueDays     PIC 9(8).
        01  DueDateWk      PIC 9(8).
        01  DueDateX REDEFINES DueDateWk.
            05  DueYY      PIC 9(4).
            05  DueMM      PIC 99.
            05  DueDD      PIC 99.
        01  RecsRead       PIC 9(6) VALUE 0.
        01  PassIx         PIC 9(3) VALUE 0.
        01  PassHit        PIC 9(3) VALUE 0.
        01  PassCount      PIC 9(3) VALUE 0.
        01  PassTable.
            05  PassEntry OCCURS 500 TIMES.
                10  PtPassNo   PIC 9(6).
                10  PtRec      PIC X(69).
                10  PtOverdue  PIC A.
        01  VendIx         PIC 9(3) VALUE 0.
        01  VendHit        PIC 9(3) VALUE 0.
        01  VendCount      PIC 9(3) VALUE 0.
        01  VendTable.
            05  VendEntry OCCURS 200 TIMES.
                10  VtCode     PIC X(4).
        01  CurVendor      PIC X(4).
        01  OutQtyWk       PIC 9(4) VALUE 0.
        01  OutValueWk     PIC 9(8)V99 VALUE 0.
        01  VendValue      PIC 9(9)V99 VALUE 0.
        01  VendPasses     PIC 9(4) VALUE 0.
        01  GrandValue     PIC 9(9)V99 VALUE 0.
        01  GrandPasses    PIC 9(6) VALUE 0.
        COPY "CTLTOT.CPY".
        01  Heading1.
            05  F          PIC X(30) VALUE SPACES.
            05  CompanyNameOut PIC X(20) VALUE "XYZ BANK LTD.".
        01  Heading2.
            05  F          PIC X(14) VALUE SPACES.
            05  F          PIC X(36) VALUE
                "GATE PASSES OVERDUE FROM VENDORS".
            05  F          PIC X(8) VALUE " Date : ".
            05  RunDateOut PIC 9(8).
        01  LineRec        PIC X(80) VALUE ALL "-".
        01  RecHead.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(8) VALUE "Pass No".
            05  F          PIC X(6) VALUE "Item".
            05  F          PIC X(10) VALUE "Lot".
            05  F          PIC X(10) VALUE "Sent Out".
            05  F          PIC X(10) VALUE "Due Back".
            05  F          PIC X(7) VALUE "  Qty".
            05  F          PIC X(7) VALUE " Days".
            05  F          PIC X(12) VALUE "       Value".
        01  VendHead.
            05  F          PIC X(1) VALUE SPACES.
            05  F          PIC X(9) VALUE "Vendor : ".
            05  VhCodeOut  PIC X(4).
            05  F          PIC X(2) VALUE SPACES.
            05  VhNameOut  PIC X(20).
            05  F          PIC X(2) VALUE SPACES.
            05  VhCityOut  PIC X(15).
        01  DetailRec.
            05  F          PIC X(3) VALUE SPACES.
            05  PassNoOut  PIC 9(6).
            05  F          PIC X(2) VALUE SPACES.
            05  ItemOut    PIC X(4).
            05  F          PIC X(2) VALUE SPACES.
            05  LotOut     PIC X(8).
            05  F          PIC X(2) VALUE SPACES.
            05  OutDateOut PIC 9(8).
            05  F          PIC X(2) VALUE SPACES.
            05  DueDateOut PIC 9(8).
            05  F          PIC X(2) VALUE SPACES.
            05  QtyOut     PIC ZZZ9.
            05  F          PIC X(2) VALUE SPACES.
            05  DaysOut    PIC ZZZZ9.
            05  F          PIC X(1) VALUE SPACES.
            05  ValueOut   PIC Z(7)9.99.
        01  VendTotLine.
            05  F          PIC X(11) VALUE SPACES.
            05  F          PIC X(18) VALUE "Vendor Total   :  ".
            05  VtPassOut  PIC ZZZ9.
            05  F          PIC X(7) VALUE " Passes".
            05  F          PIC X(19) VALUE SPACES.
            05  VtValueOut PIC Z(8)9.99.
        01  GrandLine.
            05  F          PIC X(11) VALUE SPACES.
            05  F          PIC X(18) VALUE "Grand Total    :  ".
            05  GtPassOut  PIC ZZZ9.
            05  F          PIC X(7) VALUE " Passes".
            05  F          PIC X(19) VALUE SPACES.
            05  GtValueOut PIC Z(8)9.99.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            COMPUTE AgeRunDays = RunYY * 360 + (RunMM - 1) * 30
                + RunDD - 1.
            PERFORM ReadCompParamPara.
            PERFORM LoadPassPara.
            MOVE 0 TO PassIx.
            PERFORM MarkOverduePara UNTIL PassIx NOT < PassCount.
            OPEN OUTPUT FileOut.
            MOVE RunDate8 TO RunDateOut.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM Heading2.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM RecHead.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO VendIx.
            PERFORM PrintVendorPara UNTIL VendIx NOT < VendCount.
            MOVE GrandPasses TO GtPassOut.
            MOVE GrandValue TO GtValueOut.
            WRITE RecOut FROM GrandLine.
            WRITE RecOut FROM LineRec.
            MOVE GrandPasses TO CtRecsOut.
            MOVE GrandValue TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE FileOut.
            PERFORM LogRunPara.
            DISPLAY "Overdue Gate Passes :- " GrandPasses.
            GOBACK.
        ReadCompParamPara.
            OPEN INPUT CompParamFile.
            IF CompParamStatus = "00"
                READ CompParamFile
                MOVE CpCompanyName TO CompanyNameOut
                CLOSE CompParamFile.
      * The latest row for each pass is its current state; only
      * those still out or part returned can be overdue.
        LoadPassPara.
            OPEN INPUT GatePassFile.
            IF GatePassStatus = "00"
                PERFORM ReadPassPara
                PERFORM LoadOnePassPara UNTIL GatePassEOF = "Y"
                CLOSE GatePassFile.
        ReadPassPara.
            READ GatePassFile AT END MOVE "Y" TO GatePassEOF.
        LoadOnePassPara.
            ADD 1 TO RecsRead.
            MOVE 0 TO PassHit.
            MOVE 0 TO PassIx.
            PERFORM ScanPassPara UNTIL PassIx NOT < PassCount
                                 OR PassHit NOT = 0.
            IF PassHit = 0 AND PassCount < 500
                ADD 1 TO PassCount
                MOVE PassCount TO PassHit
                MOVE GpPassNo TO PtPassNo (PassHit).
            IF PassHit NOT = 0
                MOVE GatePassRec TO PtRec (PassHit)
                MOVE "N" TO PtOverdue (PassHit).
            PERFORM ReadPassPara.
        ScanPassPara.
            ADD 1 TO PassIx.
            IF PtPassNo (PassIx) = GpPassNo
                MOVE PassIx TO PassHit.
        MarkOverduePara.
            ADD 1 TO PassIx.
            MOVE PtRec (PassIx) TO GatePassRec.
            IF GpStatus NOT = "R" AND GpDueDate < RunDate8
                MOVE "Y" TO PtOverdue (PassIx)
                MOVE GpVendorCode TO CurVendor
                PERFORM FindVendorPara.
        FindVendorPara.
            MOVE 0 TO VendHit.
            MOVE 0 TO VendIx.
            PERFORM ScanVendorPara UNTIL VendIx NOT < VendCount
                                   OR VendHit NOT = 0.
            IF VendHit = 0 AND VendCount < 200
                ADD 1 TO VendCount
                MOVE CurVendor TO VtCode (VendCount).
        ScanVendorPara.
            ADD 1 TO VendIx.
            IF VtCode (VendIx) = CurVendor
                MOVE VendIx TO VendHit.
        PrintVendorPara.
            ADD 1 TO VendIx.
            MOVE VtCode (VendIx) TO CurVendor.
            MOVE CurVendor TO VlVendorCode.
            CALL "VendorLookup" USING VendLinkRec.
            MOVE CurVendor TO VhCodeOut.
            MOVE VlName TO VhNameOut.
            MOVE VlCity TO VhCityOut.
            WRITE RecOut FROM VendHead.
            MOVE 0 TO VendPasses.
            MOVE 0 TO VendValue.
            MOVE 0 TO PassIx.
            PERFORM PrintPassPara UNTIL PassIx NOT < PassCount.
            MOVE VendPasses TO VtPassOut.
            MOVE VendValue TO VtValueOut.
            WRITE RecOut FROM VendTotLine.
            WRITE RecOut FROM LineRec.
        PrintPassPara.
            ADD 1 TO PassIx.
            MOVE PtRec (PassIx) TO GatePassRec.
            IF PtOverdue (PassIx) = "Y" AND GpVendorCode = CurVendor
                PERFORM PrintDetailPara.
        PrintDetailPara.
            COMPUTE OutQtyWk = GpQty - GpRetQty.
            COMPUTE OutValueWk = OutQtyWk * GpRate.
            MOVE GpDueDate TO DueDateWk.
            COMPUTE AgeDueDays = DueYY * 360 + (DueMM - 1) * 30
                + DueDD - 1.
            MOVE GpPassNo TO PassNoOut.
            MOVE GpItemCode TO ItemOut.
            MOVE GpLotNo TO LotOut.
            MOVE GpOutDate TO OutDateOut.
            MOVE GpDueDate TO DueDateOut.
            MOVE OutQtyWk TO QtyOut.
            IF AgeRunDays > AgeDueDays
                COMPUTE DaysOut = AgeRunDays - AgeDueDays
            ELSE
                MOVE 0 TO DaysOut.
            MOVE OutValueWk TO ValueOut.
            WRITE RecOut FROM DetailRec.
            ADD 1 TO VendPasses.
            ADD 1 TO GrandPasses.
            ADD OutValueWk TO VendValue.
            ADD OutValueWk TO GrandValue.
        LogRunPara.
            OPEN EXTEND RunLogFile.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO RlUserId.
            IF RunLogStatus = "35"
                OPEN OUTPUT RunLogFile.
            MOVE "GPOVRDUE" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE RecsRead TO RlRecRead.
            MOVE GrandPasses TO RlRecWrit.
            MOVE 0 TO RlReturnCode.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
