        IDENTIFICATION DIVISION.
        PROGRAM-ID. ReturnableGatePass.
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
            SELECT GatePassFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GatePassStatus.
            SELECT TrasacFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TrasacStatus.
            SELECT LotMastFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LotMastStatus.
            SELECT PriceHistFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PriceHistStatus.
            SELECT SlipFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SlipStatus.
            SELECT CompParamFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CompParamStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

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
        FD GatePassFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "GatePass.dat".
            COPY "GATEPASS.CPY".
        FD TrasacFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Trasac.dat".
        01  TrasacRec.
            05  TItemCode      PIC X(4).
            05  TQty           PIC 9(4).
            05  TRate          PIC 9(4)V99.
            05  TTxnType       PIC X(1).
            05  TLocation      PIC X(3).
            05  TLotNo         PIC X(8).
        FD LotMastFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "LotMast.dat".
            COPY "LOTMAST.CPY".
        FD PriceHistFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PriceHist.dat".
        01  PriceHistRec.
            05  PHItemCode     PIC X(4).
            05  PHRate         PIC 9(4)V99.
            05  PHEffDate      PIC 9(8).
        FD SlipFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "GatePassSlip.dat".
        01  RecOut             PIC X(80).
        FD CompParamFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CompParam.dat".
            COPY "PARAM.CPY".
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        COPY "DOCLINK.CPY".
        COPY "ACCTPCHK.CPY".
        COPY "VENDLINK.CPY".
        01  MastStatus     PIC XX VALUE "00".
        01  GatePassStatus PIC XX VALUE "00".
        01  TrasacStatus   PIC XX VALUE "00".
        01  LotMastStatus  PIC XX VALUE "00".
        01  PriceHistStatus PIC XX VALUE "00".
        01  SlipStatus     PIC XX VALUE "00".
        01  CompParamStatus PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  GatePassEOF    PIC A VALUE "N".
        01  LotMastEOF     PIC A VALUE "N".
        01  PriceHistEOF   PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  MoreFlag       PIC A VALUE "Y".
        01  ModeIn         PIC A.
        01  ItemIn         PIC X(4).
        01  VendorIn       PIC X(4).
        01  QtyIn          PIC 9(4).
        01  LocIn          PIC X(3).
        01  LotIn          PIC X(8).
        01  PurposeIn      PIC A.
        01  DueIn          PIC 9(8).
        01  RateIn         PIC 9(4)V99.
        01  PassNoIn       PIC 9(6).
        01  ItemFound      PIC A VALUE "N".
        01  PassFound      PIC A VALUE "N".
        01  PassSave       PIC X(69).
        01  RepairLoc      PIC X(3) VALUE "RP".
        01  OutstandWk     PIC 9(4) VALUE 0.
        01  NextPassNo     PIC 9(6) VALUE 0.
        01  LotItemWk      PIC X(4).
        01  LotLocWk       PIC X(3).
        01  LotLotWk       PIC X(8).
        01  SrcLocWk       PIC X(3).
        01  DstLocWk       PIC X(3).
        01  MoveQtyWk      PIC 9(4) VALUE 0.
        01  MoveRateWk     PIC 9(4)V99 VALUE 0.
        01  LotBalWk       PIC S9(5) VALUE 0.
        01  LotExpWk       PIC 9(8) VALUE 0.
        01  LotRecvWk      PIC 9(8) VALUE 0.
        01  LotResvWk      PIC 9(5) VALUE 0.
        01  LotFreeWk      PIC S9(5) VALUE 0.
        01  SrcExpWk       PIC 9(8) VALUE 0.
        01  SrcRecvWk      PIC 9(8) VALUE 0.
        01  AuditImage.
            05  AiStatus   PIC A.
            05  F          PIC X(1) VALUE SPACES.
            05  AiQty      PIC ZZZ9.
            05  F          PIC X(1) VALUE SPACES.
            05  AiRetQty   PIC ZZZ9.
            05  F          PIC X(1) VALUE SPACES.
            05  AiLoc      PIC X(3).
        01  LineRec        PIC X(80) VALUE ALL "*".
        01  BlankRec       PIC X(80) VALUE SPACES.
        01  GpHeading.
            05  F          PIC X(28) VALUE SPACES.
            05  CompanyNameOut PIC X(20) VALUE "XYZ BANK LTD.".
        01  GpTitle.
            05  F          PIC X(29) VALUE SPACES.
            05  F          PIC X(20) VALUE "RETURNABLE GATE PASS".
        01  GpNoLine.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(16) VALUE "Gate Pass No  : ".
            05  GpNoOut    PIC 9(6).
            05  F          PIC X(8) VALUE SPACES.
            05  F          PIC X(8) VALUE "Date : ".
            05  GpDateOut  PIC 9(8).
        01  GpVendLine.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(16) VALUE "Vendor        : ".
            05  GpVendOut  PIC X(4).
            05  F          PIC X(2) VALUE SPACES.
            05  GpNameOut  PIC X(20).
        01  GpAddrLine.
            05  F          PIC X(18) VALUE SPACES.
            05  GpAddrOut  PIC X(30).
        01  GpCityLine.
            05  F          PIC X(18) VALUE SPACES.
            05  GpCityOut  PIC X(15).
            05  F          PIC X(1) VALUE SPACES.
            05  GpPinOut   PIC X(6).
        01  GpItemLine.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(16) VALUE "Item Sent Out : ".
            05  GpItemOut  PIC X(4).
            05  F          PIC X(2) VALUE SPACES.
            05  GpItemNameOut PIC X(10).
            05  F          PIC X(8) VALUE "  Qty : ".
            05  GpQtyOut   PIC ZZZ9.
            05  F          PIC X(8) VALUE "  Lot : ".
            05  GpLotOut   PIC X(8).
        01  GpPurpLine.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(16) VALUE "Sent For      : ".
            05  GpPurpOut  PIC X(12).
            05  F          PIC X(4) VALUE SPACES.
            05  F          PIC X(14) VALUE "Return Due : ".
            05  GpDueOut   PIC 9(8).

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            MOVE "INV" TO AckStream.
            MOVE RunDate8 TO AckDate.
            CALL "AcctPeriodChk" USING AcctChkRec.
            IF AckStatus = "C"
                DISPLAY "INV Accounting Period Is Closed. Run"
                        " Refused."
                GOBACK.
            OPEN INPUT MastFile.
            IF MastStatus NOT = "00"
                DISPLAY "Master.dat Not Found. Run Aborted."
                GOBACK.
            CALL "GetOper" USING OperLinkRec.
            PERFORM ReadCompParamPara.
            PERFORM EntryPara UNTIL MoreFlag NOT = "Y".
            CLOSE MastFile.
            GOBACK.
        ReadCompParamPara.
            OPEN INPUT CompParamFile.
            IF CompParamStatus = "00"
                READ CompParamFile
                MOVE CpCompanyName TO CompanyNameOut
                CLOSE CompParamFile.
        EntryPara.
            DISPLAY (3, 10) "Send Out / Return (O/R) :- ".
            ACCEPT ModeIn.
            IF ModeIn = "O"
                PERFORM SendOutPara
            ELSE IF ModeIn = "R"
                PERFORM ReturnPara
            ELSE
                DISPLAY (18, 10) "Enter O Or R.".
            DISPLAY (20, 10) "Another Gate Pass (Y/N) :- ".
            ACCEPT MoreFlag.
      * Only free stock can go out: quantity reserved against sales
      * orders stays put. Stock already at QC hold or out for repair
      * is moved only by its own programs.
        SendOutPara.
            DISPLAY (5, 10) "Item Code :- ".
            ACCEPT ItemIn.
            MOVE ItemIn TO MItemCode.
            READ MastFile
                INVALID KEY MOVE "N" TO ItemFound
                NOT INVALID KEY MOVE "Y" TO ItemFound.
            DISPLAY (6, 10) "Vendor Code :- ".
            ACCEPT VendorIn.
            MOVE VendorIn TO VlVendorCode.
            CALL "VendorLookup" USING VendLinkRec.
            DISPLAY (7, 10) "Quantity :- ".
            ACCEPT QtyIn.
            DISPLAY (8, 10) "From Location (Blank = MN) :- ".
            ACCEPT LocIn.
            IF LocIn = SPACES
                MOVE "MN" TO LocIn.
            DISPLAY (9, 10) "Lot No. (Blank = NOLOT) :- ".
            ACCEPT LotIn.
            IF LotIn = SPACES
                MOVE "NOLOT" TO LotIn.
            DISPLAY (10, 10) "Repair / Calibration (R/C) :- ".
            ACCEPT PurposeIn.
            DISPLAY (11, 10) "Expected Return (YYYYMMDD) :- ".
            ACCEPT DueIn.
            DISPLAY (12, 10) "Rate (0 = Latest Price) :- ".
            ACCEPT RateIn.
            IF RateIn = 0
                PERFORM FindRatePara.
            MOVE ItemIn TO LotItemWk.
            MOVE LocIn TO LotLocWk.
            MOVE LotIn TO LotLotWk.
            PERFORM FindLotBalPara.
            COMPUTE LotFreeWk = LotBalWk - LotResvWk.
            IF ItemFound = "N"
                DISPLAY (18, 10) "Item Code Not On Master."
            ELSE IF VlFound = "N"
                DISPLAY (18, 10) "Vendor Not On Vendor Master."
            ELSE IF VlStatus = "B"
                DISPLAY (18, 10) "Vendor Blocked - " VlBlockReason
            ELSE IF QtyIn NOT > 0
                DISPLAY (18, 10) "Quantity Must Be Positive."
            ELSE IF LocIn = RepairLoc OR LocIn = "QC"
                DISPLAY (18, 10) "Stock Cannot Go Out From " LocIn
            ELSE IF PurposeIn NOT = "R" AND PurposeIn NOT = "C"
                DISPLAY (18, 10) "Purpose Must Be R Or C."
            ELSE IF DueIn NOT > RunDate8
                DISPLAY (18, 10) "Return Date Must Be After Today."
            ELSE IF RateIn NOT > 0
                DISPLAY (18, 10) "No Price On File - Key A Rate."
            ELSE IF LotFreeWk < QtyIn
                DISPLAY (18, 10) "Not Enough Free Stock In That Lot."
            ELSE
                PERFORM PostOutPara
                DISPLAY (18, 10) "Gate Pass " NextPassNo " Issued.".
        PostOutPara.
            MOVE "GP" TO DocTypeIn.
            CALL "NextDocNo" USING DocLinkRec.
            MOVE DocNoOut TO NextPassNo.
            MOVE LocIn TO SrcLocWk.
            MOVE RepairLoc TO DstLocWk.
            MOVE QtyIn TO MoveQtyWk.
            MOVE RateIn TO MoveRateWk.
            PERFORM MoveStockPara.
            MOVE NextPassNo TO GpPassNo.
            MOVE ItemIn TO GpItemCode.
            MOVE VendorIn TO GpVendorCode.
            MOVE LocIn TO GpFromLoc.
            MOVE LotIn TO GpLotNo.
            MOVE QtyIn TO GpQty.
            MOVE RateIn TO GpRate.
            MOVE PurposeIn TO GpPurpose.
            MOVE RunDate8 TO GpOutDate.
            MOVE DueIn TO GpDueDate.
            MOVE "O" TO GpStatus.
            MOVE 0 TO GpRetQty.
            MOVE 0 TO GpRetDate.
            PERFORM WritePassPara.
            PERFORM PrintSlipPara.
            MOVE SPACES TO AuBeforeImage.
            PERFORM LogAuditPara.
      * A return may come back in parts; the pass stays open ("P")
      * until the whole quantity is home again.
        ReturnPara.
            DISPLAY (5, 10) "Gate Pass Number :- ".
            ACCEPT PassNoIn.
            PERFORM FindPassPara.
            IF PassFound = "N"
                DISPLAY (18, 10) "Gate Pass Not On File."
            ELSE IF GpStatus = "R"
                DISPLAY (18, 10) "Gate Pass Already Returned In Full."
            ELSE
                COMPUTE OutstandWk = GpQty - GpRetQty
                DISPLAY (6, 10) "Item / Vendor :- " GpItemCode
                        " / " GpVendorCode
                DISPLAY (7, 10) "Still Out :- " OutstandWk
                        "  Due :- " GpDueDate
                DISPLAY (9, 10) "Quantity Returned :- "
                ACCEPT QtyIn
                IF QtyIn NOT > 0
                    DISPLAY (18, 10) "Quantity Must Be Positive."
                ELSE IF QtyIn > OutstandWk
                    DISPLAY (18, 10) "More Than Is Still Out."
                ELSE
                    PERFORM PostReturnPara
                    DISPLAY (18, 10) "Return Posted.".
        PostReturnPara.
            MOVE GpStatus TO AiStatus.
            MOVE GpQty TO AiQty.
            MOVE GpRetQty TO AiRetQty.
            MOVE GpFromLoc TO AiLoc.
            MOVE AuditImage TO AuBeforeImage.
            MOVE GpItemCode TO LotItemWk.
            MOVE GpLotNo TO LotLotWk.
            MOVE RepairLoc TO SrcLocWk.
            MOVE GpFromLoc TO DstLocWk.
            MOVE QtyIn TO MoveQtyWk.
            MOVE GpRate TO MoveRateWk.
            PERFORM MoveStockPara.
            ADD QtyIn TO GpRetQty.
            IF GpRetQty < GpQty
                MOVE "P" TO GpStatus
            ELSE
                MOVE "R" TO GpStatus.
            MOVE RunDate8 TO GpRetDate.
            PERFORM WritePassPara.
            PERFORM LogAuditPara.
        FindPassPara.
            MOVE "N" TO PassFound.
            OPEN INPUT GatePassFile.
            IF GatePassStatus = "00"
                PERFORM ReadPassPara
                PERFORM ScanPassPara UNTIL GatePassEOF = "Y"
                CLOSE GatePassFile
                MOVE "N" TO GatePassEOF.
            IF PassFound = "Y"
                MOVE PassSave TO GatePassRec.
        ReadPassPara.
            READ GatePassFile AT END MOVE "Y" TO GatePassEOF.
        ScanPassPara.
            IF GpPassNo = PassNoIn
                MOVE "Y" TO PassFound
                MOVE GatePassRec TO PassSave.
            PERFORM ReadPassPara.
        WritePassPara.
            OPEN EXTEND GatePassFile.
            IF GatePassStatus = "35"
                OPEN OUTPUT GatePassFile.
            MOVE OperOpId TO GpUserId.
            WRITE GatePassRec.
            CLOSE GatePassFile.
      * Stock goes out and comes back the way TransacEntry books a
      * transfer - an issue from one location and a receipt into the
      * other at the same rate - keeping its lot, expiry and
      * received date, so the item ledger and GL extract net to nil
      * and the stock stays on the books while it is away.
        MoveStockPara.
            OPEN EXTEND TrasacFile.
            IF TrasacStatus = "35"
                OPEN OUTPUT TrasacFile.
            MOVE LotItemWk TO TItemCode.
            MOVE MoveQtyWk TO TQty.
            MOVE MoveRateWk TO TRate.
            MOVE LotLotWk TO TLotNo.
            MOVE "I" TO TTxnType.
            MOVE SrcLocWk TO TLocation.
            WRITE TrasacRec.
            MOVE "R" TO TTxnType.
            MOVE DstLocWk TO TLocation.
            WRITE TrasacRec.
            CLOSE TrasacFile.
            MOVE SrcLocWk TO LotLocWk.
            PERFORM FindLotBalPara.
            MOVE LotExpWk TO SrcExpWk.
            MOVE LotRecvWk TO SrcRecvWk.
            COMPUTE LmQty = LotBalWk - MoveQtyWk.
            PERFORM WriteLotPara.
            MOVE DstLocWk TO LotLocWk.
            PERFORM FindLotBalPara.
            IF LotExpWk = 0
                MOVE SrcExpWk TO LotExpWk.
            IF LotRecvWk = 0
                MOVE SrcRecvWk TO LotRecvWk.
            IF LotRecvWk = 0
                MOVE RunDate8 TO LotRecvWk.
            COMPUTE LmQty = LotBalWk + MoveQtyWk.
            PERFORM WriteLotPara.
        WriteLotPara.
            OPEN EXTEND LotMastFile.
            IF LotMastStatus = "35"
                OPEN OUTPUT LotMastFile.
            MOVE LotItemWk TO LmItemCode.
            MOVE LotLocWk TO LmLocation.
            MOVE LotLotWk TO LmLotNo.
            MOVE LotExpWk TO LmExpDate.
            MOVE LotRecvWk TO LmRecvDate.
            MOVE LotResvWk TO LmResvQty.
            WRITE LotMastRec.
            CLOSE LotMastFile.
        FindLotBalPara.
            MOVE 0 TO LotBalWk.
            MOVE 0 TO LotExpWk.
            MOVE 0 TO LotRecvWk.
            MOVE 0 TO LotResvWk.
            OPEN INPUT LotMastFile.
            IF LotMastStatus = "00"
                PERFORM ReadLotMastPara
                PERFORM ScanLotMastPara UNTIL LotMastEOF = "Y"
                CLOSE LotMastFile
                MOVE "N" TO LotMastEOF.
        ReadLotMastPara.
            READ LotMastFile AT END MOVE "Y" TO LotMastEOF.
        ScanLotMastPara.
            IF LmItemCode = LotItemWk AND LmLocation = LotLocWk
               AND LmLotNo = LotLotWk
                MOVE LmQty TO LotBalWk
                MOVE LmExpDate TO LotExpWk
                IF LmRecvDate NUMERIC
                    MOVE LmRecvDate TO LotRecvWk
                END-IF
                IF LmResvQty NUMERIC
                    MOVE LmResvQty TO LotResvWk
                END-IF.
            PERFORM ReadLotMastPara.
        FindRatePara.
            OPEN INPUT PriceHistFile.
            IF PriceHistStatus = "00"
                PERFORM ReadPricePara
                PERFORM ScanPricePara UNTIL PriceHistEOF = "Y"
                CLOSE PriceHistFile
                MOVE "N" TO PriceHistEOF.
        ReadPricePara.
            READ PriceHistFile AT END MOVE "Y" TO PriceHistEOF.
        ScanPricePara.
            IF PHItemCode = ItemIn AND PHRate > 0
                MOVE PHRate TO RateIn.
            PERFORM ReadPricePara.
        PrintSlipPara.
            OPEN EXTEND SlipFile.
            IF SlipStatus = "35"
                OPEN OUTPUT SlipFile.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM GpHeading.
            WRITE RecOut FROM GpTitle.
            WRITE RecOut FROM LineRec.
            MOVE NextPassNo TO GpNoOut.
            MOVE RunDate8 TO GpDateOut.
            WRITE RecOut FROM GpNoLine.
            MOVE VendorIn TO GpVendOut.
            MOVE VlName TO GpNameOut.
            WRITE RecOut FROM GpVendLine.
            MOVE VlAddr1 TO GpAddrOut.
            WRITE RecOut FROM GpAddrLine.
            IF VlAddr2 NOT = SPACES
                MOVE VlAddr2 TO GpAddrOut
                WRITE RecOut FROM GpAddrLine.
            MOVE VlCity TO GpCityOut.
            MOVE VlPinCode TO GpPinOut.
            WRITE RecOut FROM GpCityLine.
            MOVE ItemIn TO GpItemOut.
            MOVE MItemName TO GpItemNameOut.
            MOVE QtyIn TO GpQtyOut.
            MOVE LotIn TO GpLotOut.
            WRITE RecOut FROM GpItemLine.
            IF PurposeIn = "C"
                MOVE "CALIBRATION" TO GpPurpOut
            ELSE
                MOVE "REPAIR" TO GpPurpOut.
            MOVE DueIn TO GpDueOut.
            WRITE RecOut FROM GpPurpLine.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM BlankRec.
            CLOSE SlipFile.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "GATEPASS" TO AuProgram.
            MOVE "GatePass.dat" TO AuFileId.
            MOVE GpPassNo TO AuKey.
            MOVE GpStatus TO AiStatus.
            MOVE GpQty TO AiQty.
            MOVE GpRetQty TO AiRetQty.
            MOVE GpFromLoc TO AiLoc.
            MOVE AuditImage TO AuAfterImage.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
