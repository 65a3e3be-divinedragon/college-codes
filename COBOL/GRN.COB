            SELECT ExcpLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ExcpLogStatus.
            SELECT MastFile ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MItemCode
            FILE STATUS IS MastStatus.
            SELECT QcHoldFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS QcHoldStatus.
            SELECT CapItemFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CapItemStatus.
            SELECT FixAssetFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FixAssetStatus.
            SELECT FaTxnFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FaTxnStatus.

        DATA DIVISION.
        FILE SECTION.
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ExcpLog.dat".
            COPY "EXCPLOG.CPY".
        FD MastFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Master.dat".
        01  MastRec.
            05  MItemCode      PIC X(4).
            05  MItemName      PIC X(10).
            05  MReorderLevel  PIC 9(4).
            05  MCostCenter    PIC X(4).
            05  MInspectReq    PIC A.
        FD QcHoldFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "QcHold.dat".
            COPY "QCHOLD.CPY".
        FD CapItemFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CapItem.dat".
            COPY "CAPITEM.CPY".
        FD FixAssetFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "FixAsset.dat".
            COPY "FIXASSET.CPY".
        FD FaTxnFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "FaTxn.dat".
            COPY "FATXN.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        COPY "ACCTPCHK.CPY".
        COPY "DOCLINK.CPY".
        COPY "VENDLINK.CPY".
        01  PoRegStatus    PIC XX VALUE "00".
        01  TrasacStatus   PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  LotMastEOF     PIC A VALUE "N".
        01  LotBalWk       PIC S9(5) VALUE 0.
        01  LotExpWk       PIC 9(8) VALUE 0.
        01  LotRecvWk      PIC 9(8) VALUE 0.
        01  LotResvWk      PIC 9(5) VALUE 0.
        01  UomStatus      PIC XX VALUE "00".
        01  UomEOF         PIC A VALUE "N".
        01  ConvFactorWk   PIC 9(4) VALUE 1.
        01  FoundQty       PIC 9(5).
        01  FoundDate      PIC 9(8).
        01  FoundVendor    PIC X(4).
        01  FoundDept      PIC X(4).
        01  RunDate8       PIC 9(8).
        01  MoreFlag       PIC A VALUE "Y".
        01  MastStatus     PIC XX VALUE "00".
        01  QcHoldStatus   PIC XX VALUE "00".
        01  InspectFlag    PIC A VALUE "N".
        01  QcLoc          PIC X(3) VALUE "QC".
        01  DestLocWk      PIC X(3).
        01  CapItemStatus  PIC XX VALUE "00".
        01  FixAssetStatus PIC XX VALUE "00".
        01  FaTxnStatus    PIC XX VALUE "00".
        01  CapItemEOF     PIC A VALUE "N".
        01  CapitalFlag    PIC A VALUE "N".
        01  CapClassWk     PIC X(4).
        01  CapLifeWk      PIC 9(3).
        01  CapMethodWk    PIC A.
        01  CapWdvWk       PIC 99V99.
        01  CapSalvPctWk   PIC 99V99.
        01  ItemNameWk     PIC X(10).
        01  ItemCcWk       PIC X(4).
        01  CapIx          PIC 9(4) VALUE 0.
        01  FirstAssetNo   PIC 9(6) VALUE 0.

        PROCEDURE DIVISION.
        ControlPara.
                GOBACK.
            PERFORM EntryPara UNTIL MoreFlag NOT = "Y".
            GOBACK.
      * Goods are not taken in from a vendor who has been blocked,
      * or dropped from the vendor master, since the PO was raised.
        EntryPara.
            DISPLAY (5, 10) "Enter PO Number :- ".
            ACCEPT PoNoIn.
            PERFORM FindPoPara.
            MOVE FoundVendor TO VlVendorCode.
            CALL "VendorLookup" USING VendLinkRec.
            IF PoFoundStatus = SPACES
                DISPLAY (11, 10) "PO Number Not On Register."
            ELSE IF PoFoundStatus = "C"
                DISPLAY (11, 10) "PO Is Already Closed."
            ELSE IF VlFound = "N"
                DISPLAY (11, 10) "Vendor " FoundVendor
                        " Not On Vendor Master. Receipt Refused."
            ELSE IF VlStatus = "B"
                DISPLAY (11, 10) "Vendor " FoundVendor " Blocked - "
                        VlBlockReason
            ELSE
                PERFORM FindUomPara
                PERFORM FindInspectPara
                PERFORM FindCapitalPara
                DISPLAY (6, 10) "Item On Order Is :- " FoundItem
                        "  Buy Unit " PurchUnitWk
                IF InspectFlag = "Y"
                    DISPLAY (6, 50) "** QC INSPECTION **"
                END-IF
                IF CapitalFlag = "Y"
                    DISPLAY (6, 50) "** CAPITAL ITEM **"
                END-IF
                DISPLAY (7, 10) "Quantity Received :- "
                ACCEPT QtyIn
                DISPLAY (8, 10) "Rate Paid :- "
                        DISPLAY (11, 10) "Converted Qty Over 9999."
                                " Receipt Refused."
                        PERFORM LogQtyExceptionPara
                    ELSE IF CapitalFlag = "Y" AND StockQtyWk > 99
                        DISPLAY (11, 10) "Over 99 Capital Units."
                                " Receipt Refused."
                    ELSE
                        IF InspectFlag = "Y"
                            MOVE LocIn TO DestLocWk
                            MOVE QcLoc TO LocIn
                        END-IF
                        IF CapitalFlag = "Y"
                            PERFORM CapitalisePara
                            DISPLAY (12, 10) "Assets Numbered From "
                                    FirstAssetNo
                        ELSE
                            PERFORM WriteReceiptPara
                            PERFORM PostLotPara
                        END-IF
                        PERFORM ClosePoPara
                        PERFORM LogAuditPara
                        IF InspectFlag = "Y"
                            PERFORM WriteQcHoldPara
                            DISPLAY (12, 10) "Stock Held In QC"
                                    " Pending Inspection."
                        END-IF
                        DISPLAY (11, 10) "Receipt Posted. PO"
                                " Closed.".
            DISPLAY (14, 10) "Another Receipt (Y/N) :- ".
                MOVE PoItemCode TO FoundItem
                MOVE PoQty TO FoundQty
                MOVE PoDate TO FoundDate
                MOVE PoVendorCode TO FoundVendor
                MOVE PoDept TO FoundDept.
            PERFORM ReadPoRegPara.
      * Receipts are keyed in the purchase unit and booked in the
      * issue (stocking) unit: quantity times the factor, rate per
                MOVE UomIssueUnit TO IssueUnitWk
                MOVE UomConvFactor TO ConvFactorWk.
            PERFORM ReadUomPara.
      * An item flagged for inspection is received into the QC
      * hold location so it cannot be issued; the store keyed is
      * kept on the hold row as the destination QcInspection
      * transfers accepted stock to.
        FindInspectPara.
            MOVE "N" TO InspectFlag.
            MOVE SPACES TO ItemNameWk.
            MOVE SPACES TO ItemCcWk.
            OPEN INPUT MastFile.
            IF MastStatus = "00"
                MOVE FoundItem TO MItemCode
                READ MastFile
                    INVALID KEY MOVE "N" TO InspectFlag
                    NOT INVALID KEY
                        IF MInspectReq = "Y"
                            MOVE "Y" TO InspectFlag
                        END-IF
                        MOVE MItemName TO ItemNameWk
                        MOVE MCostCenter TO ItemCcWk
                END-READ
                CLOSE MastFile.
      * A capital item is not stock: each unit received becomes an
      * asset on the register, in service from the receipt date at
      * the receipt rate, and GLJournal takes it to FACOST instead
      * of STOCK. Capital items skip the QC hold - they are
      * commissioned where they are installed.
        FindCapitalPara.
            MOVE "N" TO CapitalFlag.
            OPEN INPUT CapItemFile.
            IF CapItemStatus = "00"
                PERFORM ReadCapItemPara
                PERFORM ScanCapItemPara UNTIL CapItemEOF = "Y"
                CLOSE CapItemFile
                MOVE "N" TO CapItemEOF.
            IF CapitalFlag = "Y"
                MOVE "N" TO InspectFlag.
        ReadCapItemPara.
            READ CapItemFile AT END MOVE "Y" TO CapItemEOF.
        ScanCapItemPara.
            IF CiItemCode = FoundItem
                MOVE CiCapital TO CapitalFlag
                MOVE CiAssetClass TO CapClassWk
                MOVE CiLifeMonths TO CapLifeWk
                MOVE CiMethod TO CapMethodWk
                MOVE CiWdvRate TO CapWdvWk
                MOVE CiSalvagePct TO CapSalvPctWk.
            PERFORM ReadCapItemPara.
        CapitalisePara.
            OPEN EXTEND FixAssetFile.
            IF FixAssetStatus = "35"
                OPEN OUTPUT FixAssetFile.
            OPEN EXTEND FaTxnFile.
            IF FaTxnStatus = "35"
                OPEN OUTPUT FaTxnFile.
            CALL "GetOper" USING OperLinkRec.
            MOVE 0 TO FirstAssetNo.
            MOVE 0 TO CapIx.
            PERFORM CapitaliseOnePara UNTIL CapIx NOT < StockQtyWk.
            CLOSE FixAssetFile FaTxnFile.
        CapitaliseOnePara.
            ADD 1 TO CapIx.
            MOVE "FA" TO DocTypeIn.
            CALL "NextDocNo" USING DocLinkRec.
            IF FirstAssetNo = 0
                MOVE DocNoOut TO FirstAssetNo.
            MOVE DocNoOut TO FaAssetNo.
            MOVE FoundItem TO FaItemCode.
            MOVE ItemNameWk TO FaItemName.
            MOVE CapClassWk TO FaAssetClass.
            MOVE ItemCcWk TO FaCostCenter.
            MOVE LocIn TO FaLocation.
            MOVE PoNoIn TO FaPoNo.
            MOVE FoundVendor TO FaVendorCode.
            MOVE StockRateWk TO FaCost.
            COMPUTE FaSalvage ROUNDED =
                StockRateWk * CapSalvPctWk / 100.
            MOVE RunDate8 TO FaInServDate.
            MOVE CapLifeWk TO FaLifeMonths.
            MOVE CapMethodWk TO FaMethod.
            MOVE CapWdvWk TO FaWdvRate.
            MOVE 0 TO FaAccumDep.
            MOVE 0 TO FaLastDepPd.
            MOVE "A" TO FaStatus.
            MOVE 0 TO FaDispDate.
            MOVE 0 TO FaProceeds.
            WRITE FixAssetRec.
            MOVE DocNoOut TO FtAssetNo.
            MOVE "C" TO FtTxnType.
            MOVE RunDate8 TO FtPostDate.
            MOVE ItemCcWk TO FtCostCenter.
            MOVE ItemCcWk TO FtToCostCtr.
            MOVE SPACES TO FtFromLoc.
            MOVE LocIn TO FtToLoc.
            MOVE StockRateWk TO FtAmount.
            MOVE 0 TO FtAccumDep.
            MOVE 0 TO FtProceeds.
            MOVE OperOpId TO FtUserId.
            WRITE FaTxnRec.
        WriteQcHoldPara.
            OPEN EXTEND QcHoldFile.
            IF QcHoldStatus = "35"
                OPEN OUTPUT QcHoldFile.
            MOVE PoNoIn TO QhPoNo.
            MOVE FoundItem TO QhItemCode.
            MOVE FoundVendor TO QhVendorCode.
            MOVE LotNoIn TO QhLotNo.
            MOVE LmExpDate TO QhExpDate.
            MOVE DestLocWk TO QhDestLoc.
            MOVE StockQtyWk TO QhRecvQty.
            MOVE StockRateWk TO QhRate.
            MOVE RunDate8 TO QhRecvDate.
            MOVE "H" TO QhStatus.
            MOVE 0 TO QhAcceptQty.
            MOVE 0 TO QhRejectQty.
            MOVE 0 TO QhInspDate.
            MOVE SPACES TO QhInspector.
            MOVE 0 TO QhDebitNoteNo.
            WRITE QcHoldRec.
            CLOSE QcHoldFile.
        WriteReceiptPara.
            OPEN EXTEND TrasacFile.
            IF TrasacStatus = "35"
            ELSE
                MOVE LotExpWk TO LmExpDate.
            COMPUTE LmQty = LotBalWk + StockQtyWk.
            IF LotRecvWk > 0
                MOVE LotRecvWk TO LmRecvDate
            ELSE
                MOVE RunDate8 TO LmRecvDate.
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
            IF LmItemCode = FoundItem AND LmLocation = LocIn
               AND LmLotNo = LotNoIn
                MOVE LmQty TO LotBalWk
                MOVE LmExpDate TO LotExpWk
                IF LmRecvDate NUMERIC
                    MOVE LmRecvDate TO LotRecvWk
                END-IF
                IF LmResvQty NUMERIC
                    MOVE LmResvQty TO LotResvWk
                END-IF.
            PERFORM ReadLotMastPara.
        ClosePoPara.
            OPEN EXTEND PoRegFile.
            MOVE RunDate8 TO PoRecvDate.
            MOVE QtyIn TO PoRecvQty.
            MOVE RateIn TO PoRate.
            MOVE FoundDept TO PoDept.
            WRITE PoRegRec.
            CLOSE PoRegFile.
        LogAuditPara.
