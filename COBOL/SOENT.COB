        IDENTIFICATION DIVISION.
        PROGRAM-ID. SalesOrderEntry.
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
            SELECT CustMastFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CustMastStatus.
            SELECT ArLedgerFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ArLedgerStatus.
            SELECT SalesOrdFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SalesOrdStatus.
            SELECT LotMastFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LotMastStatus.
            SELECT ExcpLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ExcpLogStatus.

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
        FD CustMastFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CustMast.dat".
            COPY "CUSTMAST.CPY".
        FD ArLedgerFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ArLedger.dat".
            COPY "ARLEDG.CPY".
        FD SalesOrdFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "SalesOrd.dat".
            COPY "SALEORD.CPY".
        FD LotMastFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "LotMast.dat".
            COPY "LOTMAST.CPY".
        FD ExcpLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ExcpLog.dat".
            COPY "EXCPLOG.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        COPY "ACCTPCHK.CPY".
        COPY "DOCLINK.CPY".
        01  MastStatus     PIC XX VALUE "00".
        01  CustMastStatus PIC XX VALUE "00".
        01  ArLedgerStatus PIC XX VALUE "00".
        01  SalesOrdStatus PIC XX VALUE "00".
        01  LotMastStatus  PIC XX VALUE "00".
        01  ExcpLogStatus  PIC XX VALUE "00".
        01  CustMastEOF    PIC A VALUE "N".
        01  ArLedgerEOF    PIC A VALUE "N".
        01  SalesOrdEOF    PIC A VALUE "N".
        01  LotMastEOF     PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  MoreFlag       PIC A VALUE "Y".
        01  LineMore       PIC A VALUE "Y".
        01  ConfirmFlag    PIC A VALUE "N".
        01  CustIn         PIC X(4).
        01  CustFound      PIC A VALUE "N".
        01  CustSave       PIC X(57).
        01  ItemCodeIn     PIC X(4).
        01  LocIn          PIC X(3).
        01  QtyIn          PIC 9(4).
        01  PriceIn        PIC 9(5)V99.
        01  ItemFound      PIC A VALUE "N".
        01  BadValueOut    PIC X(20).
        01  ParaNameWk     PIC X(20).
        01  OrderNoWk      PIC 9(6) VALUE 0.
        01  ExposureWk     PIC S9(9)V99 VALUE 0.
        01  OrderValWk     PIC 9(9)V99 VALUE 0.
        01  LineValWk      PIC 9(9)V99 VALUE 0.
        01  ExposureOut    PIC -Z(8)9.99.
        01  OrderValOut    PIC Z(8)9.99.
        01  FreeQtyWk      PIC S9(7) VALUE 0.
        01  FreeOut        PIC -Z(5)9.
        01  KeyedCount     PIC 99 VALUE 0.
        01  LineIx         PIC 99 VALUE 0.
        01  LineCount      PIC 99 VALUE 0.
        01  LineStartWk    PIC 99 VALUE 0.
        01  SliceFull      PIC A VALUE "N".
        01  LineTable.
            05  LineEntry OCCURS 50 TIMES.
                10  LnItemCode PIC X(4).
                10  LnLoc      PIC X(3).
                10  LnLot      PIC X(8).
                10  LnQty      PIC 9(4).
                10  LnPrice    PIC 9(5)V99.
                10  LnLotIx    PIC 9(3).
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
                10  LtChanged  PIC A.
                10  LtRecv     PIC 9(8).
                10  LtResv     PIC 9(5).
        01  LotItemWk      PIC X(4).
        01  LotLocWk       PIC X(3).
        01  LotLotWk       PIC X(8).
        01  BestLotIx      PIC 9(3) VALUE 0.
        01  BestLotExp     PIC 9(8) VALUE 0.
        01  CompExpWk      PIC 9(8) VALUE 0.
        01  RemQty         PIC 9(4) VALUE 0.
        01  TakeQty        PIC 9(4) VALUE 0.
        01  LotFreeWk      PIC S9(5) VALUE 0.

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
            PERFORM OrderPara UNTIL MoreFlag NOT = "Y".
            CLOSE MastFile.
            GOBACK.
      * The lot balances are reloaded for every order, so the free
      * stock offered always reflects what has been reserved and
      * issued since the last order was keyed.
        OrderPara.
            MOVE 0 TO LineCount.
            MOVE 0 TO KeyedCount.
            MOVE 0 TO OrderValWk.
            DISPLAY (3, 10) "Customer Code :- ".
            ACCEPT CustIn.
            PERFORM FindCustPara.
            IF CustFound = "N"
                DISPLAY (13, 10) "Customer Not On CustMast."
                MOVE CustIn TO BadValueOut
                MOVE "OrderPara" TO ParaNameWk
                PERFORM LogExceptionPara
            ELSE IF CuStatus NOT = "A"
                DISPLAY (13, 10) "Customer Is Inactive. No Orders."
            ELSE
                DISPLAY (4, 10) "Customer Is :- " CuName
                PERFORM CustExposurePara
                MOVE ExposureWk TO ExposureOut
                DISPLAY (5, 10) "Open Receivables And Orders :- "
                        ExposureOut
                PERFORM LoadLotTabPara
                MOVE "Y" TO LineMore
                PERFORM LinePara UNTIL LineMore NOT = "Y"
                                 OR KeyedCount NOT < 20
                PERFORM ConfirmPara.
            DISPLAY (20, 10) "Another Order (Y/N) :- ".
            ACCEPT MoreFlag.
        FindCustPara.
            MOVE "N" TO CustFound.
            OPEN INPUT CustMastFile.
            IF CustMastStatus = "00"
                PERFORM ReadCustPara
                PERFORM ScanCustPara UNTIL CustMastEOF = "Y"
                CLOSE CustMastFile
                MOVE "N" TO CustMastEOF.
            IF CustFound = "Y"
                MOVE CustSave TO CustMastRec.
        ReadCustPara.
            READ CustMastFile AT END MOVE "Y" TO CustMastEOF.
        ScanCustPara.
            IF CuCustCode = CustIn
                MOVE "Y" TO CustFound
                MOVE CustMastRec TO CustSave.
            PERFORM ReadCustPara.
      * Exposure for the credit check is what the customer owes on
      * the receivables ledger plus every order line not yet
      * invoiced, whether still reserved or already dispatched.
        CustExposurePara.
            MOVE 0 TO ExposureWk.
            OPEN INPUT ArLedgerFile.
            IF ArLedgerStatus = "00"
                PERFORM ReadArLedgerPara
                PERFORM TallyArPara UNTIL ArLedgerEOF = "Y"
                CLOSE ArLedgerFile
                MOVE "N" TO ArLedgerEOF.
            OPEN INPUT SalesOrdFile.
            IF SalesOrdStatus = "00"
                PERFORM ReadSalesOrdPara
                PERFORM TallyOrderPara UNTIL SalesOrdEOF = "Y"
                CLOSE SalesOrdFile
                MOVE "N" TO SalesOrdEOF.
        ReadArLedgerPara.
            READ ArLedgerFile AT END MOVE "Y" TO ArLedgerEOF.
        TallyArPara.
            IF ArCustCode = CustIn
                IF ArTxnType = "I"
                    ADD ArAmount TO ExposureWk
                ELSE
                    SUBTRACT ArAmount FROM ExposureWk.
            PERFORM ReadArLedgerPara.
        ReadSalesOrdPara.
            READ SalesOrdFile AT END MOVE "Y" TO SalesOrdEOF.
        TallyOrderPara.
            IF SoCustCode = CustIn
               AND (SoStatus = "O" OR SoStatus = "D")
                COMPUTE ExposureWk = ExposureWk + SoQty * SoPrice.
            PERFORM ReadSalesOrdPara.
        LinePara.
            DISPLAY (7, 10) "Item Code :- ".
            ACCEPT ItemCodeIn.
            MOVE ItemCodeIn TO MItemCode.
            READ MastFile
                INVALID KEY MOVE "N" TO ItemFound
                NOT INVALID KEY MOVE "Y" TO ItemFound.
            IF ItemFound = "N"
                DISPLAY (13, 10) "Item Code Not On Master."
                MOVE ItemCodeIn TO BadValueOut
                MOVE "LinePara" TO ParaNameWk
                PERFORM LogExceptionPara
            ELSE
                PERFORM KeyLinePara.
            DISPLAY (15, 10) "Another Line (Y/N) :- ".
            ACCEPT LineMore.
        KeyLinePara.
            DISPLAY (8, 10) "Item Is :- " MItemName.
            DISPLAY (9, 10) "Location (Blank = MN) :- ".
            ACCEPT LocIn.
            IF LocIn = SPACES
                MOVE "MN" TO LocIn.
            DISPLAY (10, 10) "Quantity :- ".
            ACCEPT QtyIn.
            DISPLAY (11, 10) "Unit Price :- ".
            ACCEPT PriceIn.
            MOVE ItemCodeIn TO LotItemWk.
            MOVE LocIn TO LotLocWk.
            PERFORM FreeStockPara.
            COMPUTE LineValWk = QtyIn * PriceIn.
            IF QtyIn NOT > 0 OR PriceIn NOT > 0
                DISPLAY (13, 10) "Quantity And Price Must Be Positive."
            ELSE IF FreeQtyWk < QtyIn
                MOVE FreeQtyWk TO FreeOut
                DISPLAY (13, 10) "Stock Short. Free Quantity :- "
                        FreeOut
            ELSE IF CuCreditLimit > 0
                    AND ExposureWk + OrderValWk + LineValWk
                        > CuCreditLimit
                DISPLAY (13, 10) "Credit Limit Exceeded. Line Refused."
                MOVE CustIn TO BadValueOut
                MOVE "KeyLinePara" TO ParaNameWk
                PERFORM LogExceptionPara
            ELSE
                PERFORM ReserveLinePara.
      * Free stock is the unreserved balance of every lot of the
      * item at the location that has not passed its expiry date.
        FreeStockPara.
            MOVE 0 TO FreeQtyWk.
            MOVE 0 TO LotIx.
            PERFORM TestFreePara UNTIL LotIx NOT < LotCount.
        TestFreePara.
            ADD 1 TO LotIx.
            IF LtItem (LotIx) = LotItemWk
               AND LtLoc (LotIx) = LotLocWk
               AND LtQty (LotIx) > LtResv (LotIx)
               AND (LtExp (LotIx) = 0 OR LtExp (LotIx) NOT < RunDate8)
                COMPUTE FreeQtyWk = FreeQtyWk + LtQty (LotIx)
                                  - LtResv (LotIx).
      * The keyed line is reserved lot by lot, earliest expiry first,
      * each lot becoming its own order line. Should the order run
      * out of line slots part way, the slices already taken for
      * this line are handed back and the line refused whole.
        ReserveLinePara.
            MOVE LineCount TO LineStartWk.
            MOVE QtyIn TO RemQty.
            MOVE "N" TO SliceFull.
            PERFORM ReserveOneLotPara UNTIL RemQty = 0
                                      OR SliceFull = "Y".
            IF SliceFull = "Y"
                PERFORM UndoSlicePara UNTIL LineCount NOT > LineStartWk
                DISPLAY (13, 10) "Order Line Table Full. Line Refused."
            ELSE
                ADD 1 TO KeyedCount
                ADD LineValWk TO OrderValWk
                DISPLAY (13, 10) "Line Reserved.".
        ReserveOneLotPara.
            PERFORM PickEarliestLotPara.
            IF BestLotIx = 0 OR LineCount NOT < 50
                MOVE "Y" TO SliceFull
            ELSE
                COMPUTE LotFreeWk = LtQty (BestLotIx)
                                  - LtResv (BestLotIx)
                IF LotFreeWk < RemQty
                    MOVE LotFreeWk TO TakeQty
                ELSE
                    MOVE RemQty TO TakeQty
                END-IF
                ADD TakeQty TO LtResv (BestLotIx)
                MOVE "Y" TO LtChanged (BestLotIx)
                ADD 1 TO LineCount
                MOVE ItemCodeIn TO LnItemCode (LineCount)
                MOVE LocIn TO LnLoc (LineCount)
                MOVE LtLot (BestLotIx) TO LnLot (LineCount)
                MOVE TakeQty TO LnQty (LineCount)
                MOVE PriceIn TO LnPrice (LineCount)
                MOVE BestLotIx TO LnLotIx (LineCount)
                SUBTRACT TakeQty FROM RemQty.
        UndoSlicePara.
            MOVE LnLotIx (LineCount) TO LotIx.
            SUBTRACT LnQty (LineCount) FROM LtResv (LotIx).
            SUBTRACT 1 FROM LineCount.
        PickEarliestLotPara.
            MOVE 0 TO BestLotIx.
            MOVE 99999999 TO BestLotExp.
            MOVE 0 TO LotIx.
            PERFORM TestEarliestPara UNTIL LotIx NOT < LotCount.
        TestEarliestPara.
            ADD 1 TO LotIx.
            IF LtItem (LotIx) = LotItemWk
               AND LtLoc (LotIx) = LotLocWk
               AND LtQty (LotIx) > LtResv (LotIx)
               AND (LtExp (LotIx) = 0 OR LtExp (LotIx) NOT < RunDate8)
                IF LtExp (LotIx) = 0
                    MOVE 99999998 TO CompExpWk
                ELSE
                    MOVE LtExp (LotIx) TO CompExpWk
                END-IF
                IF CompExpWk < BestLotExp
                    MOVE CompExpWk TO BestLotExp
                    MOVE LotIx TO BestLotIx.
      * The serial is drawn only once the order is confirmed, so an
      * abandoned order leaves no gap in the SO series and its
      * reserves are never written.
        ConfirmPara.
            IF LineCount > 0
                MOVE OrderValWk TO OrderValOut
                DISPLAY (16, 10) "Lines Keyed :- " KeyedCount
                        "  Order Value :- " OrderValOut
                DISPLAY (17, 10) "Place Order (Y/N) :- "
                ACCEPT ConfirmFlag
                IF ConfirmFlag = "Y"
                    PERFORM WriteOrderPara
                    PERFORM SaveLotTabPara
                    DISPLAY (18, 10) "Sales Order " OrderNoWk
                            " Placed."
                ELSE
                    DISPLAY (18, 10) "Order Discarded.".
        WriteOrderPara.
            MOVE "SO" TO DocTypeIn.
            CALL "NextDocNo" USING DocLinkRec.
            MOVE DocNoOut TO OrderNoWk.
            OPEN EXTEND SalesOrdFile.
            IF SalesOrdStatus = "35"
                OPEN OUTPUT SalesOrdFile.
            MOVE 0 TO LineIx.
            PERFORM WriteLinePara UNTIL LineIx NOT < LineCount.
            CLOSE SalesOrdFile.
        WriteLinePara.
            ADD 1 TO LineIx.
            MOVE OrderNoWk TO SoOrderNo.
            MOVE LineIx TO SoLineNo.
            MOVE CustIn TO SoCustCode.
            MOVE RunDate8 TO SoOrderDate.
            MOVE LnItemCode (LineIx) TO SoItemCode.
            MOVE LnLoc (LineIx) TO SoLocation.
            MOVE LnLot (LineIx) TO SoLotNo.
            MOVE LnQty (LineIx) TO SoQty.
            MOVE LnPrice (LineIx) TO SoPrice.
            MOVE "O" TO SoStatus.
            MOVE OperOpId TO SoMaker.
            MOVE 0 TO SoDispDate.
            MOVE 0 TO SoCostRate.
            MOVE 0 TO SoInvNo.
            WRITE SalesOrdRec.
        FindLotEntryPara.
            MOVE 0 TO LotHit.
            MOVE 0 TO LotIx.
            PERFORM ScanLotEntryPara UNTIL LotIx NOT < LotCount
                                     OR LotHit NOT = 0.
            IF LotHit = 0 AND LotCount < 200
                ADD 1 TO LotCount
                MOVE LotCount TO LotHit
                MOVE LotItemWk TO LtItem (LotHit)
                MOVE LotLocWk TO LtLoc (LotHit)
                MOVE LotLotWk TO LtLot (LotHit)
                MOVE 0 TO LtExp (LotHit)
                MOVE 0 TO LtQty (LotHit)
                MOVE 0 TO LtRecv (LotHit)
                MOVE 0 TO LtResv (LotHit)
                MOVE "N" TO LtChanged (LotHit).
        ScanLotEntryPara.
            ADD 1 TO LotIx.
            IF LtItem (LotIx) = LotItemWk
               AND LtLoc (LotIx) = LotLocWk
               AND LtLot (LotIx) = LotLotWk
                MOVE LotIx TO LotHit.
        LoadLotTabPara.
            MOVE 0 TO LotCount.
            OPEN INPUT LotMastFile.
            IF LotMastStatus = "00"
                PERFORM ReadLotMastPara
                PERFORM LoadOneLotPara UNTIL LotMastEOF = "Y"
                CLOSE LotMastFile
                MOVE "N" TO LotMastEOF.
        ReadLotMastPara.
            READ LotMastFile AT END MOVE "Y" TO LotMastEOF.
        LoadOneLotPara.
            MOVE LmItemCode TO LotItemWk.
            MOVE LmLocation TO LotLocWk.
            MOVE LmLotNo TO LotLotWk.
            PERFORM FindLotEntryPara.
            IF LotHit = 0
                MOVE "LOT TABLE FULL" TO BadValueOut
                MOVE "LoadOneLotPara" TO ParaNameWk
                PERFORM LogExceptionPara
            ELSE
                MOVE LmExpDate TO LtExp (LotHit)
                MOVE LmQty TO LtQty (LotHit)
                IF LmRecvDate NUMERIC
                    MOVE LmRecvDate TO LtRecv (LotHit)
                END-IF
                IF LmResvQty NUMERIC
                    MOVE LmResvQty TO LtResv (LotHit)
                END-IF
                MOVE "N" TO LtChanged (LotHit).
            PERFORM ReadLotMastPara.
        SaveLotTabPara.
            OPEN EXTEND LotMastFile.
            IF LotMastStatus = "35"
                OPEN OUTPUT LotMastFile.
            MOVE 0 TO LotIx.
            PERFORM SaveOneLotPara UNTIL LotIx NOT < LotCount.
            CLOSE LotMastFile.
        SaveOneLotPara.
            ADD 1 TO LotIx.
            IF LtChanged (LotIx) = "Y"
                MOVE LtItem (LotIx) TO LmItemCode
                MOVE LtLoc (LotIx) TO LmLocation
                MOVE LtLot (LotIx) TO LmLotNo
                MOVE LtExp (LotIx) TO LmExpDate
                MOVE LtQty (LotIx) TO LmQty
                MOVE LtRecv (LotIx) TO LmRecvDate
                MOVE LtResv (LotIx) TO LmResvQty
                WRITE LotMastRec.
        LogExceptionPara.
            OPEN EXTEND ExcpLogFile.
            IF ExcpLogStatus = "35"
                OPEN OUTPUT ExcpLogFile.
            MOVE "SOENT" TO ElProgram.
            MOVE ParaNameWk TO ElParagraph.
            MOVE BadValueOut TO ElBadValue.
            MOVE "N" TO ElStatus.
            MOVE SPACES TO ElAssignTo.
            MOVE SPACES TO ElResolveNote.
            MOVE OperOpId TO ElUserId.
            ACCEPT ElTimestamp FROM DATE YYYYMMDD.
            WRITE ExcpLogRec.
            CLOSE ExcpLogFile.
