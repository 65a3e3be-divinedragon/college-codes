        IDENTIFICATION DIVISION.
        PROGRAM-ID. SalesDispatch.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SalesOrdFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SalesOrdStatus.
            SELECT TrasacFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TrasacStatus.
            SELECT PriceHistFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PriceHistStatus.
            SELECT LotMastFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LotMastStatus.
            SELECT ExcpLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ExcpLogStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD SalesOrdFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "SalesOrd.dat".
            COPY "SALEORD.CPY".
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
        FD PriceHistFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PriceHist.dat".
        01  PriceHistRec.
            05  PHItemCode     PIC X(4).
            05  PHRate         PIC 9(4)V99.
            05  PHEffDate      PIC 9(8).
        FD LotMastFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "LotMast.dat".
            COPY "LOTMAST.CPY".
        FD ExcpLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ExcpLog.dat".
            COPY "EXCPLOG.CPY".
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        COPY "ACCTPCHK.CPY".
        01  SalesOrdStatus PIC XX VALUE "00".
        01  TrasacStatus   PIC XX VALUE "00".
        01  PriceHistStatus PIC XX VALUE "00".
        01  LotMastStatus  PIC XX VALUE "00".
        01  ExcpLogStatus  PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  SalesOrdEOF    PIC A VALUE "N".
        01  PriceHistEOF   PIC A VALUE "N".
        01  LotMastEOF     PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  MoreFlag       PIC A VALUE "Y".
        01  ActionIn       PIC A.
        01  OrderNoIn      PIC 9(6).
        01  BadValueOut    PIC X(20).
        01  ParaNameWk     PIC X(20).
        01  OrdFull        PIC A VALUE "N".
        01  OpenLines      PIC 9(3) VALUE 0.
        01  DoneLines      PIC 9(3) VALUE 0.
        01  OpenValWk      PIC 9(9)V99 VALUE 0.
        01  OpenValOut     PIC Z(8)9.99.
        01  CustWk         PIC X(4).
        01  OrdIx          PIC 9(3) VALUE 0.
        01  OrdCount       PIC 9(3) VALUE 0.
        01  OrdTable.
            05  OrdEntry OCCURS 900 TIMES.
                10  OtRec      PIC X(71).
        01  RateWk         PIC 9(4)V99 VALUE 0.
        01  PrcIx          PIC 9(3) VALUE 0.
        01  PrcHit         PIC 9(3) VALUE 0.
        01  PrcCount       PIC 9(3) VALUE 0.
        01  PrcTable.
            05  PrcEntry OCCURS 200 TIMES.
                10  PtItem     PIC X(4).
                10  PtRate     PIC 9(4)V99.
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
        01  AuditImage.
            05  F          PIC X(6) VALUE "LINES ".
            05  AiLines    PIC ZZ9.
            05  F          PIC X(8) VALUE " STATUS ".
            05  AiStatus   PIC A.

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
            CALL "GetOper" USING OperLinkRec.
            PERFORM LoadPricePara.
            PERFORM OrderPara UNTIL MoreFlag NOT = "Y".
            GOBACK.
      * The order file and lot balances are reloaded for every order
      * so that lines keyed or shipped elsewhere since are seen.
        OrderPara.
            DISPLAY (3, 10) "Sales Order Number :- ".
            ACCEPT OrderNoIn.
            PERFORM LoadOrdersPara.
            MOVE 0 TO OpenLines.
            MOVE 0 TO OpenValWk.
            MOVE 0 TO OrdIx.
            PERFORM CountOpenPara UNTIL OrdIx NOT < OrdCount.
            IF OrdFull = "Y"
                DISPLAY (12, 10) "SalesOrd.dat Exceeds Table. Run"
                        " Aborted."
                MOVE "ORDER TABLE FULL" TO BadValueOut
                MOVE "OrderPara" TO ParaNameWk
                PERFORM LogExceptionPara
                MOVE "N" TO MoreFlag
            ELSE IF OpenLines = 0
                DISPLAY (12, 10) "No Open Lines On That Order."
            ELSE
                MOVE OpenValWk TO OpenValOut
                DISPLAY (5, 10) "Customer :- " CustWk
                        "  Open Lines :- " OpenLines
                        "  Value :- " OpenValOut
                DISPLAY (7, 10) "Dispatch Or Cancel (D/X) :- "
                ACCEPT ActionIn
                IF ActionIn = "D" OR ActionIn = "X"
                    PERFORM ActionPara
                ELSE
                    DISPLAY (12, 10) "Nothing Done."
                END-IF
                END-IF.
            IF OrdFull NOT = "Y"
                DISPLAY (14, 10) "Another Order (Y/N) :- "
                ACCEPT MoreFlag.
        CountOpenPara.
            ADD 1 TO OrdIx.
            MOVE OtRec (OrdIx) TO SalesOrdRec.
            IF SoOrderNo = OrderNoIn AND SoStatus = "O"
                ADD 1 TO OpenLines
                MOVE SoCustCode TO CustWk
                COMPUTE OpenValWk = OpenValWk + SoQty * SoPrice.
        ActionPara.
            PERFORM LoadLotTabPara.
            MOVE 0 TO DoneLines.
            IF ActionIn = "D"
                OPEN EXTEND TrasacFile
                IF TrasacStatus = "35"
                    OPEN OUTPUT TrasacFile
                END-IF
                MOVE 0 TO OrdIx
                PERFORM DispatchOnePara UNTIL OrdIx NOT < OrdCount
                CLOSE TrasacFile
            ELSE
                MOVE 0 TO OrdIx
                PERFORM CancelOnePara UNTIL OrdIx NOT < OrdCount.
            PERFORM RewriteOrdersPara.
            PERFORM SaveLotTabPara.
            PERFORM LogAuditPara.
            IF ActionIn = "D"
                DISPLAY (12, 10) "Lines Dispatched :- " DoneLines
            ELSE
                DISPLAY (12, 10) "Lines Cancelled  :- " DoneLines.
      * A dispatched line is an ordinary stores issue: it reaches the
      * stock ledger and the consumption posting through the next
      * ItemReport run, valued at the latest purchase rate exactly as
      * RequisitionIssue values a requisition. A line whose item has
      * no rate on file is left open and logged.
        DispatchOnePara.
            ADD 1 TO OrdIx.
            MOVE OtRec (OrdIx) TO SalesOrdRec.
            IF SoOrderNo = OrderNoIn AND SoStatus = "O"
                PERFORM FindRatePara
                IF RateWk = 0
                    MOVE SoItemCode TO BadValueOut
                    MOVE "DispatchOnePara" TO ParaNameWk
                    PERFORM LogExceptionPara
                ELSE
                    PERFORM DispatchLinePara
                    MOVE SalesOrdRec TO OtRec (OrdIx).
        DispatchLinePara.
            MOVE SoItemCode TO TItemCode.
            MOVE SoQty TO TQty.
            MOVE RateWk TO TRate.
            MOVE "I" TO TTxnType.
            MOVE SoLocation TO TLocation.
            MOVE SoLotNo TO TLotNo.
            WRITE TrasacRec.
            PERFORM FindOrderLotPara.
            IF LotHit NOT = 0
                SUBTRACT SoQty FROM LtQty (LotHit)
                PERFORM ReleaseResvPara.
            MOVE "D" TO SoStatus.
            MOVE RunDate8 TO SoDispDate.
            MOVE RateWk TO SoCostRate.
            ADD 1 TO DoneLines.
        CancelOnePara.
            ADD 1 TO OrdIx.
            MOVE OtRec (OrdIx) TO SalesOrdRec.
            IF SoOrderNo = OrderNoIn AND SoStatus = "O"
                PERFORM FindOrderLotPara
                IF LotHit NOT = 0
                    PERFORM ReleaseResvPara
                END-IF
                MOVE "X" TO SoStatus
                MOVE RunDate8 TO SoDispDate
                MOVE SalesOrdRec TO OtRec (OrdIx)
                ADD 1 TO DoneLines.
        FindOrderLotPara.
            MOVE SoItemCode TO LotItemWk.
            MOVE SoLocation TO LotLocWk.
            MOVE SoLotNo TO LotLotWk.
            PERFORM FindLotEntryPara.
            IF LotHit = 0
                MOVE "LOT TABLE FULL" TO BadValueOut
                MOVE "FindOrderLotPara" TO ParaNameWk
                PERFORM LogExceptionPara.
        ReleaseResvPara.
            IF LtResv (LotHit) < SoQty
                MOVE 0 TO LtResv (LotHit)
            ELSE
                SUBTRACT SoQty FROM LtResv (LotHit).
            MOVE "Y" TO LtChanged (LotHit).
        LoadOrdersPara.
            MOVE 0 TO OrdCount.
            MOVE "N" TO OrdFull.
            OPEN INPUT SalesOrdFile.
            IF SalesOrdStatus = "00"
                PERFORM ReadSalesOrdPara
                PERFORM LoadOneOrderPara UNTIL SalesOrdEOF = "Y"
                CLOSE SalesOrdFile
                MOVE "N" TO SalesOrdEOF.
        ReadSalesOrdPara.
            READ SalesOrdFile AT END MOVE "Y" TO SalesOrdEOF.
        LoadOneOrderPara.
            IF OrdCount < 900
                ADD 1 TO OrdCount
                MOVE SalesOrdRec TO OtRec (OrdCount)
            ELSE
                MOVE "Y" TO OrdFull.
            PERFORM ReadSalesOrdPara.
        RewriteOrdersPara.
            OPEN OUTPUT SalesOrdFile.
            MOVE 0 TO OrdIx.
            PERFORM RewriteOnePara UNTIL OrdIx NOT < OrdCount.
            CLOSE SalesOrdFile.
        RewriteOnePara.
            ADD 1 TO OrdIx.
            MOVE OtRec (OrdIx) TO SalesOrdRec.
            WRITE SalesOrdRec.
        LoadPricePara.
            OPEN INPUT PriceHistFile.
            IF PriceHistStatus = "00"
                PERFORM ReadPricePara
                PERFORM LoadOnePricePara UNTIL PriceHistEOF = "Y"
                CLOSE PriceHistFile.
        ReadPricePara.
            READ PriceHistFile AT END MOVE "Y" TO PriceHistEOF.
        LoadOnePricePara.
            MOVE 0 TO PrcHit.
            MOVE 0 TO PrcIx.
            PERFORM ScanPrcTabPara UNTIL PrcIx NOT < PrcCount
                                   OR PrcHit NOT = 0.
            IF PrcHit = 0 AND PrcCount < 200
                ADD 1 TO PrcCount
                MOVE PrcCount TO PrcHit
                MOVE PHItemCode TO PtItem (PrcHit).
            IF PrcHit NOT = 0
                MOVE PHRate TO PtRate (PrcHit).
            PERFORM ReadPricePara.
        ScanPrcTabPara.
            ADD 1 TO PrcIx.
            IF PtItem (PrcIx) = PHItemCode
                MOVE PrcIx TO PrcHit.
        FindRatePara.
            MOVE 0 TO RateWk.
            MOVE 0 TO PrcIx.
            PERFORM TestRatePara UNTIL PrcIx NOT < PrcCount.
        TestRatePara.
            ADD 1 TO PrcIx.
            IF PtItem (PrcIx) = SoItemCode
                MOVE PtRate (PrcIx) TO RateWk.
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
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "SODISP" TO AuProgram.
            MOVE "SalesOrd.dat" TO AuFileId.
            MOVE OrderNoIn TO AuKey.
            MOVE OpenLines TO AiLines.
            MOVE "O" TO AiStatus.
            MOVE AuditImage TO AuBeforeImage.
            MOVE DoneLines TO AiLines.
            IF ActionIn = "D"
                MOVE "D" TO AiStatus
            ELSE
                MOVE "X" TO AiStatus.
            MOVE AuditImage TO AuAfterImage.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
        LogExceptionPara.
            OPEN EXTEND ExcpLogFile.
            IF ExcpLogStatus = "35"
                OPEN OUTPUT ExcpLogFile.
            MOVE "SODISP" TO ElProgram.
            MOVE ParaNameWk TO ElParagraph.
            MOVE BadValueOut TO ElBadValue.
            MOVE "N" TO ElStatus.
            MOVE SPACES TO ElAssignTo.
            MOVE SPACES TO ElResolveNote.
            MOVE OperOpId TO ElUserId.
            ACCEPT ElTimestamp FROM DATE YYYYMMDD.
            WRITE ExcpLogRec.
            CLOSE ExcpLogFile.
