        IDENTIFICATION DIVISION.
        PROGRAM-ID. RequisitionIssue.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ReqFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ReqStatus.
            SELECT PoRegFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PoRegStatus.
            SELECT StockLedgerFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StockLedgerStatus.
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
            SELECT RunLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RunLogStatus.

        DATA DIVISION.
        FILE SECTION.
        FD ReqFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Requisition.dat".
            COPY "REQUISN.CPY".
        FD PoRegFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PoReg.dat".
            COPY "POREG.CPY".
        FD StockLedgerFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "StockLedger.dat".
        01  StockLedgerRec.
            05  SLItemCode     PIC X(4).
            05  SLRunQty       PIC S9(5).
            05  SLBalance      PIC 9(7).
            05  SLRunDate      PIC 9(8).
            05  SLLocation     PIC X(3).
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
        FD RunLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RunLog.dat".
            COPY "RUNLOG.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        COPY "ACCTPCHK.CPY".
        01  ReqStatus      PIC XX VALUE "00".
        01  PoRegStatus    PIC XX VALUE "00".
        01  StockLedgerStatus PIC XX VALUE "00".
        01  TrasacStatus   PIC XX VALUE "00".
        01  PriceHistStatus PIC XX VALUE "00".
        01  LotMastStatus  PIC XX VALUE "00".
        01  ExcpLogStatus  PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  ReqEOF         PIC A VALUE "N".
        01  ReqFull        PIC A VALUE "N".
        01  PoRegEOF       PIC A VALUE "N".
        01  StockLedgerEOF PIC A VALUE "N".
        01  TrasacEOF      PIC A VALUE "N".
        01  PriceHistEOF   PIC A VALUE "N".
        01  LotMastEOF     PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
      * Requisitions are served from the main store.
        01  StoreLoc       PIC X(3) VALUE "MN".
        01  LocWk          PIC X(3).
        01  BadValueOut    PIC X(20).
        01  TryIssue       PIC A VALUE "N".
        01  RateWk         PIC 9(4)V99 VALUE 0.
        01  RtIx           PIC 9(3) VALUE 0.
        01  RtCount        PIC 9(3) VALUE 0.
        01  ReqTable.
            05  ReqEntry OCCURS 500 TIMES.
                10  RtReqNo     PIC 9(6).
                10  RtLineNo    PIC 99.
                10  RtCostCtr   PIC X(4).
                10  RtRequester PIC X(20).
                10  RtMaker     PIC X(4).
                10  RtReqDate   PIC 9(8).
                10  RtItemCode  PIC X(4).
                10  RtQty       PIC 9(4).
                10  RtStatus    PIC A.
                10  RtChecker   PIC X(4).
                10  RtActDate   PIC 9(8).
                10  RtPoNo      PIC 9(6).
        01  PoIx           PIC 9(3) VALUE 0.
        01  PoHit          PIC 9(3) VALUE 0.
        01  PoTabCount     PIC 9(3) VALUE 0.
        01  PoTable.
            05  PoTabEntry OCCURS 500 TIMES.
                10  PtNo       PIC 9(6).
                10  PtStatus   PIC A.
        01  StkIx          PIC 9(3) VALUE 0.
        01  StkHit         PIC 9(3) VALUE 0.
        01  StkCount       PIC 9(3) VALUE 0.
        01  StkTable.
            05  StkEntry OCCURS 500 TIMES.
                10  StItem     PIC X(4).
                10  StAvail    PIC S9(7).
        01  StkItemWk      PIC X(4).
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
        01  BestLotIx      PIC 9(3) VALUE 0.
        01  BestLotExp     PIC 9(8) VALUE 0.
        01  CompExpWk      PIC 9(8) VALUE 0.
        01  RemQty         PIC 9(4) VALUE 0.
        01  TakeQty        PIC 9(4) VALUE 0.
        01  LotFreeWk      PIC S9(5) VALUE 0.
        01  IssuedCount    PIC 9(4) VALUE 0.
        01  DemandCount    PIC 9(4) VALUE 0.
        01  TrasacWrit     PIC 9(6) VALUE 0.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            MOVE "INV" TO AckStream.
            MOVE RunDate8 TO AckDate.
            CALL "AcctPeriodChk" USING AcctChkRec.
            IF AckStatus = "C"
                DISPLAY "INV Accounting Period Is Closed. Run"
                        " Refused."
                MOVE 8 TO RETURN-CODE
                GOBACK.
            PERFORM LoadReqPara.
      * Requisition.dat is rewritten from the table, so a file the
      * table cannot hold is refused whole rather than truncated.
            IF ReqFull = "Y"
                DISPLAY "Requisition.dat Exceeds Table. Run Refused."
                MOVE "REQN TABLE FULL" TO BadValueOut
                PERFORM LogExceptionPara
                MOVE 8 TO RETURN-CODE
                GOBACK.
            IF RtCount = 0
                DISPLAY "No Requisitions On File."
                GOBACK.
            PERFORM LoadPoPara.
            PERFORM LoadStockPara.
            PERFORM LoadPendingPara.
            PERFORM LoadPricePara.
            PERFORM LoadLotTabPara.
            OPEN EXTEND TrasacFile.
            IF TrasacStatus = "35"
                OPEN OUTPUT TrasacFile.
            MOVE 0 TO RtIx.
            PERFORM IssueOnePara UNTIL RtIx NOT < RtCount.
            CLOSE TrasacFile.
            PERFORM SaveLotTabPara.
            PERFORM RewriteReqPara.
            PERFORM LogRunPara.
            DISPLAY "Lines Issued From Stock :- " IssuedCount.
            DISPLAY "Lines Passed As Demand  :- " DemandCount.
            GOBACK.
        LoadReqPara.
            OPEN INPUT ReqFile.
            IF ReqStatus = "00"
                PERFORM ReadReqPara
                PERFORM LoadOneReqPara UNTIL ReqEOF = "Y"
                CLOSE ReqFile.
        ReadReqPara.
            READ ReqFile AT END MOVE "Y" TO ReqEOF.
        LoadOneReqPara.
            IF RtCount < 500
                ADD 1 TO RtCount
                MOVE RqReqNo TO RtReqNo (RtCount)
                MOVE RqLineNo TO RtLineNo (RtCount)
                MOVE RqCostCenter TO RtCostCtr (RtCount)
                MOVE RqRequester TO RtRequester (RtCount)
                MOVE RqMaker TO RtMaker (RtCount)
                MOVE RqReqDate TO RtReqDate (RtCount)
                MOVE RqItemCode TO RtItemCode (RtCount)
                MOVE RqQty TO RtQty (RtCount)
                MOVE RqStatus TO RtStatus (RtCount)
                MOVE RqChecker TO RtChecker (RtCount)
                MOVE RqActionDate TO RtActDate (RtCount)
                MOVE RqPoNo TO RtPoNo (RtCount)
            ELSE
                MOVE "Y" TO ReqFull.
            PERFORM ReadReqPara.
        LoadPoPara.
            OPEN INPUT PoRegFile.
            IF PoRegStatus = "00"
                PERFORM ReadPoRegPara
                PERFORM LoadOnePoPara UNTIL PoRegEOF = "Y"
                CLOSE PoRegFile.
        ReadPoRegPara.
            READ PoRegFile AT END MOVE "Y" TO PoRegEOF.
        LoadOnePoPara.
            PERFORM FindPoPara.
            IF PoHit = 0 AND PoTabCount < 500
                ADD 1 TO PoTabCount
                MOVE PoTabCount TO PoHit
                MOVE PoNo TO PtNo (PoHit).
            IF PoHit NOT = 0
                MOVE PoStatus TO PtStatus (PoHit).
            PERFORM ReadPoRegPara.
        FindPoPara.
            MOVE 0 TO PoHit.
            MOVE 0 TO PoIx.
            PERFORM ScanPoPara UNTIL PoIx NOT < PoTabCount
                               OR PoHit NOT = 0.
        ScanPoPara.
            ADD 1 TO PoIx.
            IF PtNo (PoIx) = PoNo
                MOVE PoIx TO PoHit.
      * Stock available at the main store is the balance ItemReport
      * last carried on StockLedger.dat, moved on by whatever sits in
      * Trasac.dat waiting for the next ItemReport run.
        LoadStockPara.
            OPEN INPUT StockLedgerFile.
            IF StockLedgerStatus = "00"
                PERFORM ReadStockLedgerPara
                PERFORM LoadOneStockPara UNTIL StockLedgerEOF = "Y"
                CLOSE StockLedgerFile.
        ReadStockLedgerPara.
            READ StockLedgerFile AT END MOVE "Y" TO StockLedgerEOF.
        LoadOneStockPara.
            IF SLLocation = SPACES
                MOVE "MN" TO LocWk
            ELSE
                MOVE SLLocation TO LocWk.
            IF LocWk = StoreLoc
                MOVE SLItemCode TO StkItemWk
                PERFORM FindStockPara
                IF StkHit NOT = 0
                    MOVE SLBalance TO StAvail (StkHit).
            PERFORM ReadStockLedgerPara.
        LoadPendingPara.
            OPEN INPUT TrasacFile.
            IF TrasacStatus = "00"
                PERFORM ReadTrasacPara
                PERFORM LoadOnePendingPara UNTIL TrasacEOF = "Y"
                CLOSE TrasacFile.
        ReadTrasacPara.
            READ TrasacFile AT END MOVE "Y" TO TrasacEOF.
        LoadOnePendingPara.
            IF TLocation = SPACES
                MOVE "MN" TO LocWk
            ELSE
                MOVE TLocation TO LocWk.
            IF LocWk = StoreLoc
                MOVE TItemCode TO StkItemWk
                PERFORM FindStockPara
                IF StkHit NOT = 0
                    IF TTxnType = "I" OR TTxnType = "B"
                        SUBTRACT TQty FROM StAvail (StkHit)
                    ELSE
                        ADD TQty TO StAvail (StkHit).
            PERFORM ReadTrasacPara.
        FindStockPara.
            MOVE 0 TO StkHit.
            MOVE 0 TO StkIx.
            PERFORM ScanStockPara UNTIL StkIx NOT < StkCount
                                  OR StkHit NOT = 0.
            IF StkHit = 0 AND StkCount < 500
                ADD 1 TO StkCount
                MOVE StkCount TO StkHit
                MOVE StkItemWk TO StItem (StkHit)
                MOVE 0 TO StAvail (StkHit).
        ScanStockPara.
            ADD 1 TO StkIx.
            IF StItem (StkIx) = StkItemWk
                MOVE StkIx TO StkHit.
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
            IF PtItem (PrcIx) = RtItemCode (RtIx)
                MOVE PtRate (PrcIx) TO RateWk.
      * Approved lines are tried first from stock; a line already on
      * order is tried again once its PO has been received.
        IssueOnePara.
            ADD 1 TO RtIx.
            MOVE "N" TO TryIssue.
            IF RtStatus (RtIx) = "A"
                MOVE "Y" TO TryIssue
            ELSE IF RtStatus (RtIx) = "O"
                MOVE RtPoNo (RtIx) TO PoNo
                PERFORM FindPoPara
                IF PoHit NOT = 0
                    IF PtStatus (PoHit) = "C"
                        MOVE "Y" TO TryIssue.
            IF TryIssue = "Y"
                PERFORM TryIssuePara.
        TryIssuePara.
            MOVE RtItemCode (RtIx) TO StkItemWk.
            PERFORM FindStockPara.
            PERFORM FindRatePara.
            IF StkHit NOT = 0 AND StAvail (StkHit) NOT < RtQty (RtIx)
                IF RateWk = 0
                    MOVE RtItemCode (RtIx) TO BadValueOut
                    PERFORM LogExceptionPara
                ELSE
                    PERFORM IssueLinePara
                END-IF
            ELSE IF RtStatus (RtIx) = "A"
                MOVE "D" TO RtStatus (RtIx)
                MOVE RunDate8 TO RtActDate (RtIx)
                ADD 1 TO DemandCount.
        IssueLinePara.
            SUBTRACT RtQty (RtIx) FROM StAvail (StkHit).
            MOVE RtItemCode (RtIx) TO TItemCode.
            MOVE RateWk TO TRate.
            MOVE "I" TO TTxnType.
            MOVE StoreLoc TO TLocation.
            MOVE RtQty (RtIx) TO RemQty.
            MOVE RtItemCode (RtIx) TO LotItemWk.
            MOVE StoreLoc TO LotLocWk.
            PERFORM TakeOneLotPara UNTIL RemQty = 0.
            MOVE "I" TO RtStatus (RtIx).
            MOVE RunDate8 TO RtActDate (RtIx).
            ADD 1 TO IssuedCount.
      * Lots are consumed earliest-expiry-first exactly as a keyed
      * issue in TransacEntry would take them.
        TakeOneLotPara.
            PERFORM PickEarliestLotPara.
            IF BestLotIx = 0
                MOVE "NOLOT" TO LotLotWk
                PERFORM FindLotEntryPara
                IF LotHit = 0
                    PERFORM LogLotFullPara
                ELSE
                    SUBTRACT RemQty FROM LtQty (LotHit)
                    MOVE "Y" TO LtChanged (LotHit)
                END-IF
                MOVE RemQty TO TQty
                MOVE "NOLOT" TO TLotNo
                WRITE TrasacRec
                ADD 1 TO TrasacWrit
                MOVE 0 TO RemQty
            ELSE
                COMPUTE LotFreeWk = LtQty (BestLotIx)
                                  - LtResv (BestLotIx)
                IF LotFreeWk < RemQty
                    MOVE LotFreeWk TO TakeQty
                ELSE
                    MOVE RemQty TO TakeQty
                END-IF
                SUBTRACT TakeQty FROM LtQty (BestLotIx)
                MOVE "Y" TO LtChanged (BestLotIx)
                MOVE TakeQty TO TQty
                MOVE LtLot (BestLotIx) TO TLotNo
                WRITE TrasacRec
                ADD 1 TO TrasacWrit
                SUBTRACT TakeQty FROM RemQty.
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
                IF LtExp (LotIx) = 0
                    MOVE 99999998 TO CompExpWk
                ELSE
                    MOVE LtExp (LotIx) TO CompExpWk
                END-IF
                IF CompExpWk < BestLotExp
                    MOVE CompExpWk TO BestLotExp
                    MOVE LotIx TO BestLotIx.
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
        LogLotFullPara.
            MOVE "LOT TABLE FULL" TO BadValueOut.
            PERFORM LogExceptionPara.
        ScanLotEntryPara.
            ADD 1 TO LotIx.
            IF LtItem (LotIx) = LotItemWk
               AND LtLoc (LotIx) = LotLocWk
               AND LtLot (LotIx) = LotLotWk
                MOVE LotIx TO LotHit.
        LoadLotTabPara.
            OPEN INPUT LotMastFile.
            IF LotMastStatus = "00"
                PERFORM ReadLotMastPara
                PERFORM LoadOneLotPara UNTIL LotMastEOF = "Y"
                CLOSE LotMastFile.
        ReadLotMastPara.
            READ LotMastFile AT END MOVE "Y" TO LotMastEOF.
        LoadOneLotPara.
            MOVE LmItemCode TO LotItemWk.
            MOVE LmLocation TO LotLocWk.
            MOVE LmLotNo TO LotLotWk.
            PERFORM FindLotEntryPara.
            IF LotHit = 0
                PERFORM LogLotFullPara
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
        RewriteReqPara.
            OPEN OUTPUT ReqFile.
            MOVE 0 TO RtIx.
            PERFORM RewriteOneReqPara UNTIL RtIx NOT < RtCount.
            CLOSE ReqFile.
        RewriteOneReqPara.
            ADD 1 TO RtIx.
            MOVE RtReqNo (RtIx) TO RqReqNo.
            MOVE RtLineNo (RtIx) TO RqLineNo.
            MOVE RtCostCtr (RtIx) TO RqCostCenter.
            MOVE RtRequester (RtIx) TO RqRequester.
            MOVE RtMaker (RtIx) TO RqMaker.
            MOVE RtReqDate (RtIx) TO RqReqDate.
            MOVE RtItemCode (RtIx) TO RqItemCode.
            MOVE RtQty (RtIx) TO RqQty.
            MOVE RtStatus (RtIx) TO RqStatus.
            MOVE RtChecker (RtIx) TO RqChecker.
            MOVE RtActDate (RtIx) TO RqActionDate.
            MOVE RtPoNo (RtIx) TO RqPoNo.
            WRITE ReqRec.
        LogExceptionPara.
            OPEN EXTEND ExcpLogFile.
            IF ExcpLogStatus = "35"
                OPEN OUTPUT ExcpLogFile.
            MOVE "REQISSUE" TO ElProgram.
            MOVE "TryIssuePara" TO ElParagraph.
            MOVE BadValueOut TO ElBadValue.
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
            MOVE "REQISSUE" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE RtCount TO RlRecRead.
            MOVE TrasacWrit TO RlRecWrit.
            MOVE 0 TO RlReturnCode.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
