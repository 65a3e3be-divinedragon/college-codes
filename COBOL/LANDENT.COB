        IDENTIFICATION DIVISION.
        PROGRAM-ID. LandedCostEntry.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PoRegFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PoRegStatus.
            SELECT LandCostFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LandCostStatus.
            SELECT PriceHistFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PriceHistStatus.
            SELECT UomFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS UomStatus.
            SELECT MastFile ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MItemCode
            FILE STATUS IS MastStatus.
            SELECT ExcpLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ExcpLogStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD PoRegFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PoReg.dat".
            COPY "POREG.CPY".
        FD LandCostFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "LandCost.dat".
            COPY "LANDCOST.CPY".
        FD PriceHistFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PriceHist.dat".
        01  PriceHistRec.
            05  PHItemCode     PIC X(4).
            05  PHRate         PIC 9(4)V99.
            05  PHEffDate      PIC 9(8).
        FD UomFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "UomMast.dat".
            COPY "UOMMAST.CPY".
        FD MastFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Master.dat".
        01  MastRec.
            05  MItemCode      PIC X(4).
            05  MItemName      PIC X(10).
            05  MReorderLevel  PIC 9(4).
            05  MCostCenter    PIC X(4).
            05  MInspectReq    PIC A.
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
        01  PoRegStatus    PIC XX VALUE "00".
        01  LandCostStatus PIC XX VALUE "00".
        01  PriceHistStatus PIC XX VALUE "00".
        01  UomStatus      PIC XX VALUE "00".
        01  MastStatus     PIC XX VALUE "00".
        01  ExcpLogStatus  PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  PoRegEOF       PIC A VALUE "N".
        01  LandCostEOF    PIC A VALUE "N".
        01  UomEOF         PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  MoreFlag       PIC A VALUE "Y".
        01  MoreLines      PIC A VALUE "Y".
        01  ConfirmFlag    PIC A VALUE "N".
        01  BillNoIn       PIC X(10).
        01  ChargeTypeIn   PIC A.
        01  ChargeAmtIn    PIC 9(7)V99.
        01  BasisIn        PIC A.
        01  PoNoIn         PIC 9(6).
        01  WeightIn       PIC 9(5)V99.
        01  DupBill        PIC A VALUE "N".
        01  PoFoundStatus  PIC A VALUE SPACES.
        01  FoundItem      PIC X(4).
        01  FoundRecvQty   PIC 9(5).
        01  FoundRate      PIC 9(4)V99.
        01  ConvFactorWk   PIC 9(4) VALUE 1.
        01  PrevRateWk     PIC 9(4)V99 VALUE 0.
        01  BadValueOut    PIC X(20).
        01  LnIx           PIC 9(2) VALUE 0.
        01  LnHit          PIC 9(2) VALUE 0.
        01  LnCount        PIC 9(2) VALUE 0.
        01  LineTable.
            05  LineEntry OCCURS 20 TIMES.
                10  LnPoNo     PIC 9(6).
                10  LnItem     PIC X(4).
                10  LnCostCtr  PIC X(4).
                10  LnStockQty PIC 9(6).
                10  LnValue    PIC 9(8)V99.
                10  LnWeight   PIC 9(5)V99.
                10  LnBaseRate PIC 9(4)V99.
                10  LnShare    PIC 9(7)V99.
                10  LnNewRate  PIC 9(4)V99.
        01  BasisTotal     PIC 9(9)V99 VALUE 0.
        01  BasisWk        PIC 9(9)V99 VALUE 0.
        01  SpreadSoFar    PIC 9(7)V99 VALUE 0.
        01  NewRateWk      PIC 9(6)V99 VALUE 0.
        01  RateTooHigh    PIC A VALUE "N".
        01  AmtOut         PIC Z(6)9.99.

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
            PERFORM EntryPara UNTIL MoreFlag NOT = "Y".
            GOBACK.
        EntryPara.
            MOVE 0 TO LnCount.
            DISPLAY (3, 10) "Charge Bill Number :- ".
            ACCEPT BillNoIn.
            DISPLAY (4, 10) "Freight/Ins/Duty/Handling (F/I/D/H) :- ".
            ACCEPT ChargeTypeIn.
            DISPLAY (5, 10) "Charge Amount :- ".
            ACCEPT ChargeAmtIn.
            DISPLAY (6, 10) "Spread By Value/Qty/Weight (V/Q/W) :- ".
            ACCEPT BasisIn.
            PERFORM CheckDupBillPara.
            IF BillNoIn = SPACES
                DISPLAY (11, 10) "Bill Number Is Required."
            ELSE IF ChargeTypeIn NOT = "F" AND ChargeTypeIn NOT = "I"
               AND ChargeTypeIn NOT = "D" AND ChargeTypeIn NOT = "H"
                DISPLAY (11, 10) "Charge Type Must Be F, I, D Or H."
            ELSE IF ChargeAmtIn NOT > 0
                DISPLAY (11, 10) "Charge Amount Must Be Positive."
            ELSE IF BasisIn NOT = "V" AND BasisIn NOT = "Q"
               AND BasisIn NOT = "W"
                DISPLAY (11, 10) "Basis Must Be V, Q Or W."
            ELSE IF DupBill = "Y"
                DISPLAY (11, 10) "Bill Already Apportioned."
                MOVE BillNoIn TO BadValueOut
                PERFORM LogExceptionPara
            ELSE
                MOVE "Y" TO MoreLines
                OPEN INPUT MastFile
                PERFORM LinePara UNTIL MoreLines NOT = "Y"
                                 OR LnCount NOT < 20
                IF MastStatus = "00"
                    CLOSE MastFile
                END-IF
                IF LnCount > 0
                    PERFORM SpreadPara.
            DISPLAY (20, 10) "Another Bill (Y/N) :- ".
            ACCEPT MoreFlag.
        CheckDupBillPara.
            MOVE "N" TO DupBill.
            OPEN INPUT LandCostFile.
            IF LandCostStatus = "00"
                PERFORM ReadLandCostPara
                PERFORM ScanDupBillPara UNTIL LandCostEOF = "Y"
                CLOSE LandCostFile
                MOVE "N" TO LandCostEOF.
        ReadLandCostPara.
            READ LandCostFile AT END MOVE "Y" TO LandCostEOF.
        ScanDupBillPara.
            IF LcBillNo = BillNoIn AND LcChargeType = ChargeTypeIn
                MOVE "Y" TO DupBill.
            PERFORM ReadLandCostPara.
      * Only received (closed) POs can carry landed cost - the
      * charge is spread over what actually came in.
        LinePara.
            DISPLAY (8, 10) "PO Number (0 = End) :- ".
            ACCEPT PoNoIn.
            IF PoNoIn = 0
                MOVE "N" TO MoreLines
            ELSE
                PERFORM FindPoPara
                MOVE 0 TO LnHit
                MOVE 0 TO LnIx
                PERFORM ScanLinePara UNTIL LnIx NOT < LnCount
                                     OR LnHit NOT = 0
                IF PoFoundStatus = SPACES
                    DISPLAY (11, 10) "PO Number Not On Register."
                ELSE IF PoFoundStatus NOT = "C"
                    DISPLAY (11, 10) "PO Not Yet Received."
                ELSE IF LnHit NOT = 0
                    DISPLAY (11, 10) "PO Already On This Bill."
                ELSE
                    MOVE 0 TO WeightIn
                    IF BasisIn = "W"
                        DISPLAY (9, 10) "Weight Received (Kg) :- "
                        ACCEPT WeightIn
                    END-IF
                    IF BasisIn = "W" AND WeightIn NOT > 0
                        DISPLAY (11, 10) "Weight Must Be Positive."
                    ELSE
                        PERFORM AddLinePara
                        DISPLAY (11, 10) "Line " LnCount
                                " Added - Item " FoundItem.
        ScanLinePara.
            ADD 1 TO LnIx.
            IF LnPoNo (LnIx) = PoNoIn
                MOVE LnIx TO LnHit.
        FindPoPara.
            MOVE SPACES TO PoFoundStatus.
            OPEN INPUT PoRegFile.
            IF PoRegStatus = "00"
                PERFORM ReadPoRegPara
                PERFORM ScanPoRegPara UNTIL PoRegEOF = "Y"
                CLOSE PoRegFile
                MOVE "N" TO PoRegEOF.
        ReadPoRegPara.
            READ PoRegFile AT END MOVE "Y" TO PoRegEOF.
        ScanPoRegPara.
            IF PoNo = PoNoIn
                MOVE PoStatus TO PoFoundStatus
                MOVE PoItemCode TO FoundItem
                IF PoRecvQty NUMERIC
                    MOVE PoRecvQty TO FoundRecvQty
                ELSE
                    MOVE 0 TO FoundRecvQty
                END-IF
                IF PoRate NUMERIC
                    MOVE PoRate TO FoundRate
                ELSE
                    MOVE 0 TO FoundRate.
            PERFORM ReadPoRegPara.
      * The received line is held in issue units, as GoodsReceipt
      * booked it. A PO already loaded by an earlier bill starts
      * from that loaded rate, so successive charges stack.
        AddLinePara.
            PERFORM FindUomPara.
            PERFORM FindPrevLoadPara.
            ADD 1 TO LnCount.
            MOVE PoNoIn TO LnPoNo (LnCount).
            MOVE FoundItem TO LnItem (LnCount).
            MOVE SPACES TO LnCostCtr (LnCount).
            IF MastStatus = "00"
                MOVE FoundItem TO MItemCode
                READ MastFile
                    INVALID KEY MOVE SPACES TO LnCostCtr (LnCount)
                    NOT INVALID KEY
                        MOVE MCostCenter TO LnCostCtr (LnCount).
            COMPUTE LnStockQty (LnCount) =
                FoundRecvQty * ConvFactorWk.
            COMPUTE LnValue (LnCount) = FoundRecvQty * FoundRate.
            MOVE WeightIn TO LnWeight (LnCount).
            IF PrevRateWk > 0
                MOVE PrevRateWk TO LnBaseRate (LnCount)
            ELSE
                COMPUTE LnBaseRate (LnCount) ROUNDED =
                    FoundRate / ConvFactorWk.
            MOVE 0 TO LnShare (LnCount).
            MOVE 0 TO LnNewRate (LnCount).
        FindUomPara.
            MOVE 1 TO ConvFactorWk.
            OPEN INPUT UomFile.
            IF UomStatus = "00"
                PERFORM ReadUomPara
                PERFORM ScanUomPara UNTIL UomEOF = "Y"
                CLOSE UomFile
                MOVE "N" TO UomEOF.
        ReadUomPara.
            READ UomFile AT END MOVE "Y" TO UomEOF.
        ScanUomPara.
            IF UomItemCode = FoundItem AND UomConvFactor > 0
                MOVE UomConvFactor TO ConvFactorWk.
            PERFORM ReadUomPara.
        FindPrevLoadPara.
            MOVE 0 TO PrevRateWk.
            OPEN INPUT LandCostFile.
            IF LandCostStatus = "00"
                PERFORM ReadLandCostPara
                PERFORM ScanPrevLoadPara UNTIL LandCostEOF = "Y"
                CLOSE LandCostFile
                MOVE "N" TO LandCostEOF.
        ScanPrevLoadPara.
            IF LcPoNo = PoNoIn
                MOVE LcLoadedRate TO PrevRateWk.
            PERFORM ReadLandCostPara.
      * Each line takes the bill in proportion to its value, its
      * quantity or its weight; the last line takes whatever the
      * rounding left so the shares add back to the bill exactly.
        SpreadPara.
            MOVE 0 TO BasisTotal.
            MOVE 0 TO LnIx.
            PERFORM AddBasisPara UNTIL LnIx NOT < LnCount.
            IF BasisTotal = 0
                DISPLAY (12, 10) "Nothing Received To Spread Over."
            ELSE
                MOVE 0 TO SpreadSoFar
                MOVE "N" TO RateTooHigh
                MOVE 0 TO LnIx
                PERFORM ShareOnePara UNTIL LnIx NOT < LnCount
                MOVE ChargeAmtIn TO AmtOut
                DISPLAY (12, 10) "Lines :- " LnCount
                        "   Amount Spread :- " AmtOut
                IF RateTooHigh = "Y"
                    DISPLAY (13, 10) "Loaded Rate Over 9999.99 -"
                            " Bill Refused."
                    MOVE BillNoIn TO BadValueOut
                    PERFORM LogExceptionPara
                ELSE
                    DISPLAY (13, 10) "Confirm Apportionment (Y/N) :- "
                    ACCEPT ConfirmFlag
                    IF ConfirmFlag = "Y"
                        PERFORM PostBillPara
                        DISPLAY (14, 10) "Landed Cost Posted."
                    ELSE
                        DISPLAY (14, 10) "Nothing Posted.".
        AddBasisPara.
            ADD 1 TO LnIx.
            PERFORM BasisOfLinePara.
            ADD BasisWk TO BasisTotal.
        BasisOfLinePara.
            IF BasisIn = "V"
                MOVE LnValue (LnIx) TO BasisWk
            ELSE IF BasisIn = "Q"
                MOVE LnStockQty (LnIx) TO BasisWk
            ELSE
                MOVE LnWeight (LnIx) TO BasisWk.
        ShareOnePara.
            ADD 1 TO LnIx.
            IF LnIx = LnCount
                COMPUTE LnShare (LnIx) = ChargeAmtIn - SpreadSoFar
            ELSE
                PERFORM BasisOfLinePara
                COMPUTE LnShare (LnIx) ROUNDED =
                    ChargeAmtIn * BasisWk / BasisTotal.
            ADD LnShare (LnIx) TO SpreadSoFar.
            IF LnStockQty (LnIx) > 0
                COMPUTE NewRateWk ROUNDED = LnBaseRate (LnIx)
                    + LnShare (LnIx) / LnStockQty (LnIx)
            ELSE
                MOVE LnBaseRate (LnIx) TO NewRateWk.
            IF NewRateWk > 9999.99
                MOVE "Y" TO RateTooHigh
            ELSE
                MOVE NewRateWk TO LnNewRate (LnIx).
        PostBillPara.
            OPEN EXTEND LandCostFile.
            IF LandCostStatus = "35"
                OPEN OUTPUT LandCostFile.
            OPEN EXTEND PriceHistFile.
            IF PriceHistStatus = "35"
                OPEN OUTPUT PriceHistFile.
            MOVE 0 TO LnIx.
            PERFORM PostOneLinePara UNTIL LnIx NOT < LnCount.
            CLOSE LandCostFile PriceHistFile.
            PERFORM LogAuditPara.
        PostOneLinePara.
            ADD 1 TO LnIx.
            MOVE BillNoIn TO LcBillNo.
            MOVE ChargeTypeIn TO LcChargeType.
            MOVE BasisIn TO LcBasis.
            MOVE LnPoNo (LnIx) TO LcPoNo.
            MOVE LnItem (LnIx) TO LcItemCode.
            MOVE LnCostCtr (LnIx) TO LcCostCenter.
            MOVE LnWeight (LnIx) TO LcWeight.
            MOVE LnStockQty (LnIx) TO LcStockQty.
            MOVE LnShare (LnIx) TO LcAmount.
            MOVE LnNewRate (LnIx) TO LcLoadedRate.
            MOVE RunDate8 TO LcPostDate.
            MOVE OperOpId TO LcUserId.
            WRITE LandCostRec.
            MOVE LnItem (LnIx) TO PHItemCode.
            MOVE LnNewRate (LnIx) TO PHRate.
            MOVE RunDate8 TO PHEffDate.
            WRITE PriceHistRec.
        LogExceptionPara.
            OPEN EXTEND ExcpLogFile.
            IF ExcpLogStatus = "35"
                OPEN OUTPUT ExcpLogFile.
            MOVE "LANDENT" TO ElProgram.
            MOVE "EntryPara" TO ElParagraph.
            MOVE BadValueOut TO ElBadValue.
            MOVE "N" TO ElStatus.
            MOVE SPACES TO ElAssignTo.
            MOVE SPACES TO ElResolveNote.
            MOVE OperOpId TO ElUserId.
            ACCEPT ElTimestamp FROM DATE YYYYMMDD.
            WRITE ExcpLogRec.
            CLOSE ExcpLogFile.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "LANDENT" TO AuProgram.
            MOVE "LandCost.dat" TO AuFileId.
            MOVE BillNoIn TO AuKey.
            MOVE ChargeTypeIn TO AuBeforeImage.
            MOVE ChargeAmtIn TO AmtOut.
            MOVE AmtOut TO AuAfterImage.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
