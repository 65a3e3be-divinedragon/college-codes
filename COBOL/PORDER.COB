           SELECT ContractFile ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ContractStatus.
           SELECT ReqFile ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReqStatus.

       DATA DIVISION.
       FILE SECTION.
           05  MItemName        PIC X(10).
           05  MReorderLevel    PIC 9(4).
           05  MCostCenter      PIC X(4).
           05  MInspectReq      PIC A.
       FD BudgetFile
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DeptBudget.dat".
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RateContract.dat".
           COPY "CONTRACT.CPY".
       FD ReqFile
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "Requisition.dat".
           COPY "REQUISN.CPY".

       WORKING-STORAGE SECTION.
       COPY "DOCLINK.CPY".
       COPY "VENDLINK.CPY".
       01 ReorderEOF            PIC A VALUE "N".
       01 PoRegStatus           PIC XX VALUE "00".
       01 PoRegEOF              PIC A VALUE "N".
       01 CtrVendorWk           PIC X(4).
       01 CtrRateWk             PIC 9(4)V99 VALUE 0.
       01 ItemDeptWk            PIC X(4) VALUE SPACES.
       01 ReqDeptWk             PIC X(4) VALUE SPACES.
       01 PoRaised              PIC A VALUE "N".
       01 ReqStatus             PIC XX VALUE "00".
       01 ReqEOF                PIC A VALUE "N".
       01 ReqFull               PIC A VALUE "N".
       01 RtIx                  PIC 9(3) VALUE 0.
       01 RtCount               PIC 9(3) VALUE 0.
       01 ReqTable.
           05 ReqEntry OCCURS 500 TIMES.
               10 RtLine        PIC X(71).
       01 PoValueWk             PIC 9(8)V99 VALUE 0.
       01 CurFy                 PIC 9(4) VALUE 0.
       01 CurPd                 PIC 99 VALUE 0.
               10 PrtQty        PIC 9(5).
               10 PrtRate       PIC 9(4)V99.
               10 PrtStatus     PIC A.
               10 PrtDept       PIC X(4).
       COPY "CALENDAR.CPY".
       01 QuoteIx               PIC 9(2) VALUE 0.
       01 QuoteCount            PIC 9(2) VALUE 0.
           05  F                PIC X(36) VALUE
               "** ORDERED UNDER RATE CONTRACT WITH ".
           05  CtrVendOut       PIC X(4).
       01 VendAddr1Rec.
           05  F                PIC X(5) VALUE ALL SPACES.
           05  F                PIC X(10) VALUE "Address : ".
           05  VaAddr1Out       PIC X(30).
           05  F                PIC X(1) VALUE ALL SPACES.
           05  VaAddr2Out       PIC X(30).
       01 VendAddr2Rec.
           05  F                PIC X(15) VALUE ALL SPACES.
           05  VaCityOut        PIC X(15).
           05  F                PIC X(1) VALUE ALL SPACES.
           05  VaPinOut         PIC X(6).
           05  F                PIC X(10) VALUE "  GSTIN : ".
           05  VaGstinOut       PIC X(15).
       01 VendorBarRec.
           05  F                PIC X(5) VALUE ALL SPACES.
           05  VbLabelOut       PIC X(20).
           05  VbCodeOut        PIC X(4).
           05  F                PIC X(1) VALUE ALL SPACES.
           05  VbReasonOut      PIC X(20).
       01 NoVendorRec.
           05  F                PIC X(3) VALUE ALL SPACES.
           05  F                PIC X(24) VALUE "** NO VENDOR ITEM:".
           05  BwBudgetOut      PIC Z(7)9.99.
           05  F                PIC X(12) VALUE " Committed ".
           05  BwCommitOut      PIC Z(8)9.99.
       01 ReqForRec.
           05  F                PIC X(5) VALUE ALL SPACES.
           05  F                PIC X(20) VALUE
               "** FOR REQUISITION ".
           05  RfReqNoOut       PIC 9(6).
           05  F                PIC X(7) VALUE " LINE ".
           05  RfLineOut        PIC 99.
           05  F                PIC X(7) VALUE " DEPT ".
           05  RfDeptOut        PIC X(4).
       01 BudgetBlockRec.
           05  F                PIC X(5) VALUE ALL SPACES.
           05  F                PIC X(40) VALUE
       PROCEDURE DIVISION.
       ControlPara.
           ACCEPT RunDate8 FROM DATE YYYYMMDD.
      * Requisition.dat is rewritten from the table, so a file the
      * table cannot hold refuses the run before any PO is raised.
           PERFORM LoadReqPara.
           IF ReqFull = "Y"
               DISPLAY "Requisition.dat Exceeds Table. Run Refused."
               MOVE 8 TO RETURN-CODE
               GOBACK.
           MOVE RunDate8 TO CalInDate.
           CALL "Calendar" USING CalLinkRec.
           MOVE CalFiscalYear TO CurFy.
           WRITE RecOut FROM LineRec.
           PERFORM ReadReorderPara.
           PERFORM ProcessPara UNTIL ReorderEOF = "Y".
           MOVE 0 TO RtIx.
           PERFORM DemandOnePara UNTIL RtIx NOT < RtCount.
           IF RtCount > 0
               PERFORM RewriteReqPara.
           WRITE RecOut FROM LineRec.
           CLOSE ReorderIn PoFile.
           IF MastStatus = "00"
           READ PoRegFile AT END MOVE "Y" TO PoRegEOF.
       ReadReorderPara.
           READ ReorderIn AT END MOVE "Y" TO ReorderEOF.
       ProcessPara.
           PERFORM OrderItemPara.
           PERFORM ReadReorderPara.
      * Orders go out in the purchase unit: the shortage in issue
      * units is rounded up to whole purchase units.
       OrderItemPara.
           MOVE "N" TO PoRaised.
           PERFORM FindVendorPara.
           IF VendorFound = "Y"
               PERFORM FindUomPara
                   MOVE OrderQty TO OrderQtyOut
                   MOVE FoundRate TO RateOut
                   WRITE RecOut FROM DetailRec
                   PERFORM PrintVendAddrPara
                   IF BudgetFound = "Y"
                      AND CommittedWk + PoValueWk > BudgetAmtWk
                       MOVE ItemDeptWk TO BwDeptOut
                   END-IF
                   PERFORM WritePoRegPara
                   PERFORM AddCommitPara
                   MOVE "Y" TO PoRaised
               END-IF
           ELSE
               MOVE RItemCode TO NoVendorCodeOut
               WRITE RecOut FROM NoVendorRec.
      * Approved requisition lines RequisitionIssue could not fill
      * from stock ("D") are ordered in full, one PO per line, and
      * charged against the requesting department's budget. The
      * line goes on order ("O") carrying the PO number, so it is
      * issued once GoodsReceipt closes the PO.
       LoadReqPara.
           MOVE 0 TO RtCount.
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
               MOVE ReqRec TO RtLine (RtCount)
           ELSE
               MOVE "Y" TO ReqFull.
           PERFORM ReadReqPara.
       DemandOnePara.
           ADD 1 TO RtIx.
           MOVE RtLine (RtIx) TO ReqRec.
           IF RqStatus = "D"
               MOVE RqItemCode TO RItemCode
               MOVE 0 TO ROnHand
               MOVE RqQty TO RReorderLevel
               MOVE RqCostCenter TO ReqDeptWk
               PERFORM OrderItemPara
               MOVE SPACES TO ReqDeptWk
               IF PoRaised = "Y"
                   MOVE RqReqNo TO RfReqNoOut
                   MOVE RqLineNo TO RfLineOut
                   MOVE RqCostCenter TO RfDeptOut
                   WRITE RecOut FROM ReqForRec
                   MOVE "O" TO RqStatus
                   MOVE NextPoNo TO RqPoNo
                   MOVE RunDate8 TO RqActionDate
                   MOVE ReqRec TO RtLine (RtIx).
       RewriteReqPara.
           OPEN OUTPUT ReqFile.
           MOVE 0 TO RtIx.
           PERFORM RewriteOneReqPara UNTIL RtIx NOT < RtCount.
           CLOSE ReqFile.
       RewriteOneReqPara.
           ADD 1 TO RtIx.
           WRITE ReqRec FROM RtLine (RtIx).
      * Commitments are open "O" register rows valued at their PO
      * rate, grouped on the department the PO was charged to - the
      * requesting department for a requisition order, otherwise
      * the item's cost center - which rides on the row. PoRate is
      * per purchase unit throughout, so a PO is always worth
      * quantity times rate - here, on the register, and when GRN
      * closes it.
       CheckBudgetPara.
           PERFORM FindItemDeptPara.
           IF ReqDeptWk NOT = SPACES
               MOVE ReqDeptWk TO ItemDeptWk.
           COMPUTE PoValueWk = OrderQty * FoundRate.
           MOVE "N" TO BudgetFound.
           MOVE 0 TO BudgetAmtWk.
           READ BudgetFile AT END MOVE "Y" TO BudgetEOF.
       LoadOneBudgetPara.
           IF BgFiscalYear = CurFy AND BgPeriod = CurPd
              AND BgBudgType NOT = "S"
               MOVE 0 TO BgHit
               MOVE 0 TO BgIx
               PERFORM ScanBudgetTabPara UNTIL BgIx NOT < BgCount
               ELSE
                   MOVE 0 TO PrtRate (PrHit)
               END-IF
               MOVE PoStatus TO PrtStatus (PrHit)
               MOVE PoDept TO PrtDept (PrHit).
           PERFORM ReadPoRegPara.
       ScanPoTabPara.
           ADD 1 TO PrIx.
           IF PrtStatus (PrIx) = "O"
               MOVE PrtItem (PrIx) TO RItemCode
               PERFORM FindItemDeptPara
               IF PrtDept (PrIx) NOT = SPACES
                   MOVE PrtDept (PrIx) TO ItemDeptWk
               END-IF
               COMPUTE PoValueWk
                   = PrtQty (PrIx) * PrtRate (PrIx)
               PERFORM AddCommitPara.
           MOVE 0 TO PoRecvDate.
           MOVE 0 TO PoRecvQty.
           MOVE FoundRate TO PoRate.
           MOVE ItemDeptWk TO PoDept.
           WRITE PoRegRec.
           CLOSE PoRegFile.
       FindUomPara.
               MOVE CnVendorCode TO CtrVendorWk
               MOVE CnRate TO CtrRateWk.
           PERFORM ReadContractPara.
      * A contract held with a vendor who has since been blocked or
      * dropped from the vendor master raises no order: the item is
      * reported with no vendor until the contract is replaced.
       UseContractPara.
           MOVE CtrVendorWk TO VlVendorCode.
           CALL "VendorLookup" USING VendLinkRec.
           IF VlFound = "N" OR VlStatus = "B"
               MOVE "** CONTRACT VENDOR " TO VbLabelOut
               PERFORM PrintVendorBarPara
           ELSE
               MOVE "Y" TO VendorFound
               MOVE CtrVendorWk TO FoundVendorCode
               MOVE VlName TO FoundVendorName
               MOVE CtrRateWk TO FoundRate
               MOVE 0 TO FoundLead
               MOVE 0 TO QuoteIx
               PERFORM NameContractVendPara
                   UNTIL QuoteIx NOT < QuoteCount.
           MOVE 0 TO QuoteCount.
           MOVE 0 TO BestIx.
       NameContractVendPara.
           ADD 1 TO QuoteIx.
           IF QtVendorCode (QuoteIx) = CtrVendorWk
               MOVE QtLead (QuoteIx) TO FoundLead.
       ReadVendorPara.
           READ VendorFile AT END MOVE "Y" TO VendorEOF.
      * Quotes from vendors who are not on the vendor master, or are
      * blocked on it, are left out of the comparison and listed so
      * purchasing can see why a cheaper quote was not taken.
       ScanVendorPara.
           IF VItemCode = RItemCode AND QuoteCount < 10
               MOVE VVendorCode TO VlVendorCode
               CALL "VendorLookup" USING VendLinkRec
               IF VlFound = "N" OR VlStatus = "B"
                   MOVE "** QUOTE SKIPPED - " TO VbLabelOut
                   PERFORM PrintVendorBarPara
               ELSE
                   ADD 1 TO QuoteCount
                   MOVE VVendorCode TO QtVendorCode (QuoteCount)
                   MOVE VlName TO QtVendorName (QuoteCount)
                   MOVE VQuoteRate TO QtRate (QuoteCount)
                   MOVE VLeadDays TO QtLead (QuoteCount).
           PERFORM ReadVendorPara.
       PrintVendorBarPara.
           MOVE VlVendorCode TO VbCodeOut.
           IF VlFound = "N"
               MOVE "NOT ON VENDOR MASTER" TO VbReasonOut
           ELSE
               MOVE VlBlockReason TO VbReasonOut.
           WRITE RecOut FROM VendorBarRec.
       PrintVendAddrPara.
           MOVE FoundVendorCode TO VlVendorCode.
           CALL "VendorLookup" USING VendLinkRec.
           MOVE VlAddr1 TO VaAddr1Out.
           MOVE VlAddr2 TO VaAddr2Out.
           WRITE RecOut FROM VendAddr1Rec.
           MOVE VlCity TO VaCityOut.
           MOVE VlPinCode TO VaPinOut.
           MOVE VlGstin TO VaGstinOut.
           WRITE RecOut FROM VendAddr2Rec.
       PickBestQuotePara.
           MOVE "Y" TO VendorFound.
           MOVE 1 TO BestIx.
