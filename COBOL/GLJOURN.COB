            SELECT GLFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GLStatus.
            SELECT VendInvFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS VendInvStatus.
            SELECT ApLedgerFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ApLedgerStatus.
            SELECT LandCostFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LandCostStatus.
            SELECT FaTxnFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FaTxnStatus.
            SELECT ArLedgerFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ArLedgerStatus.
            SELECT GateSettleFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GateSettleStatus.
            SELECT PlayerPayFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PlayerPayStatus.
            SELECT VoucherFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS VoucherStatus.
            SELECT JournalFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS JournalStatus.
            SELECT JournalCtlFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS JournalCtlStatus.
            SELECT RunLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RunLogStatus.
            05  GLCostCenter   PIC X(4).
            05  GLTotalCost    PIC S9(6)V99.
            05  GLRunDate      PIC 9(8).
        FD VendInvFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "VendInv.dat".
            COPY "VENDINV.CPY".
        FD ApLedgerFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ApLedger.dat".
            COPY "APLEDG.CPY".
        FD LandCostFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "LandCost.dat".
            COPY "LANDCOST.CPY".
        FD FaTxnFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "FaTxn.dat".
            COPY "FATXN.CPY".
        FD ArLedgerFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ArLedger.dat".
            COPY "ARLEDG.CPY".
        FD GateSettleFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "GateSettle.dat".
            COPY "GATESETL.CPY".
        FD PlayerPayFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PlayerPay.dat".
            COPY "PLAYPAY.CPY".
        FD VoucherFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Voucher.dat".
            COPY "VOUCHER.CPY".
        FD JournalFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Journal.dat".
            05  JnDrCr         PIC A.
            05  F              PIC X(1) VALUE SPACES.
            05  JnAmount       PIC 9(9)V99.
      * The run date of the journal released, so GLPosting can tell
      * one journal from the next now voucher lines carry their own
      * dates.
        FD JournalCtlFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "JournalCtl.dat".
        01  JournalCtlRec.
            05  JcRunDate      PIC 9(8).
        FD RunLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RunLog.dat".
        01  PaySlipStatus  PIC XX VALUE "00".
        01  EmpMastStatus  PIC XX VALUE "00".
        01  GLStatus       PIC XX VALUE "00".
        01  VendInvStatus  PIC XX VALUE "00".
        01  ApLedgerStatus PIC XX VALUE "00".
        01  LandCostStatus PIC XX VALUE "00".
        01  FaTxnStatus    PIC XX VALUE "00".
        01  ArLedgerStatus PIC XX VALUE "00".
        01  GateSettleStatus PIC XX VALUE "00".
        01  PlayerPayStatus PIC XX VALUE "00".
        01  VoucherStatus  PIC XX VALUE "00".
        01  JournalStatus  PIC XX VALUE "00".
        01  JournalCtlStatus PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  AcctMapEOF     PIC A VALUE "N".
        01  SlipEOF        PIC A VALUE "N".
        01  GLEOF          PIC A VALUE "N".
        01  VendInvEOF     PIC A VALUE "N".
        01  ApLedgerEOF    PIC A VALUE "N".
        01  LandCostEOF    PIC A VALUE "N".
        01  FaTxnEOF       PIC A VALUE "N".
        01  ArLedgerEOF    PIC A VALUE "N".
        01  GateSettleEOF  PIC A VALUE "N".
        01  PlayerPayEOF   PIC A VALUE "N".
        01  VoucherEOF     PIC A VALUE "N".
        01  EmpFound       PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  MapIx          PIC 9(2) VALUE 0.
        01  MapHit         PIC 9(2) VALUE 0.
        01  MapCount       PIC 9(2) VALUE 0.
        01  MapTable.
            05  MapEntry OCCURS 40 TIMES.
                10  MtSource   PIC X(8).
                10  MtAcctNo   PIC X(6).
                10  MtAcctName PIC X(20).
        01  SourceWk       PIC X(8).
        01  MapMissing     PIC A VALUE "N".
        01  DeptWk         PIC X(4).
        01  MatchDeptWk.
            05  F          PIC X VALUE "M".
            05  MdMatchId  PIC 999.
        01  DeptIx         PIC 9(2) VALUE 0.
        01  DeptHit        PIC 9(2) VALUE 0.
        01  DeptCount      PIC 9(2) VALUE 0.
                10  DtGross    PIC 9(9)V99.
                10  DtPF       PIC 9(9)V99.
                10  DtTDS      PIC 9(9)V99.
                10  DtEsi      PIC 9(9)V99.
                10  DtEsiEr    PIC 9(9)V99.
                10  DtLoan     PIC 9(9)V99.
                10  DtLib      PIC 9(9)V99.
                10  DtNet      PIC 9(9)V99.
        01  DrTotal        PIC 9(10)V99 VALUE 0.
        01  CrTotal        PIC 9(10)V99 VALUE 0.
        01  JnCount        PIC 9(5) VALUE 0.
        01  AmountWk       PIC 9(9)V99 VALUE 0.
        01  DrCrWk         PIC A.
        01  PriceVarWk     PIC S9(7)V99 VALUE 0.
        01  DispGainWk     PIC S9(7)V99 VALUE 0.
        01  DelStatus      PIC S9(9) COMP-5 VALUE 0.
        01  DrTotOut       PIC Z(9)9.99.
        01  CrTotOut       PIC Z(9)9.99.
            PERFORM PayrollSidePara.
            PERFORM PostPayrollPara.
            PERFORM InventorySidePara.
            PERFORM PayablesSidePara.
            PERFORM VendorLedgerPara.
            PERFORM LandedCostPara.
            PERFORM FixedAssetPara.
            PERFORM ReceivablesPara.
            PERFORM GateRevenuePara.
            PERFORM PlayerPayPara.
            PERFORM VoucherPara.
            CLOSE JournalFile EmpMastFile.
            MOVE DrTotal TO DrTotOut.
            MOVE CrTotal TO CrTotOut.
                MOVE 8 TO RlReturnCode
            ELSE
                DISPLAY "Journal Balanced And Released."
                PERFORM WriteCtlPara
                MOVE 0 TO RlReturnCode.
            PERFORM LogRunPara.
            MOVE RlReturnCode TO RETURN-CODE.
        ReadMapPara.
            READ AcctMapFile AT END MOVE "Y" TO AcctMapEOF.
        LoadOneMapPara.
            IF MapCount < 40
                ADD 1 TO MapCount
                MOVE AmSourceCode TO MtSource (MapCount)
                MOVE AmAcctNo TO MtAcctNo (MapCount)
                MOVE DeptWk TO DtDept (DeptHit)
                MOVE 0 TO DtGross (DeptHit) DtPF (DeptHit)
                MOVE 0 TO DtTDS (DeptHit) DtLoan (DeptHit)
                MOVE 0 TO DtNet (DeptHit) DtLib (DeptHit)
                MOVE 0 TO DtEsi (DeptHit) DtEsiEr (DeptHit).
            IF DeptHit NOT = 0
                ADD PSTotSal TO DtGross (DeptHit)
                ADD PSPFDed TO DtPF (DeptHit)
                ADD PSTDS TO DtTDS (DeptHit)
                ADD PSLoanDed TO DtLoan (DeptHit)
                ADD PSLibDed TO DtLib (DeptHit)
                ADD PSNetSal TO DtNet (DeptHit)
                ADD PSEsiDed TO DtEsi (DeptHit)
                ADD PSEsiEmpr TO DtEsiEr (DeptHit).
        ScanDeptTabPara.
            ADD 1 TO DeptIx.
            IF DtDept (DeptIx) = DeptWk
            MOVE DtTDS (DeptIx) TO AmountWk.
            MOVE "C" TO DrCrWk.
            PERFORM WriteJournalPara.
            MOVE "ESIPAY" TO SourceWk.
            MOVE DtEsi (DeptIx) TO AmountWk.
            MOVE "C" TO DrCrWk.
            PERFORM WriteJournalPara.
            MOVE "ESIEXP" TO SourceWk.
            MOVE DtEsiEr (DeptIx) TO AmountWk.
            MOVE "D" TO DrCrWk.
            PERFORM WriteJournalPara.
            MOVE "ESIPAY" TO SourceWk.
            MOVE DtEsiEr (DeptIx) TO AmountWk.
            MOVE "C" TO DrCrWk.
            PERFORM WriteJournalPara.
            MOVE "LOANRC" TO SourceWk.
            MOVE DtLoan (DeptIx) TO AmountWk.
            MOVE "C" TO DrCrWk.
            PERFORM WriteJournalPara.
            MOVE "LIBRC" TO SourceWk.
            MOVE DtLib (DeptIx) TO AmountWk.
            MOVE "C" TO DrCrWk.
            PERFORM WriteJournalPara.
            MOVE "NETPAY" TO SourceWk.
            MOVE DtNet (DeptIx) TO AmountWk.
            MOVE "C" TO DrCrWk.
                    MOVE "C" TO DrCrWk
                    PERFORM WriteJournalPara.
            PERFORM ReadGLPara.
      * Invoice lines matched today clear the receipt value out of
      * GRNI into the vendor payable; the vendor code rides in the
      * department column. Invoice amount over or under the receipt
      * value goes to price variance.
        PayablesSidePara.
            OPEN INPUT VendInvFile.
            IF VendInvStatus = "00"
                PERFORM ReadVendInvPara
                PERFORM PostOneInvPara UNTIL VendInvEOF = "Y"
                CLOSE VendInvFile.
        ReadVendInvPara.
            READ VendInvFile AT END MOVE "Y" TO VendInvEOF.
        PostOneInvPara.
            IF ViStatus = "M" AND ViMatchDate = RunDate8
                MOVE ViVendorCode TO DeptWk
                MOVE "GRNI" TO SourceWk
                MOVE ViRecvValue TO AmountWk
                MOVE "D" TO DrCrWk
                PERFORM WriteJournalPara
                MOVE "VENDPAY" TO SourceWk
                MOVE ViAmount TO AmountWk
                MOVE "C" TO DrCrWk
                PERFORM WriteJournalPara
                COMPUTE PriceVarWk = ViAmount - ViRecvValue
                MOVE "PRICEVAR" TO SourceWk
                IF PriceVarWk > 0
                    MOVE PriceVarWk TO AmountWk
                    MOVE "D" TO DrCrWk
                    PERFORM WriteJournalPara
                ELSE
                    IF PriceVarWk < 0
                        COMPUTE AmountWk = 0 - PriceVarWk
                        MOVE "C" TO DrCrWk
                        PERFORM WriteJournalPara.
            PERFORM ReadVendInvPara.
      * Debit notes and payments entered on the vendor ledger today
      * reduce the payable: a debit note against purchase returns, a
      * payment against the bank.
        VendorLedgerPara.
            OPEN INPUT ApLedgerFile.
            IF ApLedgerStatus = "00"
                PERFORM ReadLedgerPara
                PERFORM PostOneLedgerPara UNTIL ApLedgerEOF = "Y"
                CLOSE ApLedgerFile.
        ReadLedgerPara.
            READ ApLedgerFile AT END MOVE "Y" TO ApLedgerEOF.
        PostOneLedgerPara.
            IF AlPostDate = RunDate8
               AND (AlTxnType = "D" OR AlTxnType = "P")
                MOVE AlVendorCode TO DeptWk
                MOVE "VENDPAY" TO SourceWk
                MOVE AlAmount TO AmountWk
                MOVE "D" TO DrCrWk
                PERFORM WriteJournalPara
                IF AlTxnType = "D"
                    MOVE "PURRET" TO SourceWk
                ELSE
                    MOVE "BANK" TO SourceWk
                END-IF
                MOVE AlAmount TO AmountWk
                MOVE "C" TO DrCrWk
                PERFORM WriteJournalPara.
            PERFORM ReadLedgerPara.
      * Freight, duty and the like apportioned today come out of the
      * landed-cost clearing account, where the bills were booked,
      * and into stock against the item's cost center.
        LandedCostPara.
            OPEN INPUT LandCostFile.
            IF LandCostStatus = "00"
                PERFORM ReadLandCostPara
                PERFORM PostOneLandedPara UNTIL LandCostEOF = "Y"
                CLOSE LandCostFile.
        ReadLandCostPara.
            READ LandCostFile AT END MOVE "Y" TO LandCostEOF.
        PostOneLandedPara.
            IF LcPostDate = RunDate8
                MOVE LcCostCenter TO DeptWk
                MOVE "STOCK" TO SourceWk
                MOVE LcAmount TO AmountWk
                MOVE "D" TO DrCrWk
                PERFORM WriteJournalPara
                MOVE "LANDCOST" TO SourceWk
                MOVE LcAmount TO AmountWk
                MOVE "C" TO DrCrWk
                PERFORM WriteJournalPara.
            PERFORM ReadLandCostPara.
      * Fixed asset movements booked today - capitalisation on
      * receipt, the monthly depreciation charge, transfers between
      * cost centers and disposals - as laid out in FATXN.CPY.
        FixedAssetPara.
            OPEN INPUT FaTxnFile.
            IF FaTxnStatus = "00"
                PERFORM ReadFaTxnPara
                PERFORM PostOneFaTxnPara UNTIL FaTxnEOF = "Y"
                CLOSE FaTxnFile.
        ReadFaTxnPara.
            READ FaTxnFile AT END MOVE "Y" TO FaTxnEOF.
        PostOneFaTxnPara.
            IF FtPostDate = RunDate8
                MOVE FtCostCenter TO DeptWk
                IF FtTxnType = "C"
                    PERFORM PostFaCapPara
                ELSE IF FtTxnType = "D"
                    PERFORM PostFaDeprPara
                ELSE IF FtTxnType = "T"
                    PERFORM PostFaTrfPara
                ELSE IF FtTxnType = "X"
                    PERFORM PostFaDispPara
                END-IF
                END-IF
                END-IF
                END-IF.
            PERFORM ReadFaTxnPara.
        PostFaCapPara.
            MOVE "FACOST" TO SourceWk.
            MOVE FtAmount TO AmountWk.
            MOVE "D" TO DrCrWk.
            PERFORM WriteJournalPara.
            MOVE "GRNI" TO SourceWk.
            MOVE FtAmount TO AmountWk.
            MOVE "C" TO DrCrWk.
            PERFORM WriteJournalPara.
        PostFaDeprPara.
            MOVE "DEPREXP" TO SourceWk.
            MOVE FtAmount TO AmountWk.
            MOVE "D" TO DrCrWk.
            PERFORM WriteJournalPara.
            MOVE "FAACCDEP" TO SourceWk.
            MOVE FtAmount TO AmountWk.
            MOVE "C" TO DrCrWk.
            PERFORM WriteJournalPara.
        PostFaTrfPara.
            IF FtToCostCtr NOT = FtCostCenter
                MOVE FtToCostCtr TO DeptWk
                MOVE "FACOST" TO SourceWk
                MOVE FtAmount TO AmountWk
                MOVE "D" TO DrCrWk
                PERFORM WriteJournalPara
                MOVE "FAACCDEP" TO SourceWk
                MOVE FtAccumDep TO AmountWk
                MOVE "C" TO DrCrWk
                PERFORM WriteJournalPara
                MOVE FtCostCenter TO DeptWk
                MOVE "FACOST" TO SourceWk
                MOVE FtAmount TO AmountWk
                MOVE "C" TO DrCrWk
                PERFORM WriteJournalPara
                MOVE "FAACCDEP" TO SourceWk
                MOVE FtAccumDep TO AmountWk
                MOVE "D" TO DrCrWk
                PERFORM WriteJournalPara.
        PostFaDispPara.
            MOVE "FAACCDEP" TO SourceWk.
            MOVE FtAccumDep TO AmountWk.
            MOVE "D" TO DrCrWk.
            PERFORM WriteJournalPara.
            MOVE "BANK" TO SourceWk.
            MOVE FtProceeds TO AmountWk.
            MOVE "D" TO DrCrWk.
            PERFORM WriteJournalPara.
            MOVE "FACOST" TO SourceWk.
            MOVE FtAmount TO AmountWk.
            MOVE "C" TO DrCrWk.
            PERFORM WriteJournalPara.
            COMPUTE DispGainWk = FtProceeds + FtAccumDep - FtAmount.
            MOVE "FADISPGL" TO SourceWk.
            IF DispGainWk > 0
                MOVE DispGainWk TO AmountWk
                MOVE "C" TO DrCrWk
                PERFORM WriteJournalPara
            ELSE
                IF DispGainWk < 0
                    COMPUTE AmountWk = 0 - DispGainWk
                    MOVE "D" TO DrCrWk
                    PERFORM WriteJournalPara.
      * Sales invoices raised today charge the customer and book the
      * revenue; receipts banked today clear the customer. The
      * customer code rides in the department column so the control
      * account can be analysed by customer.
        ReceivablesPara.
            OPEN INPUT ArLedgerFile.
            IF ArLedgerStatus = "00"
                PERFORM ReadArLedgerPara
                PERFORM PostOneArPara UNTIL ArLedgerEOF = "Y"
                CLOSE ArLedgerFile.
        ReadArLedgerPara.
            READ ArLedgerFile AT END MOVE "Y" TO ArLedgerEOF.
        PostOneArPara.
            IF ArPostDate = RunDate8
                MOVE ArCustCode TO DeptWk
                MOVE ArAmount TO AmountWk
                IF ArTxnType = "I"
                    MOVE "ARCUST" TO SourceWk
                    MOVE "D" TO DrCrWk
                    PERFORM WriteJournalPara
                    MOVE "SALES" TO SourceWk
                    MOVE "C" TO DrCrWk
                    PERFORM WriteJournalPara
                ELSE IF ArTxnType = "R"
                    MOVE "BANK" TO SourceWk
                    MOVE "D" TO DrCrWk
                    PERFORM WriteJournalPara
                    MOVE "ARCUST" TO SourceWk
                    MOVE "C" TO DrCrWk
                    PERFORM WriteJournalPara
                END-IF
                END-IF.
            PERFORM ReadArLedgerPara.
        GateRevenuePara.
            OPEN INPUT GateSettleFile.
            IF GateSettleStatus = "00"
                PERFORM ReadGateSettlePara
                PERFORM PostOneGatePara UNTIL GateSettleEOF = "Y"
                CLOSE GateSettleFile.
        ReadGateSettlePara.
            READ GateSettleFile AT END MOVE "Y" TO GateSettleEOF.
        PostOneGatePara.
            IF GsPostDate = RunDate8
                MOVE GsMatchId TO MdMatchId
                MOVE MatchDeptWk TO DeptWk
                MOVE GsAmount TO AmountWk
                MOVE "BANK" TO SourceWk
                MOVE "D" TO DrCrWk
                PERFORM WriteJournalPara
                MOVE "GATEREV" TO SourceWk
                MOVE "C" TO DrCrWk
                PERFORM WriteJournalPara.
            PERFORM ReadGateSettlePara.
      * Player fees paid on the run date, by contracting team: the
      * gross fee to expense, TDS held back and the net out of the
      * bank.
        PlayerPayPara.
            OPEN INPUT PlayerPayFile.
            IF PlayerPayStatus = "00"
                PERFORM ReadPlayerPayPara
                PERFORM PostOnePlayerPara UNTIL PlayerPayEOF = "Y"
                CLOSE PlayerPayFile.
        ReadPlayerPayPara.
            READ PlayerPayFile AT END MOVE "Y" TO PlayerPayEOF.
        PostOnePlayerPara.
            IF PpPayDate = RunDate8
                MOVE PpTeam TO DeptWk
                MOVE PpGross TO AmountWk
                MOVE "PLAYFEE" TO SourceWk
                MOVE "D" TO DrCrWk
                PERFORM WriteJournalPara
                MOVE PpTds TO AmountWk
                MOVE "TDSPAY" TO SourceWk
                MOVE "C" TO DrCrWk
                PERFORM WriteJournalPara
                MOVE PpNet TO AmountWk
                MOVE "BANK" TO SourceWk
                PERFORM WriteJournalPara.
            PERFORM ReadPlayerPayPara.
      * Manual journal vouchers passed by TxnApprove on the run date,
      * line for line as keyed and dated on the voucher date, so a
      * back-dated voucher lands in its own period; each voucher was
      * proved in balance when it was entered.
        VoucherPara.
            OPEN INPUT VoucherFile.
            IF VoucherStatus = "00"
                PERFORM ReadVoucherPara
                PERFORM PostOneVoucherPara UNTIL VoucherEOF = "Y"
                CLOSE VoucherFile.
        ReadVoucherPara.
            READ VoucherFile AT END MOVE "Y" TO VoucherEOF.
        PostOneVoucherPara.
            IF VcStatus = "A" AND VcActionDate = RunDate8
                MOVE VcDate TO JnDate
                MOVE VcAcctNo TO JnAcctNo
                MOVE VcAcctName TO JnAcctName
                MOVE VcDept TO JnDept
                MOVE VcDrCr TO JnDrCr
                MOVE VcAmount TO JnAmount
                WRITE JournalRec
                ADD 1 TO JnCount
                IF VcDrCr = "D"
                    ADD VcAmount TO DrTotal
                ELSE
                    ADD VcAmount TO CrTotal.
            PERFORM ReadVoucherPara.
        WriteJournalPara.
            IF AmountWk > 0
                PERFORM FindMapPara
                    ADD AmountWk TO DrTotal
                ELSE
                    ADD AmountWk TO CrTotal.
        WriteCtlPara.
            OPEN OUTPUT JournalCtlFile.
            MOVE RunDate8 TO JcRunDate.
            WRITE JournalCtlRec.
            CLOSE JournalCtlFile.
        LogRunPara.
            OPEN EXTEND RunLogFile.
            CALL "GetOper" USING OperLinkRec.
            MOVE RunDate8 TO RlRunDate.
            MOVE JnCount TO RlRecRead.
            MOVE JnCount TO RlRecWrit.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
