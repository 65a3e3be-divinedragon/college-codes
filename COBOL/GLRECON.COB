            SELECT FeeLedgerFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FeeLedgerStatus.
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
            SELECT GlHistFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GlHistStatus.
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "FeeLedger.dat".
            COPY "FEELEDG.CPY".
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
        FD GlHistFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "GlHist.dat".
        01  GLStatus       PIC XX VALUE "00".
        01  FeeLedgerStatus PIC XX VALUE "00".
        01  GlHistStatus   PIC XX VALUE "00".
        01  VendInvStatus  PIC XX VALUE "00".
        01  ApLedgerStatus PIC XX VALUE "00".
        01  LandCostStatus PIC XX VALUE "00".
        01  FaTxnStatus    PIC XX VALUE "00".
        01  ArLedgerStatus PIC XX VALUE "00".
        01  GlPostCtlStatus PIC XX VALUE "00".
        01  GateSettleStatus PIC XX VALUE "00".
        01  PlayerPayStatus PIC XX VALUE "00".
        01  VoucherStatus  PIC XX VALUE "00".
        01  GateSettleEOF  PIC A VALUE "N".
        01  PlayerPayEOF   PIC A VALUE "N".
        01  VoucherEOF     PIC A VALUE "N".
        01  ExcpLogStatus  PIC XX VALUE "00".
        01  AcctMapEOF     PIC A VALUE "N".
        01  SlipEOF        PIC A VALUE "N".
        01  GLEOF          PIC A VALUE "N".
        01  FeeEOF         PIC A VALUE "N".
        01  GlHistEOF      PIC A VALUE "N".
        01  VendInvEOF     PIC A VALUE "N".
        01  ApLedgerEOF    PIC A VALUE "N".
        01  LandCostEOF    PIC A VALUE "N".
        01  FaTxnEOF       PIC A VALUE "N".
        01  ArLedgerEOF    PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  ReconDate      PIC 9(8) VALUE 0.
        01  TotGross       PIC 9(10)V99 VALUE 0.
        01  TotPF          PIC 9(10)V99 VALUE 0.
        01  TotTDS         PIC 9(10)V99 VALUE 0.
        01  TotEsi         PIC 9(10)V99 VALUE 0.
        01  TotEsiEr       PIC 9(10)V99 VALUE 0.
        01  TotLoan        PIC 9(10)V99 VALUE 0.
        01  TotLib         PIC 9(10)V99 VALUE 0.
        01  TotNet         PIC 9(10)V99 VALUE 0.
        01  TotStockIn     PIC 9(10)V99 VALUE 0.
        01  TotConsume     PIC 9(10)V99 VALUE 0.
        01  TotInvGrni     PIC 9(10)V99 VALUE 0.
        01  TotInvAmt      PIC 9(10)V99 VALUE 0.
        01  TotPriceVar    PIC 9(10)V99 VALUE 0.
        01  TotApDebit     PIC 9(10)V99 VALUE 0.
        01  TotApPaid      PIC 9(10)V99 VALUE 0.
        01  TotLanded      PIC 9(10)V99 VALUE 0.
        01  TotFaCap       PIC 9(10)V99 VALUE 0.
        01  TotFaDepr      PIC 9(10)V99 VALUE 0.
        01  TotFaCost      PIC 9(10)V99 VALUE 0.
        01  TotFaAccum     PIC 9(10)V99 VALUE 0.
        01  TotFaProceeds  PIC 9(10)V99 VALUE 0.
        01  TotFaGainLoss  PIC 9(10)V99 VALUE 0.
        01  FaGainWk       PIC S9(7)V99 VALUE 0.
        01  TotArInv       PIC 9(10)V99 VALUE 0.
        01  TotArRcpt      PIC 9(10)V99 VALUE 0.
        01  TotGate        PIC 9(10)V99 VALUE 0.
        01  TotPlayGross   PIC 9(10)V99 VALUE 0.
        01  TotPlayTds     PIC 9(10)V99 VALUE 0.
        01  TotPlayNet     PIC 9(10)V99 VALUE 0.
        01  VoucherTotal   PIC 9(10)V99 VALUE 0.
        01  FeeTypeWk      PIC A VALUE SPACE.
        01  FeeTotal       PIC 9(10)V99 VALUE 0.
        01  SourceTotal    PIC 9(10)V99 VALUE 0.
                GOBACK.
            PERFORM SumSlipsPara.
            PERFORM SumExtractPara.
            PERFORM SumInvoicesPara.
            PERFORM SumVendLedgerPara.
            PERFORM SumLandedPara.
            PERFORM SumFaTxnPara.
            PERFORM SumArLedgerPara.
            PERFORM SumGateSettlePara.
            PERFORM SumPlayerPayPara.
            OPEN OUTPUT FileOut.
            MOVE ReconDate TO ReconOut.
            WRITE RecOut FROM Heading1.
                ADD PSPFDed TO TotPF
                ADD PSTDS TO TotTDS
                ADD PSLoanDed TO TotLoan
                ADD PSLibDed TO TotLib
                ADD PSNetSal TO TotNet
                ADD PSEsiDed TO TotEsi
                ADD PSEsiEmpr TO TotEsiEr.
            PERFORM ReadSlipPara.
        SumExtractPara.
            OPEN INPUT GLFile.
            ELSE
                SUBTRACT GLTotalCost FROM TotConsume.
            PERFORM ReadGLPara.
        SumInvoicesPara.
            OPEN INPUT VendInvFile.
            IF VendInvStatus = "00"
                PERFORM ReadVendInvPara
                PERFORM TallyInvPara UNTIL VendInvEOF = "Y"
                CLOSE VendInvFile.
        ReadVendInvPara.
            READ VendInvFile AT END MOVE "Y" TO VendInvEOF.
        TallyInvPara.
            IF ViStatus = "M" AND ViMatchDate = ReconDate
                ADD ViRecvValue TO TotInvGrni
                ADD ViAmount TO TotInvAmt
                IF ViAmount > ViRecvValue
                    COMPUTE TotPriceVar = TotPriceVar + ViAmount
                                        - ViRecvValue
                ELSE
                    COMPUTE TotPriceVar = TotPriceVar + ViRecvValue
                                        - ViAmount.
            PERFORM ReadVendInvPara.
        SumVendLedgerPara.
            OPEN INPUT ApLedgerFile.
            IF ApLedgerStatus = "00"
                PERFORM ReadLedgerPara
                PERFORM TallyLedgerPara UNTIL ApLedgerEOF = "Y"
                CLOSE ApLedgerFile.
        ReadLedgerPara.
            READ ApLedgerFile AT END MOVE "Y" TO ApLedgerEOF.
        TallyLedgerPara.
            IF AlPostDate = ReconDate
                IF AlTxnType = "D"
                    ADD AlAmount TO TotApDebit
                ELSE IF AlTxnType = "P"
                    ADD AlAmount TO TotApPaid
                END-IF
                END-IF.
            PERFORM ReadLedgerPara.
        SumLandedPara.
            OPEN INPUT LandCostFile.
            IF LandCostStatus = "00"
                PERFORM ReadLandCostPara
                PERFORM TallyLandedPara UNTIL LandCostEOF = "Y"
                CLOSE LandCostFile.
        ReadLandCostPara.
            READ LandCostFile AT END MOVE "Y" TO LandCostEOF.
        TallyLandedPara.
            IF LcPostDate = ReconDate
                ADD LcAmount TO TotLanded.
            PERFORM ReadLandCostPara.
      * FACOST and FAACCDEP carry both sides of a transfer between
      * cost centers, so a transfer counts twice against them.
        SumFaTxnPara.
            OPEN INPUT FaTxnFile.
            IF FaTxnStatus = "00"
                PERFORM ReadFaTxnPara
                PERFORM TallyFaTxnPara UNTIL FaTxnEOF = "Y"
                CLOSE FaTxnFile.
        ReadFaTxnPara.
            READ FaTxnFile AT END MOVE "Y" TO FaTxnEOF.
        TallyFaTxnPara.
            IF FtPostDate = ReconDate
                IF FtTxnType = "C"
                    ADD FtAmount TO TotFaCap
                    ADD FtAmount TO TotFaCost
                ELSE IF FtTxnType = "D"
                    ADD FtAmount TO TotFaDepr
                    ADD FtAmount TO TotFaAccum
                ELSE IF FtTxnType = "T"
                        AND FtToCostCtr NOT = FtCostCenter
                    COMPUTE TotFaCost = TotFaCost + FtAmount * 2
                    COMPUTE TotFaAccum = TotFaAccum + FtAccumDep * 2
                ELSE IF FtTxnType = "X"
                    ADD FtAmount TO TotFaCost
                    ADD FtAccumDep TO TotFaAccum
                    ADD FtProceeds TO TotFaProceeds
                    COMPUTE FaGainWk = FtProceeds + FtAccumDep
                                     - FtAmount
                    IF FaGainWk < 0
                        SUBTRACT FaGainWk FROM TotFaGainLoss
                    ELSE
                        ADD FaGainWk TO TotFaGainLoss
                    END-IF
                END-IF
                END-IF
                END-IF
                END-IF.
            PERFORM ReadFaTxnPara.
        SumArLedgerPara.
            OPEN INPUT ArLedgerFile.
            IF ArLedgerStatus = "00"
                PERFORM ReadArLedgerPara
                PERFORM TallyArPara UNTIL ArLedgerEOF = "Y"
                CLOSE ArLedgerFile.
        ReadArLedgerPara.
            READ ArLedgerFile AT END MOVE "Y" TO ArLedgerEOF.
        TallyArPara.
            IF ArPostDate = ReconDate
                IF ArTxnType = "I"
                    ADD ArAmount TO TotArInv
                ELSE IF ArTxnType = "R"
                    ADD ArAmount TO TotArRcpt
                END-IF
                END-IF.
            PERFORM ReadArLedgerPara.
        SumGateSettlePara.
            OPEN INPUT GateSettleFile.
            IF GateSettleStatus = "00"
                PERFORM ReadGateSettlePara
                PERFORM TallyGatePara UNTIL GateSettleEOF = "Y"
                CLOSE GateSettleFile.
        ReadGateSettlePara.
            READ GateSettleFile AT END MOVE "Y" TO GateSettleEOF.
        TallyGatePara.
            IF GsPostDate = ReconDate
                ADD GsAmount TO TotGate.
            PERFORM ReadGateSettlePara.
        SumPlayerPayPara.
            OPEN INPUT PlayerPayFile.
            IF PlayerPayStatus = "00"
                PERFORM ReadPlayerPayPara
                PERFORM TallyPlayerPara UNTIL PlayerPayEOF = "Y"
                CLOSE PlayerPayFile.
        ReadPlayerPayPara.
            READ PlayerPayFile AT END MOVE "Y" TO PlayerPayEOF.
        TallyPlayerPara.
            IF PpPayDate = ReconDate
                ADD PpGross TO TotPlayGross
                ADD PpTds TO TotPlayTds
                ADD PpNet TO TotPlayNet.
            PERFORM ReadPlayerPayPara.
      * Per mapped source: the subledger figure on one side, the
      * posted GL activity for that account on the reconciliation
      * date on the other. Sources named FEE-x total approved fee
      * ledger rows of type x dated that day. Journal voucher lines
      * passed that day against the account are added to the source
      * side, since GLJournal carries them straight into the GL.
        WalkMapPara.
            OPEN INPUT AcctMapFile.
            IF AcctMapStatus NOT = "00"
            ELSE IF AmSourceCode = "PFPAY"
                MOVE TotPF TO SourceTotal
            ELSE IF AmSourceCode = "TDSPAY"
                COMPUTE SourceTotal = TotTDS + TotPlayTds
            ELSE IF AmSourceCode = "ESIPAY"
                COMPUTE SourceTotal = TotEsi + TotEsiEr
            ELSE IF AmSourceCode = "ESIEXP"
                MOVE TotEsiEr TO SourceTotal
            ELSE IF AmSourceCode = "LOANRC"
                MOVE TotLoan TO SourceTotal
            ELSE IF AmSourceCode = "LIBRC"
                MOVE TotLib TO SourceTotal
            ELSE IF AmSourceCode = "NETPAY"
                MOVE TotNet TO SourceTotal
            ELSE IF AmSourceCode = "STOCK"
                COMPUTE SourceTotal = TotStockIn + TotConsume
                                    + TotLanded
            ELSE IF AmSourceCode = "GRNI"
                COMPUTE SourceTotal = TotStockIn + TotInvGrni
                                    + TotFaCap
            ELSE IF AmSourceCode = "VENDPAY"
                COMPUTE SourceTotal = TotInvAmt + TotApDebit
                                    + TotApPaid
            ELSE IF AmSourceCode = "PURRET"
                MOVE TotApDebit TO SourceTotal
            ELSE IF AmSourceCode = "BANK"
                COMPUTE SourceTotal = TotApPaid + TotFaProceeds
                                    + TotArRcpt + TotGate + TotPlayNet
            ELSE IF AmSourceCode = "GATEREV"
                MOVE TotGate TO SourceTotal
            ELSE IF AmSourceCode = "PLAYFEE"
                MOVE TotPlayGross TO SourceTotal
            ELSE IF AmSourceCode = "ARCUST"
                COMPUTE SourceTotal = TotArInv + TotArRcpt
            ELSE IF AmSourceCode = "SALES"
                MOVE TotArInv TO SourceTotal
            ELSE IF AmSourceCode = "FACOST"
                MOVE TotFaCost TO SourceTotal
            ELSE IF AmSourceCode = "FAACCDEP"
                MOVE TotFaAccum TO SourceTotal
            ELSE IF AmSourceCode = "DEPREXP"
                MOVE TotFaDepr TO SourceTotal
            ELSE IF AmSourceCode = "FADISPGL"
                MOVE TotFaGainLoss TO SourceTotal
            ELSE IF AmSourceCode = "LANDCOST"
                MOVE TotLanded TO SourceTotal
            ELSE IF AmSourceCode = "PRICEVAR"
                MOVE TotPriceVar TO SourceTotal
            ELSE IF AmSourceCode = "CONSUME"
                MOVE TotConsume TO SourceTotal
            ELSE IF MapSrc4 = "FEE-"
                MOVE "N" TO SourceKnown.
            IF SourceKnown = "Y"
                MOVE AmAcctNo TO WantAcct
                PERFORM SumVoucherPara
                ADD VoucherTotal TO SourceTotal
                PERFORM SumGlActivityPara
                COMPUTE DiffWk = SourceTotal - GlActivity
                MOVE AmSourceCode TO SrcOut
               AND FlRunDate = ReconDate
                ADD FlAmount TO FeeTotal.
            PERFORM ReadFeePara.
      * Voucher lines post under the voucher date, so only vouchers
      * dated and passed on the posted run date land in that day's
      * GL activity; back-dated ones post to their own day.
        SumVoucherPara.
            MOVE 0 TO VoucherTotal.
            MOVE "N" TO VoucherEOF.
            OPEN INPUT VoucherFile.
            IF VoucherStatus = "00"
                PERFORM ReadVoucherPara
                PERFORM TallyVoucherPara UNTIL VoucherEOF = "Y"
                CLOSE VoucherFile.
        ReadVoucherPara.
            READ VoucherFile AT END MOVE "Y" TO VoucherEOF.
        TallyVoucherPara.
            IF VcStatus = "A" AND VcActionDate = ReconDate
               AND VcDate = ReconDate AND VcAcctNo = WantAcct
                ADD VcAmount TO VoucherTotal.
            PERFORM ReadVoucherPara.
        SumGlActivityPara.
            MOVE 0 TO GlActivity.
            MOVE "N" TO GlHistEOF.
