        IDENTIFICATION DIVISION.
        PROGRAM-ID. VendorPaymentRun.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ApLedgerFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ApLedgerStatus.
            SELECT VendBankFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS VendBankStatus.
            SELECT VendPtyFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS VendPtyStatus.
            SELECT ChequeRegFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ChequeRegStatus.
            SELECT NeftFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT ChqPrintFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
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
        FD ApLedgerFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ApLedger.dat".
            COPY "APLEDG.CPY".
        FD VendBankFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "VendBank.dat".
            COPY "VENDBANK.CPY".
        FD VendPtyFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "VendPty.dat".
            COPY "VENDPTY.CPY".
        FD ChequeRegFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ChequeReg.dat".
            COPY "CHEQREG.CPY".
        FD NeftFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "VendNeft.dat".
        01  NeftRec            PIC X(64).
        FD ChqPrintFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "VendChqPrint.dat".
        01  ChqRecOut          PIC X(80).
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "VendPayRun.dat".
        01  RecOut             PIC X(90).
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
        COPY "ACCTPCHK.CPY".
        COPY "DOCLINK.CPY".
        01  ApLedgerStatus PIC XX VALUE "00".
        01  VendBankStatus PIC XX VALUE "00".
        01  VendPtyStatus  PIC XX VALUE "00".
        01  ChequeRegStatus PIC XX VALUE "00".
        01  CompParamStatus PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  ApLedgerEOF    PIC A VALUE "N".
        01  VendBankEOF    PIC A VALUE "N".
        01  VendPtyEOF     PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  CutoffIn       PIC 9(8) VALUE 0.
        01  ProofFlag      PIC A VALUE "Y".
        01  BankFound      PIC A VALUE "N".
        01  PayModeWk      PIC A.
        01  PayRefWk       PIC X(10).
        01  ChequeNoWk     PIC 9(6) VALUE 0.
      * One bank transfer or cheque per vendor per run; items that
      * would carry a vendor past the instrument limit wait for the
      * next run.
        01  PayLimit       PIC 9(6)V99 VALUE 999999.99.
        01  ItemIx         PIC 9(3) VALUE 0.
        01  ItemHit        PIC 9(3) VALUE 0.
        01  ItemCount      PIC 9(3) VALUE 0.
        01  ItemTable.
            05  ItemEntry OCCURS 500 TIMES.
                10  OiPoNo     PIC 9(6).
                10  OiVendor   PIC X(4).
                10  OiInvNo    PIC X(10).
                10  OiDueDate  PIC 9(8).
                10  OiInvAmt   PIC 9(7)V99.
                10  OiSetAmt   PIC 9(7)V99.
                10  OiHasInv   PIC A.
                10  OiPay      PIC A.
        01  BalanceWk      PIC S9(7)V99 VALUE 0.
        01  VendIx         PIC 9(3) VALUE 0.
        01  VendHit        PIC 9(3) VALUE 0.
        01  VendCount      PIC 9(3) VALUE 0.
        01  VendTable.
            05  VendEntry OCCURS 200 TIMES.
                10  VtCode     PIC X(4).
                10  VtTotal    PIC 9(7)V99.
        01  BankIx         PIC 9(3) VALUE 0.
        01  BankHit        PIC 9(3) VALUE 0.
        01  BankCount      PIC 9(3) VALUE 0.
        01  BankTable.
            05  BankEntry OCCURS 200 TIMES.
                10  BtVendor   PIC X(4).
                10  BtAcctNo   PIC X(16).
                10  BtIfsc     PIC X(11).
        01  CurVendor      PIC X(4).
        01  RecsRead       PIC 9(6) VALUE 0.
        01  ItemsPaid      PIC 9(4) VALUE 0.
        01  ItemsWaiting   PIC 9(4) VALUE 0.
        01  NeftCount      PIC 9(6) VALUE 0.
        01  NeftTotal      PIC 9(9)V99 VALUE 0.
        01  ChequeCount    PIC 9(4) VALUE 0.
        01  GrandTotal     PIC 9(9)V99 VALUE 0.
        01  LinesOut       PIC 9(6) VALUE 0.
        01  NeftHdrRec.
            05  F              PIC X(1) VALUE "H".
            05  F              PIC X(1) VALUE SPACES.
            05  HdrRunDate     PIC 9(8).
            05  F              PIC X(1) VALUE SPACES.
            05  F              PIC X(12) VALUE "NEFT-VENDOR".
        01  NeftDetRec.
            05  F              PIC X(1) VALUE "D".
            05  F              PIC X(1) VALUE SPACES.
            05  NeftVendor     PIC X(4).
            05  F              PIC X(1) VALUE SPACES.
            05  NeftAcctNo     PIC X(16).
            05  F              PIC X(1) VALUE SPACES.
            05  NeftIfsc       PIC X(11).
            05  F              PIC X(1) VALUE SPACES.
            05  NeftAmount     PIC 9(6)V99.
            05  F              PIC X(1) VALUE SPACES.
            05  NeftRecType    PIC X(1) VALUE "C".
            05  F              PIC X(1) VALUE SPACES.
            05  NeftPan        PIC X(10) VALUE SPACES.
        01  NeftTrlRec.
            05  F              PIC X(1) VALUE "T".
            05  F              PIC X(1) VALUE SPACES.
            05  TrlCount       PIC 9(6).
            05  F              PIC X(1) VALUE SPACES.
            05  TrlTotal       PIC 9(9)V99.
        01  StarRec        PIC X(80) VALUE ALL "*".
        01  ChqBlankRec    PIC X(80) VALUE SPACES.
        01  ChqHeading.
            05  F          PIC X(28) VALUE SPACES.
            05  ChqCompOut PIC X(20) VALUE "XYZ BANK LTD.".
        01  ChqTitle.
            05  F          PIC X(30) VALUE SPACES.
            05  F          PIC X(16) VALUE "VENDOR CHEQUE".
        01  ChqNoLine.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(14) VALUE "Cheque No. : ".
            05  ChqNoOut   PIC 9(6).
            05  F          PIC X(10) VALUE SPACES.
            05  F          PIC X(8) VALUE "Date : ".
            05  ChqDateOut PIC 9(8).
        01  ChqPayLine.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(14) VALUE "Pay Vendor : ".
            05  ChqVendOut PIC X(4).
        01  ChqAmtLine.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(14) VALUE "Amount     : ".
            05  ChqAmtOut  PIC Z(5)9.99.
        COPY "CTLTOT.CPY".
        01  Heading1.
            05  F          PIC X(30) VALUE SPACES.
            05  CompanyNameOut PIC X(20) VALUE "XYZ BANK LTD.".
        01  Heading2.
            05  F          PIC X(18) VALUE SPACES.
            05  F          PIC X(20) VALUE "VENDOR PAYMENT RUN".
            05  RunTypeOut PIC X(8).
            05  F          PIC X(12) VALUE " Due By : ".
            05  CutoffOut  PIC 9(8).
        01  LineRec        PIC X(90) VALUE ALL "-".
        01  DetHead.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(8) VALUE "Vendor".
            05  F          PIC X(9) VALUE "PO No".
            05  F          PIC X(13) VALUE "Invoice".
            05  F          PIC X(11) VALUE "Due".
            05  F          PIC X(14) VALUE "Amount".
            05  F          PIC X(7) VALUE "Mode".
            05  F          PIC X(10) VALUE "Reference".
        01  DetLine.
            05  F          PIC X(3) VALUE SPACES.
            05  DlVendOut  PIC X(4).
            05  F          PIC X(4) VALUE SPACES.
            05  DlPoOut    PIC 9(6).
            05  F          PIC X(3) VALUE SPACES.
            05  DlInvOut   PIC X(10).
            05  F          PIC X(3) VALUE SPACES.
            05  DlDueOut   PIC 9(8).
            05  F          PIC X(3) VALUE SPACES.
            05  DlAmtOut   PIC Z(6)9.99.
            05  F          PIC X(3) VALUE SPACES.
            05  DlModeOut  PIC X(4).
            05  F          PIC X(3) VALUE SPACES.
            05  DlRefOut   PIC X(10).
        01  VendTotLine.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(15) VALUE "Vendor Total  ".
            05  VtVendOut  PIC X(4).
            05  F          PIC X(23) VALUE SPACES.
            05  VtAmtOut   PIC Z(6)9.99.
        01  GrandLine.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(18) VALUE "Total Paid     : ".
            05  GrandCntOut PIC Z(3)9.
            05  F          PIC X(20) VALUE " Items".
            05  GrandAmtOut PIC Z(8)9.99.
        01  WaitLine.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(18) VALUE "Items Held Over: ".
            05  WaitCntOut PIC Z(3)9.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            MOVE "GL " TO AckStream.
            MOVE RunDate8 TO AckDate.
            CALL "AcctPeriodChk" USING AcctChkRec.
            IF AckStatus = "C"
                DISPLAY "GL Accounting Period Is Closed. Run"
                        " Refused."
                MOVE 8 TO RETURN-CODE
                GOBACK.
            DISPLAY (3, 10) "Pay Items Due By (0 = Today) :- ".
            ACCEPT CutoffIn.
            IF CutoffIn = 0
                MOVE RunDate8 TO CutoffIn.
            DISPLAY (4, 10) "Proof Run - No Payments (Y/N) :- ".
            ACCEPT ProofFlag.
            PERFORM ReadCompParamPara.
            PERFORM LoadLedgerPara.
            PERFORM LoadBankPara.
            MOVE 0 TO ItemIx.
            PERFORM CollectVendorPara UNTIL ItemIx NOT < ItemCount.
            OPEN OUTPUT FileOut.
            IF ProofFlag = "Y"
                MOVE " (PROOF)" TO RunTypeOut
            ELSE
                MOVE SPACES TO RunTypeOut
                OPEN EXTEND ApLedgerFile
                OPEN EXTEND ChequeRegFile
                IF ChequeRegStatus = "35"
                    OPEN OUTPUT ChequeRegFile
                END-IF
                OPEN OUTPUT NeftFile
                OPEN OUTPUT ChqPrintFile
                MOVE RunDate8 TO HdrRunDate
                WRITE NeftRec FROM NeftHdrRec.
            MOVE CutoffIn TO CutoffOut.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM Heading2.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM DetHead.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO VendIx.
            PERFORM PayVendorPara UNTIL VendIx NOT < VendCount.
            WRITE RecOut FROM LineRec.
            MOVE ItemsPaid TO GrandCntOut.
            MOVE GrandTotal TO GrandAmtOut.
            WRITE RecOut FROM GrandLine.
            MOVE ItemsWaiting TO WaitCntOut.
            WRITE RecOut FROM WaitLine.
            MOVE LinesOut TO CtRecsOut.
            MOVE GrandTotal TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE FileOut.
            IF ProofFlag NOT = "Y"
                MOVE NeftCount TO TrlCount
                MOVE NeftTotal TO TrlTotal
                WRITE NeftRec FROM NeftTrlRec
                CLOSE ApLedgerFile ChequeRegFile NeftFile
                      ChqPrintFile.
            PERFORM LogRunPara.
            DISPLAY "Items Paid         :- " ItemsPaid.
            DISPLAY "NEFT Transfers     :- " NeftCount.
            DISPLAY "Cheques Issued     :- " ChequeCount.
            DISPLAY "Items Held Over    :- " ItemsWaiting.
            GOBACK.
        ReadCompParamPara.
            OPEN INPUT CompParamFile.
            IF CompParamStatus = "00"
                READ CompParamFile
                MOVE CpCompanyName TO CompanyNameOut
                MOVE CpCompanyName TO ChqCompOut
                CLOSE CompParamFile.
      * Open items by PO: the invoice row sets the vendor, invoice
      * number and due date; debit notes and payments already made
      * are netted off against it.
        LoadLedgerPara.
            OPEN INPUT ApLedgerFile.
            IF ApLedgerStatus = "00"
                PERFORM ReadLedgerPara
                PERFORM LoadOneLedgerPara UNTIL ApLedgerEOF = "Y"
                CLOSE ApLedgerFile.
        ReadLedgerPara.
            READ ApLedgerFile AT END MOVE "Y" TO ApLedgerEOF.
        LoadOneLedgerPara.
            ADD 1 TO RecsRead.
            MOVE 0 TO ItemHit.
            MOVE 0 TO ItemIx.
            PERFORM ScanItemPara UNTIL ItemIx NOT < ItemCount
                                 OR ItemHit NOT = 0.
            IF ItemHit = 0 AND ItemCount < 500
                ADD 1 TO ItemCount
                MOVE ItemCount TO ItemHit
                MOVE AlPoNo TO OiPoNo (ItemHit)
                MOVE AlVendorCode TO OiVendor (ItemHit)
                MOVE SPACES TO OiInvNo (ItemHit)
                MOVE 0 TO OiDueDate (ItemHit)
                MOVE 0 TO OiInvAmt (ItemHit)
                MOVE 0 TO OiSetAmt (ItemHit)
                MOVE "N" TO OiHasInv (ItemHit)
                MOVE "N" TO OiPay (ItemHit).
            IF ItemHit NOT = 0
                IF AlTxnType = "I"
                    MOVE AlDocNo TO OiInvNo (ItemHit)
                    MOVE AlDueDate TO OiDueDate (ItemHit)
                    ADD AlAmount TO OiInvAmt (ItemHit)
                    MOVE "Y" TO OiHasInv (ItemHit)
                ELSE
                    ADD AlAmount TO OiSetAmt (ItemHit).
            PERFORM ReadLedgerPara.
        ScanItemPara.
            ADD 1 TO ItemIx.
            IF OiPoNo (ItemIx) = AlPoNo
                MOVE ItemIx TO ItemHit.
      * The old bank file is read first and the vendor master over
      * it, so the master's account (or its withdrawal) wins for any
      * vendor who is on it.
        LoadBankPara.
            OPEN INPUT VendBankFile.
            IF VendBankStatus = "00"
                PERFORM ReadVendBankPara
                PERFORM LoadOneBankPara UNTIL VendBankEOF = "Y"
                CLOSE VendBankFile.
            OPEN INPUT VendPtyFile.
            IF VendPtyStatus = "00"
                PERFORM ReadVendPtyPara
                PERFORM LoadOnePartyPara UNTIL VendPtyEOF = "Y"
                CLOSE VendPtyFile.
        ReadVendBankPara.
            READ VendBankFile AT END MOVE "Y" TO VendBankEOF.
        LoadOneBankPara.
            MOVE VbVendorCode TO CurVendor.
            PERFORM FindBankPara.
            IF BankHit = 0 AND BankCount < 200
                ADD 1 TO BankCount
                MOVE BankCount TO BankHit
                MOVE VbVendorCode TO BtVendor (BankHit).
            IF BankHit NOT = 0
                MOVE VbAcctNo TO BtAcctNo (BankHit)
                MOVE VbIfsc TO BtIfsc (BankHit).
            PERFORM ReadVendBankPara.
        ReadVendPtyPara.
            READ VendPtyFile AT END MOVE "Y" TO VendPtyEOF.
        LoadOnePartyPara.
            MOVE VpVendorCode TO CurVendor.
            PERFORM FindBankPara.
            IF BankHit = 0 AND BankCount < 200
                ADD 1 TO BankCount
                MOVE BankCount TO BankHit
                MOVE VpVendorCode TO BtVendor (BankHit).
            IF BankHit NOT = 0
                MOVE VpBankAcct TO BtAcctNo (BankHit)
                MOVE VpIfsc TO BtIfsc (BankHit).
            PERFORM ReadVendPtyPara.
        FindBankPara.
            MOVE 0 TO BankHit.
            MOVE 0 TO BankIx.
            PERFORM ScanBankPara UNTIL BankIx NOT < BankCount
                                 OR BankHit NOT = 0.
        ScanBankPara.
            ADD 1 TO BankIx.
            IF BtVendor (BankIx) = CurVendor
                MOVE BankIx TO BankHit.
      * An item is payable when it carries an invoice, has fallen
      * due by the cut-off and still has a balance. A debit note
      * with no invoice yet, or one that exceeds the invoice, sits
      * on account until the invoice arrives.
        CollectVendorPara.
            ADD 1 TO ItemIx.
            COMPUTE BalanceWk = OiInvAmt (ItemIx) - OiSetAmt (ItemIx).
            IF OiHasInv (ItemIx) = "Y" AND BalanceWk > 0
               AND OiDueDate (ItemIx) NOT > CutoffIn
                MOVE OiVendor (ItemIx) TO CurVendor
                PERFORM FindVendPara
                IF VendHit = 0 AND VendCount < 200
                    ADD 1 TO VendCount
                    MOVE VendCount TO VendHit
                    MOVE CurVendor TO VtCode (VendHit)
                    MOVE 0 TO VtTotal (VendHit)
                END-IF
                IF VendHit NOT = 0
                    IF VtTotal (VendHit) + BalanceWk > PayLimit
                        ADD 1 TO ItemsWaiting
                    ELSE
                        ADD BalanceWk TO VtTotal (VendHit)
                        MOVE "Y" TO OiPay (ItemIx).
        FindVendPara.
            MOVE 0 TO VendHit.
            MOVE 0 TO VendIx.
            PERFORM ScanVendPara UNTIL VendIx NOT < VendCount
                                 OR VendHit NOT = 0.
        ScanVendPara.
            ADD 1 TO VendIx.
            IF VtCode (VendIx) = CurVendor
                MOVE VendIx TO VendHit.
        PayVendorPara.
            ADD 1 TO VendIx.
            IF VtTotal (VendIx) > 0
                PERFORM IssueVendorPara.
        IssueVendorPara.
            MOVE VtCode (VendIx) TO CurVendor.
            PERFORM FindBankPara.
            MOVE "N" TO BankFound.
            IF BankHit NOT = 0
                IF BtAcctNo (BankHit) NOT = SPACES
                    MOVE "Y" TO BankFound.
            IF BankFound = "Y"
                MOVE "N" TO PayModeWk
                MOVE "NEFT" TO PayRefWk
            ELSE
                MOVE "C" TO PayModeWk
                MOVE SPACES TO PayRefWk.
            IF ProofFlag NOT = "Y"
                IF BankFound = "Y"
                    PERFORM NeftOutPara
                ELSE
                    PERFORM ChequeOutPara.
            MOVE 0 TO ItemIx.
            PERFORM PayItemPara UNTIL ItemIx NOT < ItemCount.
            MOVE CurVendor TO VtVendOut.
            MOVE VtTotal (VendIx) TO VtAmtOut.
            WRITE RecOut FROM VendTotLine.
            ADD VtTotal (VendIx) TO GrandTotal.
        NeftOutPara.
            MOVE CurVendor TO NeftVendor.
            MOVE BtAcctNo (BankHit) TO NeftAcctNo.
            MOVE BtIfsc (BankHit) TO NeftIfsc.
            MOVE VtTotal (VendIx) TO NeftAmount.
            WRITE NeftRec FROM NeftDetRec.
            ADD 1 TO NeftCount.
            ADD VtTotal (VendIx) TO NeftTotal.
        ChequeOutPara.
            MOVE "CHQ" TO DocTypeIn.
            CALL "NextDocNo" USING DocLinkRec.
            MOVE DocNoOut TO ChequeNoWk.
            MOVE ChequeNoWk TO PayRefWk.
            MOVE ChequeNoWk TO CqChequeNo.
            MOVE 0 TO CqEmpNo.
            MOVE VtTotal (VendIx) TO CqAmount.
            MOVE RunDate8 TO CqIssueDate.
            MOVE "I" TO CqStatus.
            MOVE "V" TO CqPayeeType.
            MOVE CurVendor TO CqVendorCode.
            WRITE ChequeRegRec.
            ADD 1 TO ChequeCount.
            WRITE ChqRecOut FROM StarRec.
            WRITE ChqRecOut FROM ChqHeading.
            WRITE ChqRecOut FROM ChqTitle.
            WRITE ChqRecOut FROM StarRec.
            MOVE ChequeNoWk TO ChqNoOut.
            MOVE RunDate8 TO ChqDateOut.
            WRITE ChqRecOut FROM ChqNoLine.
            MOVE CurVendor TO ChqVendOut.
            WRITE ChqRecOut FROM ChqPayLine.
            MOVE VtTotal (VendIx) TO ChqAmtOut.
            WRITE ChqRecOut FROM ChqAmtLine.
            WRITE ChqRecOut FROM StarRec.
            WRITE ChqRecOut FROM ChqBlankRec.
        PayItemPara.
            ADD 1 TO ItemIx.
            IF OiPay (ItemIx) = "Y" AND OiVendor (ItemIx) = CurVendor
                COMPUTE BalanceWk = OiInvAmt (ItemIx)
                    - OiSetAmt (ItemIx)
                ADD 1 TO ItemsPaid
                ADD 1 TO LinesOut
                MOVE CurVendor TO DlVendOut
                MOVE OiPoNo (ItemIx) TO DlPoOut
                MOVE OiInvNo (ItemIx) TO DlInvOut
                MOVE OiDueDate (ItemIx) TO DlDueOut
                MOVE BalanceWk TO DlAmtOut
                IF PayModeWk = "N"
                    MOVE "NEFT" TO DlModeOut
                ELSE
                    MOVE "CHQ" TO DlModeOut
                END-IF
                MOVE PayRefWk TO DlRefOut
                WRITE RecOut FROM DetLine
                IF ProofFlag NOT = "Y"
                    PERFORM WritePaymentPara.
        WritePaymentPara.
            MOVE CurVendor TO AlVendorCode.
            MOVE "P" TO AlTxnType.
            MOVE OiPoNo (ItemIx) TO AlPoNo.
            MOVE PayRefWk TO AlDocNo.
            MOVE RunDate8 TO AlDocDate.
            MOVE OiDueDate (ItemIx) TO AlDueDate.
            MOVE BalanceWk TO AlAmount.
            MOVE PayModeWk TO AlPayMode.
            MOVE RunDate8 TO AlPostDate.
            WRITE ApLedgerRec.
        LogRunPara.
            OPEN EXTEND RunLogFile.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO RlUserId.
            IF RunLogStatus = "35"
                OPEN OUTPUT RunLogFile.
            MOVE "APPAYRUN" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE RecsRead TO RlRecRead.
            MOVE LinesOut TO RlRecWrit.
            MOVE 0 TO RlReturnCode.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
