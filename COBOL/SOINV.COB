        IDENTIFICATION DIVISION.
        PROGRAM-ID. SalesInvoice.
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
            SELECT CustMastFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CustMastStatus.
            SELECT ArLedgerFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ArLedgerStatus.
            SELECT FileOut ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CompParamFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CompParamStatus.
            SELECT ExcpLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ExcpLogStatus.
            SELECT RunLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RunLogStatus.

        DATA DIVISION.
        FILE SECTION.
        FD SalesOrdFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "SalesOrd.dat".
            COPY "SALEORD.CPY".
        FD CustMastFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CustMast.dat".
            COPY "CUSTMAST.CPY".
        FD ArLedgerFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ArLedger.dat".
            COPY "ARLEDG.CPY".
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "SalesInv.dat".
        01  RecOut             PIC X(80).
        FD CompParamFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CompParam.dat".
            COPY "PARAM.CPY".
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
        COPY "DOCLINK.CPY".
        01  SalesOrdStatus PIC XX VALUE "00".
        01  CustMastStatus PIC XX VALUE "00".
        01  ArLedgerStatus PIC XX VALUE "00".
        01  CompParamStatus PIC XX VALUE "00".
        01  ExcpLogStatus  PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  SalesOrdEOF    PIC A VALUE "N".
        01  CustMastEOF    PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  OrdFull        PIC A VALUE "N".
        01  OrdIx          PIC 9(3) VALUE 0.
        01  LnIx           PIC 9(3) VALUE 0.
        01  OrdCount       PIC 9(3) VALUE 0.
        01  OrdTable.
            05  OrdEntry OCCURS 900 TIMES.
                10  OtRec      PIC X(71).
        01  CustIx         PIC 9(3) VALUE 0.
        01  CustHit        PIC 9(3) VALUE 0.
        01  CustCount      PIC 9(3) VALUE 0.
        01  CustTable.
            05  CustEntry OCCURS 300 TIMES.
                10  CtCode     PIC X(4).
                10  CtName     PIC X(20).
                10  CtTerms    PIC 9(3).
        01  CurOrder       PIC 9(6).
        01  CurCust        PIC X(4).
        01  InvNoWk        PIC 9(6) VALUE 0.
        01  InvCount       PIC 9(5) VALUE 0.
        01  InvTotal       PIC 9(7)V99 VALUE 0.
        01  GrandTotal     PIC 9(9)V99 VALUE 0.
        01  LineAmtWk      PIC 9(7)V99 VALUE 0.
        01  TermsDays      PIC 9(3) VALUE 30.
        01  DueDaysWk      PIC 9(8) VALUE 0.
        01  DueRemWk       PIC 9(8) VALUE 0.
        01  DueDateWk      PIC 9(8).
        01  DueDateX REDEFINES DueDateWk.
            05  DueYY      PIC 9(4).
            05  DueMM      PIC 99.
            05  DueDD      PIC 99.
        COPY "CTLTOT.CPY".
        01  Heading1.
            05  F          PIC X(25) VALUE SPACES.
            05  CompanyNameOut PIC X(20) VALUE "XYZ BANK LTD.".
        01  Heading2.
            05  F          PIC X(25) VALUE SPACES.
            05  F          PIC X(15) VALUE "SALES INVOICE".
            05  F          PIC X(6) VALUE " No : ".
            05  InvNoOut   PIC 9(6).
            05  F          PIC X(8) VALUE " Date : ".
            05  InvDateOut PIC 9(8).
        01  CustLine.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(11) VALUE "Customer : ".
            05  CustOut    PIC X(4).
            05  F          PIC X(1) VALUE SPACES.
            05  CustNameOut PIC X(20).
            05  F          PIC X(10) VALUE " Order : ".
            05  OrderOut   PIC 9(6).
            05  F          PIC X(8) VALUE " Due : ".
            05  DueOut     PIC 9(8).
        01  LineRec        PIC X(80) VALUE ALL "-".
        01  BlankRec       PIC X(80) VALUE SPACES.
        01  RecHead.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(8) VALUE "Item".
            05  F          PIC X(10) VALUE "Lot".
            05  F          PIC X(8) VALUE "  Qty".
            05  F          PIC X(14) VALUE "     Price".
            05  F          PIC X(14) VALUE "       Amount".
        01  DetailRec.
            05  F          PIC X(3) VALUE SPACES.
            05  ItemOut    PIC X(4).
            05  F          PIC X(4) VALUE SPACES.
            05  LotOut     PIC X(8).
            05  F          PIC X(2) VALUE SPACES.
            05  QtyOut     PIC Z(3)9.
            05  F          PIC X(4) VALUE SPACES.
            05  PriceOut   PIC Z(4)9.99.
            05  F          PIC X(2) VALUE SPACES.
            05  AmountOut  PIC Z(6)9.99.
        01  TotLine.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(42) VALUE "Invoice Total".
            05  InvTotOut  PIC Z(6)9.99.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            MOVE "GL" TO AckStream.
            MOVE RunDate8 TO AckDate.
            CALL "AcctPeriodChk" USING AcctChkRec.
            IF AckStatus = "C"
                DISPLAY "GL Accounting Period Is Closed. Run"
                        " Refused."
                MOVE 8 TO RETURN-CODE
                GOBACK.
            PERFORM LoadOrdersPara.
            IF OrdFull = "Y"
                DISPLAY "SalesOrd.dat Exceeds Table. Run Aborted."
                PERFORM LogExceptionPara
                MOVE 8 TO RETURN-CODE
                GOBACK.
            PERFORM ReadCompParamPara.
            PERFORM LoadCustPara.
            OPEN OUTPUT FileOut.
            OPEN EXTEND ArLedgerFile.
            IF ArLedgerStatus = "35"
                OPEN OUTPUT ArLedgerFile.
            MOVE 0 TO OrdIx.
            PERFORM ScanDispatchedPara UNTIL OrdIx NOT < OrdCount.
            CLOSE ArLedgerFile.
            MOVE InvCount TO CtRecsOut.
            MOVE GrandTotal TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE FileOut.
            IF InvCount > 0
                PERFORM RewriteOrdersPara.
            PERFORM LogRunPara.
            DISPLAY "Invoices Raised :- " InvCount.
            GOBACK.
        ReadCompParamPara.
            OPEN INPUT CompParamFile.
            IF CompParamStatus = "00"
                READ CompParamFile
                MOVE CpCompanyName TO CompanyNameOut
                CLOSE CompParamFile.
        LoadCustPara.
            OPEN INPUT CustMastFile.
            IF CustMastStatus = "00"
                PERFORM ReadCustPara
                PERFORM LoadOneCustPara UNTIL CustMastEOF = "Y"
                CLOSE CustMastFile.
        ReadCustPara.
            READ CustMastFile AT END MOVE "Y" TO CustMastEOF.
        LoadOneCustPara.
            MOVE CuCustCode TO CurCust.
            PERFORM FindCustPara.
            IF CustHit = 0 AND CustCount < 300
                ADD 1 TO CustCount
                MOVE CustCount TO CustHit
                MOVE CuCustCode TO CtCode (CustHit).
            IF CustHit NOT = 0
                MOVE CuName TO CtName (CustHit)
                MOVE CuTermsDays TO CtTerms (CustHit).
            PERFORM ReadCustPara.
        FindCustPara.
            MOVE 0 TO CustHit.
            MOVE 0 TO CustIx.
            PERFORM ScanCustPara UNTIL CustIx NOT < CustCount
                                 OR CustHit NOT = 0.
        ScanCustPara.
            ADD 1 TO CustIx.
            IF CtCode (CustIx) = CurCust
                MOVE CustIx TO CustHit.
      * Every order with dispatched lines gets one invoice covering
      * all of them; lines dispatched later on the same order are
      * billed on a further invoice by a later run.
        ScanDispatchedPara.
            ADD 1 TO OrdIx.
            MOVE OtRec (OrdIx) TO SalesOrdRec.
            IF SoStatus = "D"
                MOVE SoOrderNo TO CurOrder
                MOVE SoCustCode TO CurCust
                PERFORM InvoiceOrderPara.
        InvoiceOrderPara.
            MOVE "SINV" TO DocTypeIn.
            CALL "NextDocNo" USING DocLinkRec.
            MOVE DocNoOut TO InvNoWk.
            PERFORM FindCustPara.
            MOVE 30 TO TermsDays.
            MOVE "UNKNOWN" TO CustNameOut.
            IF CustHit NOT = 0
                MOVE CtName (CustHit) TO CustNameOut
                IF CtTerms (CustHit) > 0
                    MOVE CtTerms (CustHit) TO TermsDays.
            MOVE RunDate8 TO DueDateWk.
            PERFORM DueDatePara.
            MOVE InvNoWk TO InvNoOut.
            MOVE RunDate8 TO InvDateOut.
            MOVE CurCust TO CustOut.
            MOVE CurOrder TO OrderOut.
            MOVE DueDateWk TO DueOut.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM Heading2.
            WRITE RecOut FROM CustLine.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM RecHead.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO InvTotal.
            MOVE 0 TO LnIx.
            PERFORM InvoiceLinePara UNTIL LnIx NOT < OrdCount.
            MOVE InvTotal TO InvTotOut.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM TotLine.
            WRITE RecOut FROM BlankRec.
            MOVE CurCust TO ArCustCode.
            MOVE "I" TO ArTxnType.
            MOVE InvNoWk TO ArInvNo.
            MOVE CurOrder TO ArDocNo.
            MOVE RunDate8 TO ArDocDate.
            MOVE DueDateWk TO ArDueDate.
            MOVE InvTotal TO ArAmount.
            MOVE SPACE TO ArPayMode.
            MOVE RunDate8 TO ArPostDate.
            WRITE ArLedgerRec.
            ADD 1 TO InvCount.
            ADD InvTotal TO GrandTotal.
        InvoiceLinePara.
            ADD 1 TO LnIx.
            MOVE OtRec (LnIx) TO SalesOrdRec.
            IF SoOrderNo = CurOrder AND SoStatus = "D"
                COMPUTE LineAmtWk = SoQty * SoPrice
                MOVE SoItemCode TO ItemOut
                MOVE SoLotNo TO LotOut
                MOVE SoQty TO QtyOut
                MOVE SoPrice TO PriceOut
                MOVE LineAmtWk TO AmountOut
                WRITE RecOut FROM DetailRec
                ADD LineAmtWk TO InvTotal
                MOVE "I" TO SoStatus
                MOVE InvNoWk TO SoInvNo
                MOVE SalesOrdRec TO OtRec (LnIx).
      * Due date on the 360-day calendar the other date sums use:
      * every month is 30 days.
        DueDatePara.
            COMPUTE DueDaysWk = DueYY * 360 + (DueMM - 1) * 30
                + DueDD - 1 + TermsDays.
            DIVIDE DueDaysWk BY 360 GIVING DueYY REMAINDER DueRemWk.
            DIVIDE DueRemWk BY 30 GIVING DueMM REMAINDER DueDD.
            ADD 1 TO DueMM.
            ADD 1 TO DueDD.
        LoadOrdersPara.
            OPEN INPUT SalesOrdFile.
            IF SalesOrdStatus = "00"
                PERFORM ReadSalesOrdPara
                PERFORM LoadOneOrderPara UNTIL SalesOrdEOF = "Y"
                CLOSE SalesOrdFile.
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
        LogExceptionPara.
            OPEN EXTEND ExcpLogFile.
            IF ExcpLogStatus = "35"
                OPEN OUTPUT ExcpLogFile.
            MOVE "SOINV" TO ElProgram.
            MOVE "ControlPara" TO ElParagraph.
            MOVE "ORDER TABLE FULL" TO ElBadValue.
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
            MOVE "SOINV" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE OrdCount TO RlRecRead.
            MOVE InvCount TO RlRecWrit.
            MOVE 0 TO RlReturnCode.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
