        IDENTIFICATION DIVISION.
        PROGRAM-ID. ApAging.
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
            SELECT AcctMapFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AcctMapStatus.
            SELECT GlBalFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GlBalStatus.
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
        FD AcctMapFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "AcctMap.dat".
            COPY "ACCTMAP.CPY".
        FD GlBalFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "GlBal.dat".
            COPY "GLBAL.CPY".
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ApAging.dat".
        01  RecOut             PIC X(100).
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
        COPY "CALENDAR.CPY".
        01  ApLedgerStatus PIC XX VALUE "00".
        01  AcctMapStatus  PIC XX VALUE "00".
        01  GlBalStatus    PIC XX VALUE "00".
        01  CompParamStatus PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  ApLedgerEOF    PIC A VALUE "N".
        01  AcctMapEOF     PIC A VALUE "N".
        01  GlBalEOF       PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  RunDate8X REDEFINES RunDate8.
            05  RunYY      PIC 9(4).
            05  RunMM      PIC 99.
            05  RunDD      PIC 99.
        01  AgeRunDays     PIC 9(8).
        01  AgeDocDays     PIC 9(8).
        01  AgeDiffDays    PIC S9(8).
        01  DocDateWk      PIC 9(8).
        01  DocDateX REDEFINES DocDateWk.
            05  DocYY      PIC 9(4).
            05  DocMM      PIC 99.
            05  DocDD      PIC 99.
        01  PayAcctNo      PIC X(6) VALUE SPACES.
        01  ItemIx         PIC 9(3) VALUE 0.
        01  ItemHit        PIC 9(3) VALUE 0.
        01  ItemCount      PIC 9(3) VALUE 0.
        01  ItemTable.
            05  ItemEntry OCCURS 500 TIMES.
                10  OiPoNo     PIC 9(6).
                10  OiVendor   PIC X(4).
                10  OiDocDate  PIC 9(8).
                10  OiHasInv   PIC A.
                10  OiBalance  PIC S9(7)V99.
        01  VendIx         PIC 9(3) VALUE 0.
        01  VendHit        PIC 9(3) VALUE 0.
        01  VendCount      PIC 9(3) VALUE 0.
        01  VendTable.
            05  VendEntry OCCURS 200 TIMES.
                10  VtCode     PIC X(4).
                10  VtBucket   PIC S9(9)V99 OCCURS 4 TIMES.
                10  VtTotal    PIC S9(9)V99.
        01  BucketIx       PIC 9 VALUE 0.
        01  CurVendor      PIC X(4).
        01  GrandBucketTab.
            05  GrandBucket PIC S9(9)V99 OCCURS 4 TIMES VALUE 0.
        01  GrandTotal     PIC S9(9)V99 VALUE 0.
        01  PdTable.
            05  PdEntry OCCURS 12 TIMES.
                10  PdDr       PIC 9(10)V99.
                10  PdCr       PIC 9(10)V99.
        01  PdIx           PIC 99 VALUE 0.
        01  GlBalance      PIC S9(10)V99 VALUE 0.
        01  DiffWk         PIC S9(10)V99 VALUE 0.
        01  RecsRead       PIC 9(6) VALUE 0.
        COPY "CTLTOT.CPY".
        01  Heading1.
            05  F          PIC X(30) VALUE SPACES.
            05  CompanyNameOut PIC X(20) VALUE "XYZ BANK LTD.".
        01  Heading2.
            05  F          PIC X(22) VALUE SPACES.
            05  F          PIC X(30) VALUE "ACCOUNTS PAYABLE AGING".
            05  F          PIC X(8) VALUE " Date : ".
            05  RunDateOut PIC 9(8).
        01  LineRec        PIC X(100) VALUE ALL "-".
        01  RecHead.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(8) VALUE "Vendor".
            05  F          PIC X(15) VALUE "      Current".
            05  F          PIC X(15) VALUE "   31-60 Days".
            05  F          PIC X(15) VALUE "   61-90 Days".
            05  F          PIC X(15) VALUE "    Over 90".
            05  F          PIC X(15) VALUE "        Total".
        01  DetailRec.
            05  F          PIC X(3) VALUE SPACES.
            05  VendOut    PIC X(4).
            05  F          PIC X(4) VALUE SPACES.
            05  BucketOut  PIC -(9)9.99 OCCURS 4 TIMES.
            05  TotalOut   PIC -(11)9.99.
        01  TotLine.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(8) VALUE "Total".
            05  GBucketOut PIC -(9)9.99 OCCURS 4 TIMES.
            05  GTotalOut  PIC -(11)9.99.
        01  GlLine.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(27) VALUE "Payables Control Account ".
            05  GlAcctOut  PIC X(6).
            05  F          PIC X(6) VALUE " FY ".
            05  GlFyOut    PIC 9(4).
            05  F          PIC X(5) VALUE " Pd ".
            05  GlPdOut    PIC 99.
            05  F          PIC X(2) VALUE SPACES.
            05  GlBalOut   PIC -(11)9.99.
        01  DiffLine.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(27) VALUE "Difference Ledger To GL   ".
            05  F          PIC X(25) VALUE SPACES.
            05  DiffOut    PIC -(11)9.99.
            05  F          PIC X(2) VALUE SPACES.
            05  VerdictOut PIC X(20).

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            COMPUTE AgeRunDays = RunYY * 360 + RunMM * 30 + RunDD.
            MOVE RunDate8 TO CalInDate.
            CALL "Calendar" USING CalLinkRec.
            PERFORM ReadCompParamPara.
            PERFORM LoadMapPara.
            PERFORM LoadLedgerPara.
            PERFORM LoadGlBalPara.
            MOVE 0 TO ItemIx.
            PERFORM AgeItemPara UNTIL ItemIx NOT < ItemCount.
            OPEN OUTPUT FileOut.
            MOVE RunDate8 TO RunDateOut.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM Heading2.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM RecHead.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO VendIx.
            PERFORM PrintVendorPara UNTIL VendIx NOT < VendCount.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO BucketIx.
            PERFORM GrandBucketPara UNTIL BucketIx NOT < 4.
            MOVE GrandTotal TO GTotalOut.
            WRITE RecOut FROM TotLine.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO PdIx.
            PERFORM SumPeriodPara UNTIL PdIx NOT < CalFiscalPeriod.
            MOVE PayAcctNo TO GlAcctOut.
            MOVE CalFiscalYear TO GlFyOut.
            MOVE CalFiscalPeriod TO GlPdOut.
            MOVE GlBalance TO GlBalOut.
            WRITE RecOut FROM GlLine.
            COMPUTE DiffWk = GrandTotal - GlBalance.
            MOVE DiffWk TO DiffOut.
            IF PayAcctNo = SPACES
                MOVE "** NO VENDPAY CARD" TO VerdictOut
            ELSE IF DiffWk = 0
                MOVE "AGREES" TO VerdictOut
            ELSE
                MOVE "** OUT OF AGREEMENT" TO VerdictOut.
            WRITE RecOut FROM DiffLine.
            MOVE VendCount TO CtRecsOut.
            MOVE GrandTotal TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE FileOut.
            PERFORM LogRunPara.
            DISPLAY "Vendors Listed   :- " VendCount.
            DISPLAY "Ledger To GL     :- " VerdictOut.
            GOBACK.
        ReadCompParamPara.
            OPEN INPUT CompParamFile.
            IF CompParamStatus = "00"
                READ CompParamFile
                MOVE CpCompanyName TO CompanyNameOut
                CLOSE CompParamFile.
        LoadMapPara.
            OPEN INPUT AcctMapFile.
            IF AcctMapStatus = "00"
                PERFORM ReadMapPara
                PERFORM LoadOneMapPara UNTIL AcctMapEOF = "Y"
                CLOSE AcctMapFile.
        ReadMapPara.
            READ AcctMapFile AT END MOVE "Y" TO AcctMapEOF.
        LoadOneMapPara.
            IF AmSourceCode = "VENDPAY"
                MOVE AmAcctNo TO PayAcctNo.
            PERFORM ReadMapPara.
      * Items are held by PO. The invoice date ages the item; a
      * debit note with no invoice yet is aged from its own date and
      * shows as a credit in the vendor's line.
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
                MOVE AlDocDate TO OiDocDate (ItemHit)
                MOVE "N" TO OiHasInv (ItemHit)
                MOVE 0 TO OiBalance (ItemHit).
            IF ItemHit NOT = 0
                IF AlTxnType = "I"
                    MOVE AlDocDate TO OiDocDate (ItemHit)
                    MOVE "Y" TO OiHasInv (ItemHit)
                    ADD AlAmount TO OiBalance (ItemHit)
                ELSE
                    SUBTRACT AlAmount FROM OiBalance (ItemHit).
            PERFORM ReadLedgerPara.
        ScanItemPara.
            ADD 1 TO ItemIx.
            IF OiPoNo (ItemIx) = AlPoNo
                MOVE ItemIx TO ItemHit.
        AgeItemPara.
            ADD 1 TO ItemIx.
            IF OiBalance (ItemIx) NOT = 0
                MOVE OiVendor (ItemIx) TO CurVendor
                PERFORM FindVendPara
                IF VendHit NOT = 0
                    PERFORM BucketItemPara.
        BucketItemPara.
            MOVE OiDocDate (ItemIx) TO DocDateWk.
            COMPUTE AgeDocDays = DocYY * 360 + DocMM * 30 + DocDD.
            COMPUTE AgeDiffDays = AgeRunDays - AgeDocDays.
            IF AgeDiffDays > 90
                MOVE 4 TO BucketIx
            ELSE IF AgeDiffDays > 60
                MOVE 3 TO BucketIx
            ELSE IF AgeDiffDays > 30
                MOVE 2 TO BucketIx
            ELSE
                MOVE 1 TO BucketIx.
            ADD OiBalance (ItemIx) TO VtBucket (VendHit, BucketIx).
            ADD OiBalance (ItemIx) TO VtTotal (VendHit).
            ADD OiBalance (ItemIx) TO GrandBucket (BucketIx).
            ADD OiBalance (ItemIx) TO GrandTotal.
        FindVendPara.
            MOVE 0 TO VendHit.
            MOVE 0 TO VendIx.
            PERFORM ScanVendPara UNTIL VendIx NOT < VendCount
                                 OR VendHit NOT = 0.
            IF VendHit = 0 AND VendCount < 200
                ADD 1 TO VendCount
                MOVE VendCount TO VendHit
                MOVE CurVendor TO VtCode (VendHit)
                MOVE 0 TO VtBucket (VendHit, 1) VtBucket (VendHit, 2)
                          VtBucket (VendHit, 3) VtBucket (VendHit, 4)
                MOVE 0 TO VtTotal (VendHit).
        ScanVendPara.
            ADD 1 TO VendIx.
            IF VtCode (VendIx) = CurVendor
                MOVE VendIx TO VendHit.
        PrintVendorPara.
            ADD 1 TO VendIx.
            MOVE VtCode (VendIx) TO VendOut.
            MOVE 0 TO BucketIx.
            PERFORM VendBucketPara UNTIL BucketIx NOT < 4.
            MOVE VtTotal (VendIx) TO TotalOut.
            WRITE RecOut FROM DetailRec.
        VendBucketPara.
            ADD 1 TO BucketIx.
            MOVE VtBucket (VendIx, BucketIx) TO BucketOut (BucketIx).
        GrandBucketPara.
            ADD 1 TO BucketIx.
            MOVE GrandBucket (BucketIx) TO GBucketOut (BucketIx).
      * The control balance is every period of the fiscal year to
      * date, the latest GlBal row for each period counting; period
      * 01 carries the brought-forward balance.
        LoadGlBalPara.
            MOVE 0 TO PdIx.
            PERFORM ClearPeriodPara UNTIL PdIx NOT < 12.
            OPEN INPUT GlBalFile.
            IF GlBalStatus = "00"
                PERFORM ReadGlBalPara
                PERFORM LoadOneBalPara UNTIL GlBalEOF = "Y"
                CLOSE GlBalFile.
        ClearPeriodPara.
            ADD 1 TO PdIx.
            MOVE 0 TO PdDr (PdIx).
            MOVE 0 TO PdCr (PdIx).
        ReadGlBalPara.
            READ GlBalFile AT END MOVE "Y" TO GlBalEOF.
        LoadOneBalPara.
            IF GbAcctNo = PayAcctNo AND PayAcctNo NOT = SPACES
               AND GbFiscalYear = CalFiscalYear
               AND GbPeriod > 0 AND GbPeriod < 13
                MOVE GbDrTotal TO PdDr (GbPeriod)
                MOVE GbCrTotal TO PdCr (GbPeriod).
            PERFORM ReadGlBalPara.
        SumPeriodPara.
            ADD 1 TO PdIx.
            COMPUTE GlBalance = GlBalance + PdCr (PdIx) - PdDr (PdIx).
        LogRunPara.
            OPEN EXTEND RunLogFile.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO RlUserId.
            IF RunLogStatus = "35"
                OPEN OUTPUT RunLogFile.
            MOVE "APAGING" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE RecsRead TO RlRecRead.
            MOVE VendCount TO RlRecWrit.
            MOVE 0 TO RlReturnCode.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
