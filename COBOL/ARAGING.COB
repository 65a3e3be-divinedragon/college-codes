        IDENTIFICATION DIVISION.
        PROGRAM-ID. ArAging.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ArLedgerFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ArLedgerStatus.
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
        FD ArLedgerFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ArLedger.dat".
            COPY "ARLEDG.CPY".
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
            VALUE OF FILE-ID IS "ArAging.dat".
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
        01  ArLedgerStatus PIC XX VALUE "00".
        01  AcctMapStatus  PIC XX VALUE "00".
        01  GlBalStatus    PIC XX VALUE "00".
        01  CompParamStatus PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  ArLedgerEOF    PIC A VALUE "N".
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
        01  RecvAcctNo      PIC X(6) VALUE SPACES.
        01  ItemIx         PIC 9(3) VALUE 0.
        01  ItemHit        PIC 9(3) VALUE 0.
        01  ItemCount      PIC 9(3) VALUE 0.
        01  ItemTable.
            05  ItemEntry OCCURS 500 TIMES.
                10  OiInvNo     PIC 9(6).
                10  OiCust   PIC X(4).
                10  OiDocDate  PIC 9(8).
                10  OiHasInv   PIC A.
                10  OiBalance  PIC S9(7)V99.
        01  CustIx         PIC 9(3) VALUE 0.
        01  CustHit        PIC 9(3) VALUE 0.
        01  CustCount      PIC 9(3) VALUE 0.
        01  CustTable.
            05  CustEntry OCCURS 200 TIMES.
                10  CtCode     PIC X(4).
                10  CtBucket   PIC S9(9)V99 OCCURS 4 TIMES.
                10  CtTotal    PIC S9(9)V99.
        01  BucketIx       PIC 9 VALUE 0.
        01  CurCust      PIC X(4).
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
            05  F          PIC X(30) VALUE "ACCOUNTS RECEIVABLE AGING".
            05  F          PIC X(8) VALUE " Date : ".
            05  RunDateOut PIC 9(8).
        01  LineRec        PIC X(100) VALUE ALL "-".
        01  RecHead.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(8) VALUE "Customer".
            05  F          PIC X(15) VALUE "      Current".
            05  F          PIC X(15) VALUE "   31-60 Days".
            05  F          PIC X(15) VALUE "   61-90 Days".
            05  F          PIC X(15) VALUE "    Over 90".
            05  F          PIC X(15) VALUE "        Total".
        01  DetailRec.
            05  F          PIC X(3) VALUE SPACES.
            05  CustOut    PIC X(4).
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
            05  F          PIC X(27) VALUE "Receivables Control Acct ".
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
            MOVE 0 TO CustIx.
            PERFORM PrintCustPara UNTIL CustIx NOT < CustCount.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO BucketIx.
            PERFORM GrandBucketPara UNTIL BucketIx NOT < 4.
            MOVE GrandTotal TO GTotalOut.
            WRITE RecOut FROM TotLine.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO PdIx.
            PERFORM SumPeriodPara UNTIL PdIx NOT < CalFiscalPeriod.
            MOVE RecvAcctNo TO GlAcctOut.
            MOVE CalFiscalYear TO GlFyOut.
            MOVE CalFiscalPeriod TO GlPdOut.
            MOVE GlBalance TO GlBalOut.
            WRITE RecOut FROM GlLine.
            COMPUTE DiffWk = GrandTotal - GlBalance.
            MOVE DiffWk TO DiffOut.
            IF RecvAcctNo = SPACES
                MOVE "** NO ARCUST CARD" TO VerdictOut
            ELSE IF DiffWk = 0
                MOVE "AGREES" TO VerdictOut
            ELSE
                MOVE "** OUT OF AGREEMENT" TO VerdictOut.
            WRITE RecOut FROM DiffLine.
            MOVE CustCount TO CtRecsOut.
            MOVE GrandTotal TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE FileOut.
            PERFORM LogRunPara.
            DISPLAY "Customers Listed :- " CustCount.
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
            IF AmSourceCode = "ARCUST"
                MOVE AmAcctNo TO RecvAcctNo.
            PERFORM ReadMapPara.
      * Items are held by invoice and aged from the invoice date;
      * receipts set against an invoice reduce it. A receipt whose
      * invoice is not on file is aged from its own date and shows
      * as a credit in the customer's line.
        LoadLedgerPara.
            OPEN INPUT ArLedgerFile.
            IF ArLedgerStatus = "00"
                PERFORM ReadLedgerPara
                PERFORM LoadOneLedgerPara UNTIL ArLedgerEOF = "Y"
                CLOSE ArLedgerFile.
        ReadLedgerPara.
            READ ArLedgerFile AT END MOVE "Y" TO ArLedgerEOF.
        LoadOneLedgerPara.
            ADD 1 TO RecsRead.
            MOVE 0 TO ItemHit.
            MOVE 0 TO ItemIx.
            PERFORM ScanItemPara UNTIL ItemIx NOT < ItemCount
                                 OR ItemHit NOT = 0.
            IF ItemHit = 0 AND ItemCount < 500
                ADD 1 TO ItemCount
                MOVE ItemCount TO ItemHit
                MOVE ArInvNo TO OiInvNo (ItemHit)
                MOVE ArCustCode TO OiCust (ItemHit)
                MOVE ArDocDate TO OiDocDate (ItemHit)
                MOVE "N" TO OiHasInv (ItemHit)
                MOVE 0 TO OiBalance (ItemHit).
            IF ItemHit NOT = 0
                IF ArTxnType = "I"
                    MOVE ArDocDate TO OiDocDate (ItemHit)
                    MOVE "Y" TO OiHasInv (ItemHit)
                    ADD ArAmount TO OiBalance (ItemHit)
                ELSE
                    SUBTRACT ArAmount FROM OiBalance (ItemHit).
            PERFORM ReadLedgerPara.
        ScanItemPara.
            ADD 1 TO ItemIx.
            IF OiInvNo (ItemIx) = ArInvNo
                MOVE ItemIx TO ItemHit.
        AgeItemPara.
            ADD 1 TO ItemIx.
            IF OiBalance (ItemIx) NOT = 0
                MOVE OiCust (ItemIx) TO CurCust
                PERFORM FindCustPara
                IF CustHit NOT = 0
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
            ADD OiBalance (ItemIx) TO CtBucket (CustHit, BucketIx).
            ADD OiBalance (ItemIx) TO CtTotal (CustHit).
            ADD OiBalance (ItemIx) TO GrandBucket (BucketIx).
            ADD OiBalance (ItemIx) TO GrandTotal.
        FindCustPara.
            MOVE 0 TO CustHit.
            MOVE 0 TO CustIx.
            PERFORM ScanCustPara UNTIL CustIx NOT < CustCount
                                 OR CustHit NOT = 0.
            IF CustHit = 0 AND CustCount < 200
                ADD 1 TO CustCount
                MOVE CustCount TO CustHit
                MOVE CurCust TO CtCode (CustHit)
                MOVE 0 TO CtBucket (CustHit, 1) CtBucket (CustHit, 2)
                          CtBucket (CustHit, 3) CtBucket (CustHit, 4)
                MOVE 0 TO CtTotal (CustHit).
        ScanCustPara.
            ADD 1 TO CustIx.
            IF CtCode (CustIx) = CurCust
                MOVE CustIx TO CustHit.
        PrintCustPara.
            ADD 1 TO CustIx.
            MOVE CtCode (CustIx) TO CustOut.
            MOVE 0 TO BucketIx.
            PERFORM CustBucketPara UNTIL BucketIx NOT < 4.
            MOVE CtTotal (CustIx) TO TotalOut.
            WRITE RecOut FROM DetailRec.
        CustBucketPara.
            ADD 1 TO BucketIx.
            MOVE CtBucket (CustIx, BucketIx) TO BucketOut (BucketIx).
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
            IF GbAcctNo = RecvAcctNo AND RecvAcctNo NOT = SPACES
               AND GbFiscalYear = CalFiscalYear
               AND GbPeriod > 0 AND GbPeriod < 13
                MOVE GbDrTotal TO PdDr (GbPeriod)
                MOVE GbCrTotal TO PdCr (GbPeriod).
            PERFORM ReadGlBalPara.
        SumPeriodPara.
            ADD 1 TO PdIx.
            COMPUTE GlBalance = GlBalance + PdDr (PdIx) - PdCr (PdIx).
        LogRunPara.
            OPEN EXTEND RunLogFile.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO RlUserId.
            IF RunLogStatus = "35"
                OPEN OUTPUT RunLogFile.
            MOVE "ARAGING" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE RecsRead TO RlRecRead.
            MOVE CustCount TO RlRecWrit.
            MOVE 0 TO RlReturnCode.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
