        IDENTIFICATION DIVISION.
        PROGRAM-ID. TransportBillingRun.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BusPassFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BusPassStatus.
            SELECT BusStopFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BusStopStatus.
            SELECT StudentExtFile ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EPrnNo
            FILE STATUS IS StudentExtStatus.
            SELECT FeeLedgerFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FeeLedgerStatus.
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
        FD BusPassFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "BusPass.dat".
            COPY "BUSPASS.CPY".
        FD BusStopFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "BusStop.dat".
            COPY "BUSSTOP.CPY".
        FD StudentExtFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "StudentExt.dat".
            COPY "STUDEXT.CPY".
        FD FeeLedgerFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "FeeLedger.dat".
            COPY "FEELEDG.CPY".
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "TranBill.dat".
        01  RecOut             PIC X(80).
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
        01  BusPassStatus  PIC XX VALUE "00".
        01  BusStopStatus  PIC XX VALUE "00".
        01  StudentExtStatus PIC XX VALUE "00".
        01  FeeLedgerStatus PIC XX VALUE "00".
        01  CompParamStatus PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  BusPassEOF     PIC A VALUE "N".
        01  BusStopEOF     PIC A VALUE "N".
        01  FeeLedgerEOF   PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  TermIn         PIC 99 VALUE 0.
        01  RunModeIn      PIC A VALUE "P".
        01  ScanPrn        PIC 9(9) VALUE 0.
        01  RouteWk        PIC X(4) VALUE SPACES.
        01  StopWk         PIC 99 VALUE 0.
        01  PsIx           PIC 9(4) VALUE 0.
        01  PsHit          PIC 9(4) VALUE 0.
        01  PsCount        PIC 9(4) VALUE 0.
        01  PsTable.
            05  PsEntry OCCURS 2000 TIMES.
                10  PstPrnNo   PIC 9(9).
                10  PstRouteNo PIC X(4).
                10  PstStopNo  PIC 99.
                10  PstStat    PIC A.
        01  SpIx           PIC 9(4) VALUE 0.
        01  SpHit          PIC 9(4) VALUE 0.
        01  SpCount        PIC 9(4) VALUE 0.
        01  SpTable.
            05  SpEntry OCCURS 1000 TIMES.
                10  SptRouteNo PIC X(4).
                10  SptStopNo  PIC 99.
                10  SptFare    PIC 9(5)V99.
        01  TbIx           PIC 9(4) VALUE 0.
        01  TbHit          PIC 9(4) VALUE 0.
        01  TbCount        PIC 9(4) VALUE 0.
        01  TbTable.
            05  TbEntry OCCURS 2000 TIMES.
                10  TbtPrnNo   PIC 9(9).
        01  ReadCount      PIC 9(6) VALUE 0.
        01  BilledCount    PIC 9(6) VALUE 0.
        01  SkipCount      PIC 9(6) VALUE 0.
        01  BilledTotal    PIC 9(9)V99 VALUE 0.
        COPY "CTLTOT.CPY".
        01  Heading0.
            05  F          PIC X(30) VALUE SPACES.
            05  CompanyNameOut PIC X(20) VALUE "XYZ BANK LTD.".
        01  Heading1.
            05  F          PIC X(12) VALUE SPACES.
            05  F          PIC X(30) VALUE
                "Transport Fee Billing Register".
            05  F          PIC X(7) VALUE "Term : ".
            05  HdTermOut  PIC Z9.
            05  F          PIC X(3) VALUE SPACES.
            05  HdModeOut  PIC X(5).
        01  Heading2.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(31) VALUE "Prn No.    Name".
            05  F          PIC X(14) VALUE "Route Stop".
            05  F          PIC X(12) VALUE "      Fare".
            05  F          PIC X(10) VALUE "Action".
        01  LineRec        PIC X(80) VALUE ALL "-".
        01  DetailRec.
            05  F          PIC X(3) VALUE SPACES.
            05  PrnOut     PIC 9(9).
            05  F          PIC X(2) VALUE SPACES.
            05  NameOut    PIC A(20).
            05  F          PIC X(1) VALUE SPACES.
            05  RouteOut   PIC X(4).
            05  F          PIC X(3) VALUE SPACES.
            05  StopOut    PIC Z9.
            05  F          PIC X(5) VALUE SPACES.
            05  AmtOut     PIC Z(4)9.99.
            05  F          PIC X(3) VALUE SPACES.
            05  ActionOut  PIC X(16).
        01  TotRec.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(10) VALUE "Billed : ".
            05  BilledOut  PIC Z(5)9.
            05  F          PIC X(12) VALUE "  Amount : ".
            05  TotAmtOut  PIC Z(8)9.99.
            05  F          PIC X(13) VALUE "  Skipped : ".
            05  SkipOut    PIC Z(5)9.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            DISPLAY (3, 10) "Bill Which Term (1-8) :- ".
            ACCEPT TermIn.
            DISPLAY (4, 10) "Proof Or Live Run (P/L) :- ".
            ACCEPT RunModeIn.
            IF TermIn < 1 OR TermIn > 8
               OR (RunModeIn NOT = "P" AND RunModeIn NOT = "L")
                DISPLAY (6, 10) "Invalid Term Or Mode. Run Aborted."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            MOVE "FEE" TO AckStream.
            MOVE RunDate8 TO AckDate.
            CALL "AcctPeriodChk" USING AcctChkRec.
            IF AckStatus = "C"
                DISPLAY (6, 10) "FEE Accounting Period Is Closed. Run"
                        " Refused."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            OPEN INPUT StudentExtFile.
            IF StudentExtStatus NOT = "00"
                DISPLAY (6, 10) "StudentExt.dat Not Found. Run"
                        " Aborted."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            PERFORM ReadCompParamPara.
            PERFORM LoadStopsPara.
            PERFORM LoadPassesPara.
            PERFORM LoadBilledPara.
            IF RunModeIn = "L"
                MOVE "LIVE" TO HdModeOut
                OPEN EXTEND FeeLedgerFile
                IF FeeLedgerStatus = "35"
                    OPEN OUTPUT FeeLedgerFile
                END-IF
            ELSE
                MOVE "PROOF" TO HdModeOut.
            OPEN OUTPUT FileOut.
            MOVE TermIn TO HdTermOut.
            WRITE RecOut FROM Heading0.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM Heading2.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO PsIx.
            PERFORM BillOnePara UNTIL PsIx NOT < PsCount.
            WRITE RecOut FROM LineRec.
            MOVE BilledCount TO BilledOut.
            MOVE BilledTotal TO TotAmtOut.
            MOVE SkipCount TO SkipOut.
            WRITE RecOut FROM TotRec.
            MOVE BilledCount TO CtRecsOut.
            MOVE BilledTotal TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            IF RunModeIn = "L"
                CLOSE FeeLedgerFile.
            CLOSE StudentExtFile FileOut.
            DISPLAY (6, 10) "Passes Billed :- " BilledCount.
            MOVE 0 TO RlReturnCode.
            PERFORM LogRunPara.
            MOVE RlReturnCode TO RETURN-CODE.
            GOBACK.
        ReadCompParamPara.
            OPEN INPUT CompParamFile.
            IF CompParamStatus = "00"
                READ CompParamFile
                MOVE CpCompanyName TO CompanyNameOut
                CLOSE CompParamFile.
        LoadStopsPara.
            OPEN INPUT BusStopFile.
            IF BusStopStatus = "00"
                PERFORM ReadStopPara
                PERFORM LoadOneStopPara UNTIL BusStopEOF = "Y"
                CLOSE BusStopFile.
        ReadStopPara.
            READ BusStopFile AT END MOVE "Y" TO BusStopEOF.
        LoadOneStopPara.
            MOVE SpRouteNo TO RouteWk.
            MOVE SpStopNo TO StopWk.
            PERFORM FindStopTabPara.
            IF SpHit = 0 AND SpCount < 1000
                ADD 1 TO SpCount
                MOVE SpCount TO SpHit
                MOVE SpRouteNo TO SptRouteNo (SpHit)
                MOVE SpStopNo TO SptStopNo (SpHit).
            IF SpHit NOT = 0
                MOVE SpFare TO SptFare (SpHit).
            PERFORM ReadStopPara.
        FindStopTabPara.
            MOVE 0 TO SpHit.
            MOVE 0 TO SpIx.
            PERFORM ScanStopTabPara UNTIL SpIx NOT < SpCount
                                    OR SpHit NOT = 0.
        ScanStopTabPara.
            ADD 1 TO SpIx.
            IF SptRouteNo (SpIx) = RouteWk
               AND SptStopNo (SpIx) = StopWk
                MOVE SpIx TO SpHit.
        LoadPassesPara.
            OPEN INPUT BusPassFile.
            IF BusPassStatus = "00"
                PERFORM ReadPassPara
                PERFORM LoadOnePassPara UNTIL BusPassEOF = "Y"
                CLOSE BusPassFile.
        ReadPassPara.
            READ BusPassFile AT END MOVE "Y" TO BusPassEOF.
        LoadOnePassPara.
            MOVE PaPrnNo TO ScanPrn.
            MOVE 0 TO PsHit.
            MOVE 0 TO PsIx.
            PERFORM ScanPassTabPara UNTIL PsIx NOT < PsCount
                                    OR PsHit NOT = 0.
            IF PsHit = 0 AND PsCount < 2000
                ADD 1 TO PsCount
                MOVE PsCount TO PsHit
                MOVE PaPrnNo TO PstPrnNo (PsHit).
            IF PsHit NOT = 0
                MOVE PaRouteNo TO PstRouteNo (PsHit)
                MOVE PaStopNo TO PstStopNo (PsHit)
                MOVE PaAction TO PstStat (PsHit).
            PERFORM ReadPassPara.
        ScanPassTabPara.
            ADD 1 TO PsIx.
            IF PstPrnNo (PsIx) = ScanPrn
                MOVE PsIx TO PsHit.
      * A student already carrying a "T" row for the term is not
      * charged again, so the run can be repeated for passes issued
      * after the first run of the term.
        LoadBilledPara.
            OPEN INPUT FeeLedgerFile.
            IF FeeLedgerStatus = "00"
                PERFORM ReadLedgerPara
                PERFORM LoadOneBilledPara UNTIL FeeLedgerEOF = "Y"
                CLOSE FeeLedgerFile
                MOVE "N" TO FeeLedgerEOF.
        ReadLedgerPara.
            READ FeeLedgerFile AT END MOVE "Y" TO FeeLedgerEOF.
        LoadOneBilledPara.
            IF FlTxnType = "T" AND FlTerm = TermIn
               AND FlApprvFlag = "A" AND TbCount < 2000
                ADD 1 TO TbCount
                MOVE FlPrnNo TO TbtPrnNo (TbCount).
            PERFORM ReadLedgerPara.
      * Every pass still held is charged the term fare of its stop,
      * provided the student is still on the rolls.
        BillOnePara.
            ADD 1 TO PsIx.
            IF PstStat (PsIx) = "I"
                ADD 1 TO ReadCount
                PERFORM BillPassPara.
        BillPassPara.
            MOVE PstPrnNo (PsIx) TO PrnOut.
            MOVE PstRouteNo (PsIx) TO RouteOut.
            MOVE PstStopNo (PsIx) TO StopOut.
            MOVE PstPrnNo (PsIx) TO EPrnNo.
            READ StudentExtFile
                INVALID KEY
                    MOVE "** NOT ON MASTER" TO NameOut
                    MOVE SPACE TO EStatus
                NOT INVALID KEY MOVE EName TO NameOut.
            MOVE PstRouteNo (PsIx) TO RouteWk.
            MOVE PstStopNo (PsIx) TO StopWk.
            PERFORM FindStopTabPara.
            MOVE 0 TO AmtOut.
            MOVE PstPrnNo (PsIx) TO ScanPrn.
            MOVE 0 TO TbHit.
            MOVE 0 TO TbIx.
            PERFORM ScanBilledPara UNTIL TbIx NOT < TbCount
                                   OR TbHit NOT = 0.
            IF EStatus NOT = "A" AND EStatus NOT = "D"
                MOVE "NOT ON ROLLS" TO ActionOut
                ADD 1 TO SkipCount
            ELSE IF TbHit NOT = 0
                MOVE "BILLED EARLIER" TO ActionOut
                ADD 1 TO SkipCount
            ELSE IF SpHit = 0
                MOVE "STOP NOT ON FILE" TO ActionOut
                ADD 1 TO SkipCount
            ELSE
                PERFORM RaiseChargePara.
            WRITE RecOut FROM DetailRec.
        ScanBilledPara.
            ADD 1 TO TbIx.
            IF TbtPrnNo (TbIx) = ScanPrn
                MOVE TbIx TO TbHit.
        RaiseChargePara.
            IF RunModeIn = "L"
                MOVE PstPrnNo (PsIx) TO FlPrnNo
                MOVE "T" TO FlTxnType
                MOVE SptFare (SpHit) TO FlAmount
                MOVE RunDate8 TO FlRunDate
                MOVE TermIn TO FlTerm
                MOVE 0 TO FlRcptNo
                MOVE "A" TO FlApprvFlag
                WRITE FeeLedgerRec.
            ADD 1 TO BilledCount.
            ADD SptFare (SpHit) TO BilledTotal.
            MOVE SptFare (SpHit) TO AmtOut.
            MOVE "BILLED" TO ActionOut.
        LogRunPara.
            OPEN EXTEND RunLogFile.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO RlUserId.
            IF RunLogStatus = "35"
                OPEN OUTPUT RunLogFile.
            MOVE "TRANBILL" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE ReadCount TO RlRecRead.
            MOVE BilledCount TO RlRecWrit.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
