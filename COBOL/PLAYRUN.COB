        IDENTIFICATION DIVISION.
        PROGRAM-ID. PlayerPaymentRun.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ContractFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ContractStatus.
            SELECT NewFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS NewFileStatus.
            SELECT PlayerBankFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PlayerBankStatus.
            SELECT FixtureFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FixtureStatus.
            SELECT SheetFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SheetStatus.
            SELECT PlayerPayFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PlayerPayStatus.
            SELECT NeftFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT NeftCtlFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS NeftCtlStatus.
            SELECT ChequeRegFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ChequeRegStatus.
            SELECT ChqPrintFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ChqPrintStatus.
            SELECT CompParamFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CompParamStatus.
            SELECT FileOut ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT ExcpLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ExcpLogStatus.
            SELECT RunLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RunLogStatus.

        DATA DIVISION.
        FILE SECTION.
        FD ContractFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PlayerContract.dat".
            COPY "PLAYCTR.CPY".
        FD NewFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "NewFile.dat".
        01  NewRec.
            05  MPlayerId      PIC X(4).
            05  MName          PIC X(20).
            05  MTeamCode      PIC X(4).
            05  MOverseas      PIC A.
        FD PlayerBankFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PlayerBank.dat".
            COPY "PLBANK.CPY".
        FD FixtureFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Fixture.dat".
            COPY "FIXTURE.CPY".
        FD SheetFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "TeamSheet.dat".
            COPY "TEAMSHT.CPY".
        FD PlayerPayFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PlayerPay.dat".
            COPY "PLAYPAY.CPY".
        FD NeftFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "NEFT.dat".
        01  NeftRec            PIC X(64).
        FD NeftCtlFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "NeftCtl.dat".
        01  NeftCtlRec.
            05  NcFileDate     PIC 9(8).
            05  NcAckPending   PIC A.
        FD ChequeRegFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ChequeReg.dat".
            COPY "CHEQREG.CPY".
        FD ChqPrintFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ChequePrint.dat".
        01  ChqOut             PIC X(80).
        FD CompParamFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CompParam.dat".
            COPY "PARAM.CPY".
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PlayerPayRep.dat".
        01  RecOut             PIC X(100).
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
        01  ContractStatus PIC XX VALUE "00".
        01  NewFileStatus  PIC XX VALUE "00".
        01  PlayerBankStatus PIC XX VALUE "00".
        01  FixtureStatus  PIC XX VALUE "00".
        01  SheetStatus    PIC XX VALUE "00".
        01  PlayerPayStatus PIC XX VALUE "00".
        01  NeftCtlStatus  PIC XX VALUE "00".
        01  ChequeRegStatus PIC XX VALUE "00".
        01  ChqPrintStatus PIC XX VALUE "00".
        01  CompParamStatus PIC XX VALUE "00".
        01  ExcpLogStatus  PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  ContractEOF    PIC A VALUE "N".
        01  NewFileEOF     PIC A VALUE "N".
        01  PlayerBankEOF  PIC A VALUE "N".
        01  FixtureEOF     PIC A VALUE "N".
        01  SheetEOF       PIC A VALUE "N".
        01  PlayerPayEOF   PIC A VALUE "N".
        01  AlreadyPaid    PIC A VALUE "N".
        01  AckPendingWk   PIC A VALUE "N".
        01  NeftOpen       PIC A VALUE "N".
        01  RunModeIn      PIC A VALUE "P".
        01  RunDate8       PIC 9(8).
        01  MonthIn        PIC 9(6) VALUE 0.
        01  MonthInR REDEFINES MonthIn.
            05  MonthYear      PIC 9(4).
            05  MonthMonth     PIC 9(2).
        01  FromDate       PIC 9(8) VALUE 0.
        01  ToDate         PIC 9(8) VALUE 0.
        01  DateWk         PIC 9(8) VALUE 0.
        01  DateWkR REDEFINES DateWk.
            05  DwYear         PIC 9(4).
            05  DwMonth        PIC 9(2).
            05  DwDay          PIC 9(2).
        01  FromSerial     PIC 9(6) VALUE 0.
        01  ToSerial       PIC 9(6) VALUE 0.
        01  PaySerial      PIC 9(6) VALUE 0.
      * Contracts written before the TDS rate was carried are taxed
      * at the standard rate for professional fees.
        01  DefaultTdsRate PIC 99V99 VALUE 10.
      * One transfer or cheque per player per month; NEFT.dat and
      * ChequeReg.dat cannot carry more than this in one instrument.
        01  PayLimit       PIC 9(6)V99 VALUE 999999.99.
        01  PlIx           PIC 9(3) VALUE 0.
        01  PlHit          PIC 9(3) VALUE 0.
        01  PlCount        PIC 9(3) VALUE 0.
        01  PlTable.
            05  PlEntry OCCURS 300 TIMES.
                10  PltPlayer  PIC X(4).
                10  PltName    PIC X(20).
                10  PltTeam    PIC X(4).
                10  PltFee     PIC 9(7)V99.
                10  PltFrom    PIC 9(8).
                10  PltTo      PIC 9(8).
                10  PltTdsRate PIC 99V99.
                10  PltMatchFee PIC 9(5)V99.
                10  PltMatches PIC 99.
                10  PltInstNo  PIC 99.
                10  PltInstCount PIC 99.
                10  PltInstal  PIC 9(7)V99.
                10  PltGross   PIC 9(7)V99.
                10  PltTdsAmt  PIC 9(6)V99.
                10  PltNet     PIC 9(7)V99.
        01  BankIx         PIC 9(3) VALUE 0.
        01  BankHit        PIC 9(3) VALUE 0.
        01  BankCount      PIC 9(3) VALUE 0.
        01  BankTable.
            05  BankEntry OCCURS 300 TIMES.
                10  BtPlayer   PIC X(4).
                10  BtAcctNo   PIC X(16).
                10  BtIfsc     PIC X(11).
                10  BtHolder   PIC X(30).
        01  FxIx           PIC 9(3) VALUE 0.
        01  FxHit          PIC 9(3) VALUE 0.
        01  FxCount        PIC 9(3) VALUE 0.
        01  FxTable.
            05  FxEntry OCCURS 400 TIMES.
                10  FtMatchId  PIC 999.
                10  FtDate     PIC 9(8).
        01  CurPlayer      PIC X(4).
        01  CurTeam        PIC X(4).
        01  LastTeam       PIC X(4).
        01  InstBaseWk     PIC 9(7)V99 VALUE 0.
        01  InstPaidWk     PIC 9(7)V99 VALUE 0.
        01  InstLeftWk     PIC 99 VALUE 0.
        01  MatchFeesWk    PIC 9(7)V99 VALUE 0.
        01  PayModeWk      PIC A VALUE "C".
        01  HolderWk       PIC X(30).
        01  RecsRead       PIC 9(6) VALUE 0.
        01  PaidCount      PIC 9(6) VALUE 0.
        01  HeldCount      PIC 9(6) VALUE 0.
        01  ExcpCount      PIC 9(6) VALUE 0.
        01  NeftCount      PIC 9(6) VALUE 0.
        01  NeftTotal      PIC 9(9)V99 VALUE 0.
        01  ChequeCount    PIC 9(6) VALUE 0.
        01  ChequeTotal    PIC 9(9)V99 VALUE 0.
        01  NextChequeNo   PIC 9(6) VALUE 0.
        01  TeamCount      PIC 9(4) VALUE 0.
        01  TGross         PIC 9(9)V99 VALUE 0.
        01  TTds           PIC 9(9)V99 VALUE 0.
        01  TNet           PIC 9(9)V99 VALUE 0.
        01  GGross         PIC 9(9)V99 VALUE 0.
        01  GTds           PIC 9(9)V99 VALUE 0.
        01  GNet           PIC 9(9)V99 VALUE 0.
        01  ExcpParaWk     PIC X(20).
        01  ExcpValueWk.
            05  ExPlayer       PIC X(4).
            05  F              PIC X(1) VALUE SPACES.
            05  ExRef          PIC 9(6).
            05  F              PIC X(1) VALUE SPACES.
            05  ExTag          PIC X(6).
        COPY "CTLTOT.CPY".
        01  NeftHdrRec.
            05  F              PIC X(1) VALUE "H".
            05  F              PIC X(1) VALUE SPACES.
            05  HdrRunDate     PIC 9(8).
            05  F              PIC X(1) VALUE SPACES.
            05  F              PIC X(12) VALUE "NEFT-PLAYER".
        01  NeftDetRec.
            05  F              PIC X(1) VALUE "D".
            05  F              PIC X(1) VALUE SPACES.
            05  NeftPlayer     PIC X(4).
            05  F              PIC X(1) VALUE SPACES.
            05  NeftAcctNo     PIC X(16).
            05  F              PIC X(1) VALUE SPACES.
            05  NeftIfsc       PIC X(11).
            05  F              PIC X(1) VALUE SPACES.
            05  NeftAmount     PIC 9(6)V99.
            05  F              PIC X(1) VALUE SPACES.
            05  NeftRecType    PIC X(1) VALUE "P".
            05  F              PIC X(1) VALUE SPACES.
            05  NeftPan        PIC X(10) VALUE SPACES.
        01  NeftTrlRec.
            05  F              PIC X(1) VALUE "T".
            05  F              PIC X(1) VALUE SPACES.
            05  TrlCount       PIC 9(6).
            05  F              PIC X(1) VALUE SPACES.
            05  TrlTotal       PIC 9(9)V99.
        01  Heading1.
            05  F          PIC X(25) VALUE SPACES.
            05  CompanyNameOut PIC X(20) VALUE "XYZ BANK LTD.".
        01  Heading2.
            05  F          PIC X(18) VALUE SPACES.
            05  F          PIC X(30) VALUE
                "Player Payment Register For ".
            05  HdMonthOut PIC 9(6).
            05  F          PIC X(3) VALUE SPACES.
            05  HdModeOut  PIC X(10).
        01  LineRec        PIC X(100) VALUE ALL "-".
        01  RecHead.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(6) VALUE "Plyr".
            05  F          PIC X(17) VALUE "Name".
            05  F          PIC X(6) VALUE "Inst".
            05  F          PIC X(11) VALUE "Instalment".
            05  F          PIC X(3) VALUE "M".
            05  F          PIC X(11) VALUE "Match Fees".
            05  F          PIC X(11) VALUE "Gross".
            05  F          PIC X(6) VALUE "TDS%".
            05  F          PIC X(10) VALUE "TDS".
            05  F          PIC X(12) VALUE "Net".
            05  F          PIC X(4) VALUE "Mode".
        01  TeamHead.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(7) VALUE "Team : ".
            05  ThTeamOut  PIC X(4).
        01  DetailRec.
            05  F          PIC X(3) VALUE SPACES.
            05  DtPlyrOut  PIC X(4).
            05  F          PIC X(2) VALUE SPACES.
            05  DtNameOut  PIC X(16).
            05  F          PIC X(1) VALUE SPACES.
            05  DtInstOut  PIC Z9.
            05  F          PIC X(1) VALUE "/".
            05  DtInstCntOut PIC 99.
            05  F          PIC X(1) VALUE SPACES.
            05  DtInstalOut PIC Z(6)9.99.
            05  F          PIC X(1) VALUE SPACES.
            05  DtMatchOut PIC Z9.
            05  F          PIC X(1) VALUE SPACES.
            05  DtMFeeOut  PIC Z(6)9.99.
            05  F          PIC X(1) VALUE SPACES.
            05  DtGrossOut PIC Z(6)9.99.
            05  F          PIC X(1) VALUE SPACES.
            05  DtRateOut  PIC Z9.99.
            05  F          PIC X(1) VALUE SPACES.
            05  DtTdsOut   PIC Z(5)9.99.
            05  F          PIC X(1) VALUE SPACES.
            05  DtNetOut   PIC Z(6)9.99.
            05  F          PIC X(2) VALUE SPACES.
            05  DtModeOut  PIC X(4).
        01  TeamTotRec.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(13) VALUE "Team Total : ".
            05  TtTeamOut  PIC X(4).
            05  F          PIC X(3) VALUE SPACES.
            05  TtCntOut   PIC Z(3)9.
            05  F          PIC X(8) VALUE " Players".
            05  F          PIC X(21) VALUE SPACES.
            05  TtGrossOut PIC Z(6)9.99.
            05  F          PIC X(7) VALUE SPACES.
            05  TtTdsOut   PIC Z(5)9.99.
            05  F          PIC X(1) VALUE SPACES.
            05  TtNetOut   PIC Z(6)9.99.
        01  TotRec.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(10) VALUE "Players : ".
            05  TotPlyrOut PIC Z(4)9.
            05  F          PIC X(10) VALUE "  Gross : ".
            05  TotGrossOut PIC Z(8)9.99.
            05  F          PIC X(8) VALUE "  TDS : ".
            05  TotTdsOut  PIC Z(8)9.99.
            05  F          PIC X(8) VALUE "  Net : ".
            05  TotNetOut  PIC Z(8)9.99.
        01  PayModeRec.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(7) VALUE "NEFT : ".
            05  NeftCntOut PIC Z(4)9.
            05  F          PIC X(1) VALUE SPACES.
            05  NeftAmtOut PIC Z(8)9.99.
            05  F          PIC X(12) VALUE "  Cheque : ".
            05  ChqCntOut  PIC Z(4)9.
            05  F          PIC X(1) VALUE SPACES.
            05  ChqTotOut  PIC Z(8)9.99.
            05  F          PIC X(10) VALUE "  Held : ".
            05  HeldCntOut PIC Z(4)9.
            05  F          PIC X(15) VALUE "  Exceptions : ".
            05  ExcCntOut  PIC Z(4)9.
        01  StarRec        PIC X(80) VALUE ALL "*".
        01  BlankRec       PIC X(80) VALUE SPACES.
        01  ChqHeading.
            05  F          PIC X(28) VALUE SPACES.
            05  ChqCompOut PIC X(20) VALUE "XYZ BANK LTD.".
        01  ChqTitle.
            05  F          PIC X(30) VALUE SPACES.
            05  F          PIC X(16) VALUE "PLAYER CHEQUE".
        01  ChqNoLine.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(14) VALUE "Cheque No. : ".
            05  ChqNoOut   PIC 9(6).
            05  F          PIC X(10) VALUE SPACES.
            05  F          PIC X(8) VALUE "Date : ".
            05  ChqDateOut PIC 9(8).
        01  ChqPayLine.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(14) VALUE "Pay To     : ".
            05  ChqNameOut PIC X(30).
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(8) VALUE "Player ".
            05  ChqPlyrOut PIC X(4).
        01  ChqAmtLine.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(14) VALUE "Amount     : ".
            05  ChqAmtOut  PIC Z(5)9.99.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            MOVE "GL " TO AckStream.
            MOVE RunDate8 TO AckDate.
            CALL "AcctPeriodChk" USING AcctChkRec.
            IF AckStatus = "C"
                DISPLAY "GL Accounting Period Is Closed. Run"
                        " Refused."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            DISPLAY (3, 10) "Pay Month (YYYYMM) :- ".
            ACCEPT MonthIn.
            DISPLAY (4, 10) "Proof Or Live Run (P/L) :- ".
            ACCEPT RunModeIn.
            IF MonthMonth < 1 OR MonthMonth > 12 OR MonthYear = 0
               OR (RunModeIn NOT = "P" AND RunModeIn NOT = "L")
                DISPLAY (7, 10) "Invalid Month Or Mode. Run Aborted."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            COMPUTE FromDate = MonthIn * 100 + 1.
            COMPUTE ToDate = MonthIn * 100 + 31.
            COMPUTE PaySerial = MonthYear * 12 + MonthMonth.
            PERFORM LoadContractPara.
            IF PlCount = 0
                DISPLAY (7, 10) "PlayerContract.dat Missing Or"
                        " Empty. Run Aborted."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            IF RunModeIn = "L"
                PERFORM CheckPaidPara
                PERFORM CheckAckPara.
            IF AlreadyPaid = "Y"
                DISPLAY (7, 10) "Month Already Paid. Run Aborted."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            IF AckPendingWk = "Y"
                DISPLAY (7, 10) "Prior NEFT File Still Awaits The"
                        " Bank Acknowledgment. Run NeftAckLoader"
                        " First."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            PERFORM LoadNamePara.
            PERFORM LoadBankPara.
            PERFORM LoadFixturePara.
            PERFORM CountMatchPara.
            PERFORM ReadCompParamPara.
            MOVE 0 TO PlIx.
            PERFORM ComputePayPara UNTIL PlIx NOT < PlCount.
            OPEN OUTPUT FileOut.
            IF RunModeIn = "L"
                PERFORM OpenPayFilesPara
                MOVE "LIVE RUN" TO HdModeOut
            ELSE
                MOVE "PROOF RUN" TO HdModeOut.
            MOVE MonthIn TO HdMonthOut.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM Heading2.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM RecHead.
            WRITE RecOut FROM LineRec.
            MOVE LOW-VALUES TO CurTeam.
            PERFORM NextTeamPara.
            PERFORM TeamPara UNTIL CurTeam = HIGH-VALUES.
            MOVE PaidCount TO TotPlyrOut.
            MOVE GGross TO TotGrossOut.
            MOVE GTds TO TotTdsOut.
            MOVE GNet TO TotNetOut.
            WRITE RecOut FROM TotRec.
            MOVE NeftCount TO NeftCntOut.
            MOVE NeftTotal TO NeftAmtOut.
            MOVE ChequeCount TO ChqCntOut.
            MOVE ChequeTotal TO ChqTotOut.
            MOVE HeldCount TO HeldCntOut.
            MOVE ExcpCount TO ExcCntOut.
            WRITE RecOut FROM PayModeRec.
            MOVE PaidCount TO CtRecsOut.
            MOVE GNet TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE FileOut.
            IF RunModeIn = "L"
                CLOSE PlayerPayFile ChequeRegFile ChqPrintFile.
            IF NeftOpen = "Y"
                MOVE NeftCount TO TrlCount
                MOVE NeftTotal TO TrlTotal
                WRITE NeftRec FROM NeftTrlRec
                CLOSE NeftFile
                PERFORM MarkPendingPara.
            DISPLAY (7, 10) "Players Paid :- " PaidCount
                    "  Net :- " TotNetOut.
            IF ExcpCount NOT = 0
                MOVE 4 TO RlReturnCode
            ELSE
                MOVE 0 TO RlReturnCode.
            PERFORM LogRunPara.
            MOVE RlReturnCode TO RETURN-CODE.
            GOBACK.
        ReadCompParamPara.
            OPEN INPUT CompParamFile.
            IF CompParamStatus = "00"
                READ CompParamFile
                MOVE CpCompanyName TO CompanyNameOut
                MOVE CpCompanyName TO ChqCompOut
                CLOSE CompParamFile.
        OpenPayFilesPara.
            OPEN EXTEND PlayerPayFile.
            IF PlayerPayStatus = "35"
                OPEN OUTPUT PlayerPayFile.
            OPEN EXTEND ChequeRegFile.
            IF ChequeRegStatus = "35"
                OPEN OUTPUT ChequeRegFile.
            OPEN EXTEND ChqPrintFile.
            IF ChqPrintStatus = "35"
                OPEN OUTPUT ChqPrintFile.
      * A month is paid once; a live run finding any PlayerPay.dat
      * row for the same month stops before paying again.
        CheckPaidPara.
            MOVE "N" TO AlreadyPaid.
            OPEN INPUT PlayerPayFile.
            IF PlayerPayStatus = "00"
                PERFORM ReadPlayerPayPara
                PERFORM TestPaidPara UNTIL PlayerPayEOF = "Y"
                CLOSE PlayerPayFile.
        ReadPlayerPayPara.
            READ PlayerPayFile AT END MOVE "Y" TO PlayerPayEOF.
        TestPaidPara.
            IF PpMonth = MonthIn
                MOVE "Y" TO AlreadyPaid.
            PERFORM ReadPlayerPayPara.
      * Player credits go out in the same NEFT.dat slot as salaries
      * and wait on the same bank acknowledgment.
        CheckAckPara.
            MOVE "N" TO AckPendingWk.
            OPEN INPUT NeftCtlFile.
            IF NeftCtlStatus = "00"
                READ NeftCtlFile
                    AT END MOVE "N" TO NcAckPending
                END-READ
                MOVE NcAckPending TO AckPendingWk
                CLOSE NeftCtlFile.
        MarkPendingPara.
            OPEN OUTPUT NeftCtlFile.
            MOVE RunDate8 TO NcFileDate.
            MOVE "Y" TO NcAckPending.
            WRITE NeftCtlRec.
            CLOSE NeftCtlFile.
      * The latest contract row for a player is the one in force.
        LoadContractPara.
            OPEN INPUT ContractFile.
            IF ContractStatus = "00"
                PERFORM ReadContractPara
                PERFORM LoadOneContractPara UNTIL ContractEOF = "Y"
                CLOSE ContractFile.
        ReadContractPara.
            READ ContractFile AT END MOVE "Y" TO ContractEOF.
        LoadOneContractPara.
            MOVE PlcPlayerId TO CurPlayer.
            PERFORM FindPlayerPara.
            IF PlHit = 0 AND PlCount < 300
                ADD 1 TO PlCount
                MOVE PlCount TO PlHit
                MOVE PlcPlayerId TO PltPlayer (PlHit)
                MOVE SPACES TO PltName (PlHit)
                MOVE 0 TO PltMatches (PlHit).
            IF PlHit NOT = 0
                MOVE PlcTeam TO PltTeam (PlHit)
                MOVE PlcSeasonFee TO PltFee (PlHit)
                MOVE PlcFromDate TO PltFrom (PlHit)
                MOVE PlcToDate TO PltTo (PlHit)
                IF PlcTdsRate NUMERIC
                    MOVE PlcTdsRate TO PltTdsRate (PlHit)
                ELSE
                    MOVE DefaultTdsRate TO PltTdsRate (PlHit)
                END-IF
                IF PlcMatchFee NUMERIC
                    MOVE PlcMatchFee TO PltMatchFee (PlHit)
                ELSE
                    MOVE 0 TO PltMatchFee (PlHit).
            PERFORM ReadContractPara.
        FindPlayerPara.
            MOVE 0 TO PlHit.
            MOVE 0 TO PlIx.
            PERFORM ScanPlayerPara UNTIL PlIx NOT < PlCount
                                   OR PlHit NOT = 0.
        ScanPlayerPara.
            ADD 1 TO PlIx.
            IF PltPlayer (PlIx) = CurPlayer
                MOVE PlIx TO PlHit.
        LoadNamePara.
            OPEN INPUT NewFile.
            IF NewFileStatus = "00"
                PERFORM ReadNewFilePara
                PERFORM LoadOneNamePara UNTIL NewFileEOF = "Y"
                CLOSE NewFile.
        ReadNewFilePara.
            READ NewFile AT END MOVE "Y" TO NewFileEOF.
        LoadOneNamePara.
            MOVE MPlayerId TO CurPlayer.
            PERFORM FindPlayerPara.
            IF PlHit NOT = 0
                MOVE MName TO PltName (PlHit).
            PERFORM ReadNewFilePara.
      * The latest row for a player carries the current account; a
      * blank account means the details were withdrawn.
        LoadBankPara.
            OPEN INPUT PlayerBankFile.
            IF PlayerBankStatus = "00"
                PERFORM ReadPlayerBankPara
                PERFORM LoadOneBankPara UNTIL PlayerBankEOF = "Y"
                CLOSE PlayerBankFile.
        ReadPlayerBankPara.
            READ PlayerBankFile AT END MOVE "Y" TO PlayerBankEOF.
        LoadOneBankPara.
            MOVE PbPlayerId TO CurPlayer.
            PERFORM FindBankPara.
            IF BankHit = 0 AND BankCount < 300
                ADD 1 TO BankCount
                MOVE BankCount TO BankHit
                MOVE PbPlayerId TO BtPlayer (BankHit).
            IF BankHit NOT = 0
                MOVE PbAcctNo TO BtAcctNo (BankHit)
                MOVE PbIfsc TO BtIfsc (BankHit)
                MOVE PbHolderName TO BtHolder (BankHit).
            PERFORM ReadPlayerBankPara.
        FindBankPara.
            MOVE 0 TO BankHit.
            MOVE 0 TO BankIx.
            PERFORM ScanBankPara UNTIL BankIx NOT < BankCount
                                 OR BankHit NOT = 0.
        ScanBankPara.
            ADD 1 TO BankIx.
            IF BtPlayer (BankIx) = CurPlayer
                MOVE BankIx TO BankHit.
        LoadFixturePara.
            OPEN INPUT FixtureFile.
            IF FixtureStatus = "00"
                PERFORM ReadFixturePara
                PERFORM LoadOneFixturePara UNTIL FixtureEOF = "Y"
                CLOSE FixtureFile.
        ReadFixturePara.
            READ FixtureFile AT END MOVE "Y" TO FixtureEOF.
        LoadOneFixturePara.
            IF FxCount < 400
                ADD 1 TO FxCount
                MOVE FxMatchId TO FtMatchId (FxCount)
                MOVE FxDate TO FtDate (FxCount).
            PERFORM ReadFixturePara.
        FindFixturePara.
            MOVE 0 TO FxHit.
            MOVE 0 TO FxIx.
            PERFORM ScanFixturePara UNTIL FxIx NOT < FxCount
                                    OR FxHit NOT = 0.
        ScanFixturePara.
            ADD 1 TO FxIx.
            IF FtMatchId (FxIx) = TsMatchId
                MOVE FxIx TO FxHit.
      * Every appearance on a team sheet for a match played in the
      * pay month earns the match fee of the contract in force on
      * the match date. An appearance with no contract in force is
      * logged and not paid.
        CountMatchPara.
            OPEN INPUT SheetFile.
            IF SheetStatus = "00"
                PERFORM ReadSheetPara
                PERFORM CountOneSheetPara UNTIL SheetEOF = "Y"
                CLOSE SheetFile.
        ReadSheetPara.
            READ SheetFile AT END MOVE "Y" TO SheetEOF.
        CountOneSheetPara.
            ADD 1 TO RecsRead.
            PERFORM FindFixturePara.
            IF FxHit NOT = 0
                IF FtDate (FxHit) NOT < FromDate
                   AND FtDate (FxHit) NOT > ToDate
                    PERFORM CountAppearancePara.
            PERFORM ReadSheetPara.
        CountAppearancePara.
            MOVE TsPlayerId TO CurPlayer.
            PERFORM FindPlayerPara.
            IF PlHit NOT = 0
                IF FtDate (FxHit) NOT < PltFrom (PlHit)
                   AND FtDate (FxHit) NOT > PltTo (PlHit)
                    ADD 1 TO PltMatches (PlHit)
                ELSE
                    MOVE 0 TO PlHit.
            IF PlHit = 0
                MOVE TsPlayerId TO ExPlayer
                MOVE TsMatchId TO ExRef
                MOVE "NOCTR" TO ExTag
                MOVE "CountAppearancePara" TO ExcpParaWk
                PERFORM LogExceptionPara.
      * The season fee is spread evenly over the calendar months of
      * the contract, whole paise to each; the last month takes
      * whatever the division left over, so the instalments always
      * add back to the fee. TDS is taken on the month's gross at
      * the contract rate.
        ComputePayPara.
            ADD 1 TO PlIx.
            MOVE 0 TO PltInstNo (PlIx).
            MOVE 0 TO PltInstCount (PlIx).
            MOVE 0 TO PltInstal (PlIx).
            MOVE PltFrom (PlIx) TO DateWk.
            COMPUTE FromSerial = DwYear * 12 + DwMonth.
            MOVE PltTo (PlIx) TO DateWk.
            COMPUTE ToSerial = DwYear * 12 + DwMonth.
            IF PaySerial NOT < FromSerial AND PaySerial NOT > ToSerial
                COMPUTE PltInstCount (PlIx) = ToSerial - FromSerial + 1
                COMPUTE PltInstNo (PlIx) = PaySerial - FromSerial + 1
                COMPUTE InstBaseWk = PltFee (PlIx)
                    / PltInstCount (PlIx)
                IF PltInstNo (PlIx) = PltInstCount (PlIx)
                    MOVE PltInstCount (PlIx) TO InstLeftWk
                    SUBTRACT 1 FROM InstLeftWk
                    COMPUTE InstPaidWk = InstBaseWk * InstLeftWk
                    COMPUTE PltInstal (PlIx) = PltFee (PlIx)
                        - InstPaidWk
                ELSE
                    MOVE InstBaseWk TO PltInstal (PlIx).
            COMPUTE MatchFeesWk = PltMatches (PlIx)
                * PltMatchFee (PlIx).
            COMPUTE PltGross (PlIx) = PltInstal (PlIx) + MatchFeesWk.
            COMPUTE PltTdsAmt (PlIx) ROUNDED = PltGross (PlIx)
                * PltTdsRate (PlIx) / 100.
            COMPUTE PltNet (PlIx) = PltGross (PlIx)
                - PltTdsAmt (PlIx).
      * Teams come out in code order: each pass picks the lowest
      * team code above the one just printed that has someone to
      * pay.
        NextTeamPara.
            MOVE CurTeam TO LastTeam.
            MOVE HIGH-VALUES TO CurTeam.
            MOVE 0 TO PlIx.
            PERFORM PickTeamPara UNTIL PlIx NOT < PlCount.
        PickTeamPara.
            ADD 1 TO PlIx.
            IF PltGross (PlIx) > 0 AND PltTeam (PlIx) > LastTeam
               AND PltTeam (PlIx) < CurTeam
                MOVE PltTeam (PlIx) TO CurTeam.
        TeamPara.
            MOVE CurTeam TO ThTeamOut.
            WRITE RecOut FROM TeamHead.
            MOVE 0 TO TeamCount.
            MOVE 0 TO TGross.
            MOVE 0 TO TTds.
            MOVE 0 TO TNet.
            MOVE 0 TO PlIx.
            PERFORM TeamPlayerPara UNTIL PlIx NOT < PlCount.
            MOVE CurTeam TO TtTeamOut.
            MOVE TeamCount TO TtCntOut.
            MOVE TGross TO TtGrossOut.
            MOVE TTds TO TtTdsOut.
            MOVE TNet TO TtNetOut.
            WRITE RecOut FROM TeamTotRec.
            WRITE RecOut FROM LineRec.
            PERFORM NextTeamPara.
        TeamPlayerPara.
            ADD 1 TO PlIx.
            IF PltTeam (PlIx) = CurTeam AND PltGross (PlIx) > 0
                PERFORM PayPlayerPara THRU PayPlayerExitPara.
      * NEFT when the player bank master has an account and IFSC,
      * otherwise a cheque. A net amount too large for one
      * instrument is held for the accounts office.
        PayPlayerPara.
            MOVE PltPlayer (PlIx) TO CurPlayer.
            PERFORM FindBankPara.
            MOVE PltName (PlIx) TO HolderWk.
            MOVE "C" TO PayModeWk.
            IF BankHit NOT = 0
                IF BtAcctNo (BankHit) NOT = SPACES
                   AND BtIfsc (BankHit) NOT = SPACES
                    MOVE "N" TO PayModeWk
                    MOVE BtHolder (BankHit) TO HolderWk.
            IF PltNet (PlIx) > PayLimit
                MOVE "HELD" TO DtModeOut
                PERFORM RegisterLinePara
                ADD 1 TO HeldCount
                MOVE CurPlayer TO ExPlayer
                MOVE MonthIn TO ExRef
                MOVE "OVRLMT" TO ExTag
                MOVE "PayPlayerPara" TO ExcpParaWk
                PERFORM LogExceptionPara
                GO TO PayPlayerExitPara.
            IF PayModeWk = "N"
                MOVE "NEFT" TO DtModeOut
            ELSE
                MOVE "CHQ" TO DtModeOut.
            PERFORM RegisterLinePara.
            ADD 1 TO PaidCount.
            ADD 1 TO TeamCount.
            ADD PltGross (PlIx) TO TGross GGross.
            ADD PltTdsAmt (PlIx) TO TTds GTds.
            ADD PltNet (PlIx) TO TNet GNet.
            IF PayModeWk = "N"
                ADD 1 TO NeftCount
                ADD PltNet (PlIx) TO NeftTotal
            ELSE
                ADD 1 TO ChequeCount
                ADD PltNet (PlIx) TO ChequeTotal.
            IF RunModeIn NOT = "L"
                GO TO PayPlayerExitPara.
            PERFORM WritePlayerPayPara.
            IF PayModeWk = "N"
                PERFORM NeftOutPara
            ELSE
                PERFORM ChequeOutPara.
        PayPlayerExitPara.
            EXIT.
        RegisterLinePara.
            MOVE CurPlayer TO DtPlyrOut.
            MOVE PltName (PlIx) TO DtNameOut.
            MOVE PltInstNo (PlIx) TO DtInstOut.
            MOVE PltInstCount (PlIx) TO DtInstCntOut.
            MOVE PltInstal (PlIx) TO DtInstalOut.
            MOVE PltMatches (PlIx) TO DtMatchOut.
            COMPUTE MatchFeesWk = PltMatches (PlIx)
                * PltMatchFee (PlIx).
            MOVE MatchFeesWk TO DtMFeeOut.
            MOVE PltGross (PlIx) TO DtGrossOut.
            MOVE PltTdsRate (PlIx) TO DtRateOut.
            MOVE PltTdsAmt (PlIx) TO DtTdsOut.
            MOVE PltNet (PlIx) TO DtNetOut.
            WRITE RecOut FROM DetailRec.
        WritePlayerPayPara.
            MOVE CurPlayer TO PpPlayerId.
            MOVE PltTeam (PlIx) TO PpTeam.
            MOVE MonthIn TO PpMonth.
            MOVE PltInstNo (PlIx) TO PpInstNo.
            MOVE PltInstCount (PlIx) TO PpInstCount.
            MOVE PltInstal (PlIx) TO PpInstalment.
            MOVE PltMatches (PlIx) TO PpMatches.
            MOVE MatchFeesWk TO PpMatchFees.
            MOVE PltGross (PlIx) TO PpGross.
            MOVE PltTdsRate (PlIx) TO PpTdsRate.
            MOVE PltTdsAmt (PlIx) TO PpTds.
            MOVE PltNet (PlIx) TO PpNet.
            MOVE PayModeWk TO PpPayMode.
            MOVE RunDate8 TO PpPayDate.
            WRITE PlayerPayRec.
        NeftOutPara.
            IF NeftOpen = "N"
                OPEN OUTPUT NeftFile
                MOVE "Y" TO NeftOpen
                MOVE RunDate8 TO HdrRunDate
                WRITE NeftRec FROM NeftHdrRec.
            MOVE CurPlayer TO NeftPlayer.
            MOVE BtAcctNo (BankHit) TO NeftAcctNo.
            MOVE BtIfsc (BankHit) TO NeftIfsc.
            MOVE PltNet (PlIx) TO NeftAmount.
            WRITE NeftRec FROM NeftDetRec.
        ChequeOutPara.
            MOVE "CHQ" TO DocTypeIn.
            CALL "NextDocNo" USING DocLinkRec.
            MOVE DocNoOut TO NextChequeNo.
            MOVE NextChequeNo TO CqChequeNo.
            MOVE 0 TO CqEmpNo.
            MOVE PltNet (PlIx) TO CqAmount.
            MOVE RunDate8 TO CqIssueDate.
            MOVE "I" TO CqStatus.
            MOVE "P" TO CqPayeeType.
            MOVE CurPlayer TO CqVendorCode.
            WRITE ChequeRegRec.
            WRITE ChqOut FROM StarRec.
            WRITE ChqOut FROM ChqHeading.
            WRITE ChqOut FROM ChqTitle.
            WRITE ChqOut FROM StarRec.
            MOVE NextChequeNo TO ChqNoOut.
            MOVE RunDate8 TO ChqDateOut.
            WRITE ChqOut FROM ChqNoLine.
            MOVE HolderWk TO ChqNameOut.
            MOVE CurPlayer TO ChqPlyrOut.
            WRITE ChqOut FROM ChqPayLine.
            MOVE PltNet (PlIx) TO ChqAmtOut.
            WRITE ChqOut FROM ChqAmtLine.
            WRITE ChqOut FROM StarRec.
            WRITE ChqOut FROM BlankRec.
        LogExceptionPara.
            ADD 1 TO ExcpCount.
            OPEN EXTEND ExcpLogFile.
            IF ExcpLogStatus = "35"
                OPEN OUTPUT ExcpLogFile.
            MOVE "PLAYRUN" TO ElProgram.
            MOVE ExcpParaWk TO ElParagraph.
            MOVE ExcpValueWk TO ElBadValue.
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
            MOVE "PLAYRUN" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE RecsRead TO RlRecRead.
            IF RunModeIn = "L"
                MOVE PaidCount TO RlRecWrit
            ELSE
                MOVE 0 TO RlRecWrit.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
