        IDENTIFICATION DIVISION.
        PROGRAM-ID. CashForecast.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BatchParamFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BatchParamStatus.
            SELECT CompParamFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CompParamStatus.
            SELECT AcctMapFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AcctMapStatus.
            SELECT GlBalFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GlBalStatus.
            SELECT PaySlipHistFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PaySlipHistStatus.
            SELECT PoRegFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PoRegStatus.
            SELECT ApLedgerFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ApLedgerStatus.
            SELECT StudentExtFile ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS EPrnNo
            FILE STATUS IS StudentExtStatus.
            SELECT FeeLedgerFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FeeLedgerStatus.
            SELECT InstPlanFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS InstPlanStatus.
            SELECT ContractFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ContractStatus.
            SELECT PlayerPayFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PlayerPayStatus.
            SELECT RunLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RunLogStatus.
            SELECT FileOut ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD BatchParamFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "BatchParam.dat".
            COPY "BATCHPRM.CPY".
        FD CompParamFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CompParam.dat".
            COPY "PARAM.CPY".
        FD AcctMapFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "AcctMap.dat".
            COPY "ACCTMAP.CPY".
        FD GlBalFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "GlBal.dat".
            COPY "GLBAL.CPY".
        FD PaySlipHistFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PaySlipHist.dat".
            COPY "PAYSLPH.CPY".
        FD PoRegFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PoReg.dat".
            COPY "POREG.CPY".
        FD ApLedgerFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ApLedger.dat".
            COPY "APLEDG.CPY".
        FD StudentExtFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "StudentExt.dat".
            COPY "STUDEXT.CPY".
        FD FeeLedgerFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "FeeLedger.dat".
            COPY "FEELEDG.CPY".
        FD InstPlanFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "InstPlan.dat".
            COPY "INSTPLAN.CPY".
        FD ContractFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PlayerContract.dat".
            COPY "PLAYCTR.CPY".
        FD PlayerPayFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PlayerPay.dat".
            COPY "PLAYPAY.CPY".
        FD RunLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RunLog.dat".
            COPY "RUNLOG.CPY".
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CashFcst.dat".
        01  RecOut             PIC X(132).

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        COPY "CALENDAR.CPY".
        COPY "VENDLINK.CPY".
        COPY "PAYSLIP.CPY".
        01  BatchParamStatus PIC XX VALUE "00".
        01  CompParamStatus PIC XX VALUE "00".
        01  AcctMapStatus  PIC XX VALUE "00".
        01  GlBalStatus    PIC XX VALUE "00".
        01  PaySlipHistStatus PIC XX VALUE "00".
        01  PoRegStatus    PIC XX VALUE "00".
        01  ApLedgerStatus PIC XX VALUE "00".
        01  StudentExtStatus PIC XX VALUE "00".
        01  FeeLedgerStatus PIC XX VALUE "00".
        01  InstPlanStatus PIC XX VALUE "00".
        01  ContractStatus PIC XX VALUE "00".
        01  PlayerPayStatus PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  FileEOF        PIC A VALUE "N".
        01  StudentEOF     PIC A VALUE "N".
        01  FeeEOF         PIC A VALUE "N".
        01  InstPlanEOF    PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  RunDate8X REDEFINES RunDate8.
            05  RunYY      PIC 9(4).
            05  RunMM      PIC 99.
            05  RunDD      PIC 99.
        01  DateWk         PIC 9(8) VALUE 0.
        01  DateWkX REDEFINES DateWk.
            05  DwYY       PIC 9(4).
            05  DwMM       PIC 99.
            05  DwDD       PIC 99.
        01  StartDayNo     PIC 9(7) VALUE 0.
        01  DayNoWk        PIC 9(7) VALUE 0.
        01  AddDays        PIC 9(4) VALUE 0.
        01  OverdueRule    PIC A VALUE "Y".
        01  WeekWk         PIC 9(5) VALUE 0.
        01  WeekHit        PIC 99 VALUE 0.
        01  FlowIx         PIC 9 VALUE 0.
        01  AmountWk       PIC 9(9)V99 VALUE 0.
        01  RunRc          PIC 9 VALUE 0.
        01  RecsRead       PIC 9(8) VALUE 0.
      * Forecast assumptions, BatchParam.dat keywords PAY-DAY,
      * FEE-COLL-PCT, FEE-ARREAR-PCT and PO-LEAD-DAYS.
        01  PayDay         PIC 99 VALUE 30.
        01  FeeCollPct     PIC 999 VALUE 80.
        01  FeeArrearPct   PIC 999 VALUE 40.
        01  PoLeadDays     PIC 999 VALUE 15.
      * Opening cash: the AcctMap "BANK" account, every period of
      * the fiscal year to date, latest GlBal row per period.
        01  BankAcct       PIC X(6) VALUE SPACES.
        01  PdTable.
            05  PdEntry OCCURS 12 TIMES.
                10  PdDr       PIC 9(10)V99.
                10  PdCr       PIC 9(10)V99.
        01  PdIx           PIC 99 VALUE 0.
        01  OpenCash       PIC S9(11)V99 VALUE 0.
      * Payroll run rate: the slips of the latest regular run.
        01  BasisKey       PIC 9(6) VALUE 0.
        01  SlipKey        PIC 9(6) VALUE 0.
        01  BasisSlips     PIC 9(5) VALUE 0.
        01  NetPayBasis    PIC 9(9)V99 VALUE 0.
        01  PfEsiBasis     PIC 9(9)V99 VALUE 0.
        01  TdsBasis       PIC 9(9)V99 VALUE 0.
        01  MonthIx        PIC 9 VALUE 0.
        01  MonthSerial    PIC 9(6) VALUE 0.
        01  SchYY          PIC 9(4) VALUE 0.
        01  SchMM          PIC 99 VALUE 0.
        01  SchSerial      PIC 9(6) VALUE 0.
      * Purchase orders, latest row per order number.
        01  PrIx           PIC 9(4) VALUE 0.
        01  PrHit          PIC 9(4) VALUE 0.
        01  PrCount        PIC 9(4) VALUE 0.
        01  PoTable.
            05  PoEntry OCCURS 2000 TIMES.
                10  PrPoNo     PIC 9(6).
                10  PrStatus   PIC A.
                10  PrVendor   PIC X(4).
                10  PrDate     PIC 9(8).
                10  PrAmount   PIC 9(9)V99.
      * Vendor payables, held by PO like ApAging.
        01  ItemIx         PIC 9(4) VALUE 0.
        01  ItemHit        PIC 9(4) VALUE 0.
        01  ItemCount      PIC 9(4) VALUE 0.
        01  ItemTable.
            05  ItemEntry OCCURS 2000 TIMES.
                10  OiPoNo     PIC 9(6).
                10  OiVendor   PIC X(4).
                10  OiDocDate  PIC 9(8).
                10  OiDueDate  PIC 9(8).
                10  OiHasInv   PIC A.
                10  OiBalance  PIC S9(7)V99.
        01  CurPoNo        PIC 9(6) VALUE 0.
      * Fee dues, worked out per student the way FeeDues does.
        01  Balance        PIC S9(7)V99 VALUE 0.
        01  PayTotal       PIC 9(8)V99 VALUE 0.
        01  UnpaidAmt      PIC 9(7)V99 VALUE 0.
        01  ArrearsTotal   PIC 9(9)V99 VALUE 0.
        01  ArrearsColl    PIC 9(9)V99 VALUE 0.
        01  ArrearsWeekly  PIC 9(9)V99 VALUE 0.
        01  FeeDueTotal    PIC 9(9)V99 VALUE 0.
        01  StudentCount   PIC 9(6) VALUE 0.
        01  ChgIx          PIC 9(2) VALUE 0.
        01  ChgCount       PIC 9(2) VALUE 0.
        01  ChgTable.
            05  ChgEntry OCCURS 50 TIMES.
                10  ChgDate    PIC 9(8).
                10  ChgAmount  PIC 9(7)V99.
        01  PlIx           PIC 9 VALUE 0.
        01  PlHit          PIC 9 VALUE 0.
        01  PlCount        PIC 9 VALUE 0.
        01  PartIx         PIC 9 VALUE 0.
        01  TermWk         PIC 99 VALUE 0.
        01  PlanTable.
            05  PlEntry OCCURS 8 TIMES.
                10  PlTerm     PIC 99.
                10  PlParts    PIC 9.
                10  PlPart OCCURS 6 TIMES.
                    15  PlAmount   PIC 9(7)V99.
                    15  PlDueDate  PIC 9(8).
      * Player contracts, latest row per player, with the last month
      * PlayerPaymentRun has already paid.
        01  PcIx           PIC 9(3) VALUE 0.
        01  PcHit          PIC 9(3) VALUE 0.
        01  PcCount        PIC 9(3) VALUE 0.
        01  CurPlayer      PIC X(4).
        01  PlayerTable.
            05  PcEntry OCCURS 300 TIMES.
                10  PcPlayer   PIC X(4).
                10  PcFee      PIC 9(7)V99.
                10  PcFromSer  PIC 9(6).
                10  PcToSer    PIC 9(6).
                10  PcLastPaid PIC 9(6).
        01  InstCountWk    PIC 99 VALUE 0.
        01  InstNoWk       PIC 99 VALUE 0.
        01  InstBaseWk     PIC 9(7)V99 VALUE 0.
        01  InstPaidWk     PIC 9(9)V99 VALUE 0.
        01  PaySerialWk    PIC 9(6) VALUE 0.
      * The thirteen weeks. Flow 1 is fee collections in; 2 net
      * pay, 3 PF, ESI and TDS remittances, 4 purchase orders not
      * yet invoiced, 5 vendor payables, 6 player contracts, out.
        01  WkIx           PIC 99 VALUE 0.
        01  WeekTable.
            05  WeekEntry OCCURS 13 TIMES.
                10  WkOpen     PIC S9(11)V99.
                10  WkFlow     PIC 9(11)V99 OCCURS 6 TIMES.
                10  WkClose    PIC S9(11)V99.
        01  FlowTotals.
            05  FlowTot    PIC 9(11)V99 OCCURS 6 TIMES.
        01  OutTotal       PIC 9(11)V99 VALUE 0.
        01  LowClose       PIC S9(11)V99 VALUE 0.
        01  LowWeek        PIC 99 VALUE 0.
        01  ShortWeek      PIC 99 VALUE 0.
        01  WeekDayNo      PIC 9(7) VALUE 0.
        01  WeekRem        PIC 9(3) VALUE 0.
        COPY "CTLTOT.CPY".
        01  Heading1.
            05  F          PIC X(50) VALUE SPACES.
            05  CompanyNameOut PIC X(20) VALUE "XYZ BANK LTD.".
        01  Heading2.
            05  F          PIC X(42) VALUE SPACES.
            05  F          PIC X(34) VALUE
                "13-WEEK CASH FLOW FORECAST".
            05  F          PIC X(8) VALUE " From : ".
            05  HdrDateOut PIC 9(8).
        01  LineRec        PIC X(132) VALUE ALL "-".
        01  OpenLine.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(26) VALUE
                "Opening Bank Balance, GL ".
            05  OlAcctOut  PIC X(6).
            05  F          PIC X(5) VALUE "  FY ".
            05  OlFyOut    PIC 9(4).
            05  F          PIC X(5) VALUE "  Pd ".
            05  OlPdOut    PIC 99.
            05  F          PIC X(3) VALUE " : ".
            05  OlCashOut  PIC -(10)9.99.
        01  NoBankLine.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(60) VALUE
                "** NO BANK CARD ON AcctMap.dat - OPENING TAKEN AS 0".
        01  PayBasisLine.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(22) VALUE "Payroll Run Rate, FY ".
            05  PbFyOut    PIC 9(4).
            05  F          PIC X(4) VALUE " Pd ".
            05  PbPdOut    PIC 99.
            05  F          PIC X(2) VALUE ", ".
            05  PbSlipsOut PIC Z(4)9.
            05  F          PIC X(17) VALUE " Slips.  Net Pay ".
            05  PbNetOut   PIC Z(8)9.99.
            05  F          PIC X(9) VALUE "  PF/ESI ".
            05  PbPfOut    PIC Z(8)9.99.
            05  F          PIC X(6) VALUE "  TDS ".
            05  PbTdsOut   PIC Z(8)9.99.
        01  PayDayLine.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(32) VALUE
                "Net Pay And Player Fees On Day ".
            05  PdDayOut   PIC Z9.
            05  F          PIC X(50) VALUE
                ";  PF/ESI On The 15th, TDS On The 7th.".
        01  FeeBasisLine.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(17) VALUE "Fee Collections: ".
            05  FbCollOut  PIC ZZ9.
            05  F          PIC X(26) VALUE
                "% Of Dues In The Week Due ".
            05  FbDueOut   PIC Z(8)9.99.
            05  F          PIC X(3) VALUE ",  ".
            05  FbArrOut   PIC ZZ9.
            05  F          PIC X(30) VALUE
                "% Of Arrears Across 13 Weeks ".
            05  FbArrAmtOut PIC Z(8)9.99.
        01  PoBasisLine.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(42) VALUE
                "Open Orders Paid Vendor Terms After Lead ".
            05  PlLeadOut  PIC ZZ9.
            05  F          PIC X(50) VALUE
                " Days; Overdue Items Fall In Week 1.".
        01  ColHead.
            05  F          PIC X(3) VALUE " Wk".
            05  F          PIC X(10) VALUE "  Week Of ".
            05  F          PIC X(15) VALUE "        Opening".
            05  F          PIC X(14) VALUE "       Fees In".
            05  F          PIC X(14) VALUE "       Net Pay".
            05  F          PIC X(14) VALUE "    Remittance".
            05  F          PIC X(14) VALUE "     Purchases".
            05  F          PIC X(14) VALUE "      Payables".
            05  F          PIC X(14) VALUE "       Players".
            05  F          PIC X(15) VALUE "        Closing".
        01  DetailRec.
            05  F          PIC X(1) VALUE SPACES.
            05  DtWeekOut  PIC Z9.
            05  F          PIC X(2) VALUE SPACES.
            05  DtDateOut  PIC 9(8).
            05  F          PIC X(1) VALUE SPACES.
            05  DtOpenOut  PIC -(10)9.99.
            05  DtFlowGrp OCCURS 6 TIMES.
                10  F          PIC X(1) VALUE SPACES.
                10  DtFlowOut  PIC Z(9)9.99.
            05  F          PIC X(1) VALUE SPACES.
            05  DtCloseOut PIC -(10)9.99.
        01  TotalRec.
            05  F          PIC X(28) VALUE " 13-Week Total".
            05  TtFlowGrp OCCURS 6 TIMES.
                10  F          PIC X(1) VALUE SPACES.
                10  TtFlowOut  PIC Z(9)9.99.
            05  F          PIC X(1) VALUE SPACES.
            05  TtCloseOut PIC -(10)9.99.
        01  VerdictRec.
            05  F          PIC X(3) VALUE SPACES.
            05  VerdictOut PIC X(45).
            05  VdWeekOut  PIC Z9.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            CALL "GetOper" USING OperLinkRec.
            COMPUTE StartDayNo = RunYY * 360 + RunMM * 30 + RunDD.
            MOVE RunDate8 TO CalInDate.
            CALL "Calendar" USING CalLinkRec.
            MOVE 0 TO WkIx.
            PERFORM ClearWeekPara UNTIL WkIx NOT < 13.
            PERFORM LoadParamPara.
            PERFORM ReadCompParamPara.
            PERFORM OpeningCashPara.
            PERFORM PayrollBasisPara.
            PERFORM LoadContractPara.
            PERFORM LoadPlayerPayPara.
            MOVE 0 TO MonthIx.
            PERFORM ScheduleMonthPara UNTIL MonthIx NOT < 5.
            PERFORM LoadPoRegPara.
            PERFORM LoadLedgerPara.
            MOVE 0 TO PrIx.
            PERFORM ForecastPoPara UNTIL PrIx NOT < PrCount.
            MOVE 0 TO ItemIx.
            PERFORM ForecastItemPara UNTIL ItemIx NOT < ItemCount.
            PERFORM FeeDuesPara.
            PERFORM RollWeeksPara.
            PERFORM ReportPara.
            PERFORM LogRunPara.
            DISPLAY "Opening Cash :- " OlCashOut
                    "  Week 13 Closing :- " TtCloseOut.
            MOVE RunRc TO RETURN-CODE.
            GOBACK.
        ClearWeekPara.
            ADD 1 TO WkIx.
            MOVE 0 TO WkOpen (WkIx).
            MOVE 0 TO WkClose (WkIx).
            MOVE 0 TO FlowIx.
            PERFORM ClearFlowPara UNTIL FlowIx NOT < 6.
        ClearFlowPara.
            ADD 1 TO FlowIx.
            MOVE 0 TO WkFlow (WkIx, FlowIx).
            MOVE 0 TO FlowTot (FlowIx).
        LoadParamPara.
            MOVE "N" TO FileEOF.
            OPEN INPUT BatchParamFile.
            IF BatchParamStatus = "00"
                PERFORM ReadParamPara
                PERFORM ScanParamPara UNTIL FileEOF = "Y"
                CLOSE BatchParamFile.
            IF PayDay < 1 OR PayDay > 30
                MOVE 30 TO PayDay.
            IF FeeCollPct > 100
                MOVE 100 TO FeeCollPct.
            IF FeeArrearPct > 100
                MOVE 100 TO FeeArrearPct.
        ReadParamPara.
            READ BatchParamFile AT END MOVE "Y" TO FileEOF.
        ScanParamPara.
            IF BpKeyword = "PAY-DAY" AND BpValueNum NUMERIC
                MOVE BpValueNum TO PayDay
            ELSE IF BpKeyword = "FEE-COLL-PCT" AND BpValueNum NUMERIC
                MOVE BpValueNum TO FeeCollPct
            ELSE IF BpKeyword = "FEE-ARREAR-PCT"
                    AND BpValueNum NUMERIC
                MOVE BpValueNum TO FeeArrearPct
            ELSE IF BpKeyword = "PO-LEAD-DAYS" AND BpValueNum NUMERIC
                MOVE BpValueNum TO PoLeadDays.
            PERFORM ReadParamPara.
        ReadCompParamPara.
            OPEN INPUT CompParamFile.
            IF CompParamStatus = "00"
                READ CompParamFile
                MOVE CpCompanyName TO CompanyNameOut
                CLOSE CompParamFile.
      * A date goes to the week it falls in, counting seven days at
      * a time from today in the shop's 30-day month arithmetic.
      * With OverdueRule "Y" a date already past lands in week 1;
      * with "N" it is dropped (a pay day gone by is already paid).
      * Anything after week 13 is dropped; WeekHit comes back zero.
        PlaceDatePara.
            MOVE 0 TO WeekHit.
            IF DateWk > 0
                COMPUTE DayNoWk = DwYY * 360 + DwMM * 30 + DwDD
                                + AddDays
                IF DayNoWk < StartDayNo
                    IF OverdueRule = "Y"
                        MOVE 1 TO WeekHit
                    END-IF
                ELSE
                    COMPUTE WeekWk = (DayNoWk - StartDayNo) / 7 + 1
                    IF WeekWk NOT > 13
                        MOVE WeekWk TO WeekHit.
        AddFlowPara.
            IF WeekHit NOT = 0
                ADD AmountWk TO WkFlow (WeekHit, FlowIx).
        OpeningCashPara.
            MOVE "N" TO FileEOF.
            OPEN INPUT AcctMapFile.
            IF AcctMapStatus = "00"
                PERFORM ReadMapPara
                PERFORM PickMapPara UNTIL FileEOF = "Y"
                CLOSE AcctMapFile.
            MOVE 0 TO PdIx.
            PERFORM ClearPeriodPara UNTIL PdIx NOT < 12.
            MOVE "N" TO FileEOF.
            OPEN INPUT GlBalFile.
            IF GlBalStatus = "00"
                PERFORM ReadGlBalPara
                PERFORM LoadOneBalPara UNTIL FileEOF = "Y"
                CLOSE GlBalFile.
            MOVE 0 TO PdIx.
            PERFORM SumPeriodPara UNTIL PdIx NOT < CalFiscalPeriod.
        ReadMapPara.
            READ AcctMapFile AT END MOVE "Y" TO FileEOF.
        PickMapPara.
            IF AmSourceCode = "BANK"
                MOVE AmAcctNo TO BankAcct.
            PERFORM ReadMapPara.
        ClearPeriodPara.
            ADD 1 TO PdIx.
            MOVE 0 TO PdDr (PdIx).
            MOVE 0 TO PdCr (PdIx).
        ReadGlBalPara.
            READ GlBalFile AT END MOVE "Y" TO FileEOF.
        LoadOneBalPara.
            IF GbAcctNo = BankAcct AND BankAcct NOT = SPACES
               AND GbFiscalYear = CalFiscalYear
               AND GbPeriod > 0 AND GbPeriod < 13
                MOVE GbDrTotal TO PdDr (GbPeriod)
                MOVE GbCrTotal TO PdCr (GbPeriod).
            PERFORM ReadGlBalPara.
        SumPeriodPara.
            ADD 1 TO PdIx.
            COMPUTE OpenCash = OpenCash + PdDr (PdIx) - PdCr (PdIx).
      * The latest fiscal period with a regular run sets the monthly
      * rate. The employer matches the PF deducted, as RemitSummary
      * reckons it; ESI shares read as spaces on older slips.
        PayrollBasisPara.
            MOVE "N" TO FileEOF.
            OPEN INPUT PaySlipHistFile.
            IF PaySlipHistStatus = "00"
                PERFORM ReadSlipPara
                PERFORM TallySlipPara UNTIL FileEOF = "Y"
                CLOSE PaySlipHistFile.
        ReadSlipPara.
            READ PaySlipHistFile AT END MOVE "Y" TO FileEOF.
        TallySlipPara.
            ADD 1 TO RecsRead.
            IF PshRunType = "R"
                COMPUTE SlipKey = PshFiscalYear * 100 + PshPeriod
                IF SlipKey > BasisKey
                    MOVE SlipKey TO BasisKey
                    MOVE 0 TO BasisSlips
                    MOVE 0 TO NetPayBasis
                    MOVE 0 TO PfEsiBasis
                    MOVE 0 TO TdsBasis
                END-IF
                IF SlipKey = BasisKey
                    PERFORM AddSlipPara.
            PERFORM ReadSlipPara.
        AddSlipPara.
            MOVE PshSlipImage TO PaySlipRec.
            ADD 1 TO BasisSlips.
            ADD PSNetSal TO NetPayBasis.
            ADD PSPFDed PSPFDed TO PfEsiBasis.
            ADD PSTDS TO TdsBasis.
            IF PSEsiDed NUMERIC
                ADD PSEsiDed TO PfEsiBasis.
            IF PSEsiEmpr NUMERIC
                ADD PSEsiEmpr TO PfEsiBasis.
      * Five calendar months from this one cover the thirteen
      * weeks. Pay days already gone by this month are taken as
      * paid.
        ScheduleMonthPara.
            ADD 1 TO MonthIx.
            COMPUTE MonthSerial = RunYY * 12 + RunMM - 1
                                + MonthIx - 1.
            DIVIDE MonthSerial BY 12 GIVING SchYY REMAINDER SchMM.
            ADD 1 TO SchMM.
            COMPUTE SchSerial = SchYY * 12 + SchMM.
            MOVE "N" TO OverdueRule.
            MOVE 0 TO AddDays.
            COMPUTE DateWk = SchYY * 10000 + SchMM * 100 + PayDay.
            PERFORM PlaceDatePara.
            MOVE NetPayBasis TO AmountWk.
            MOVE 2 TO FlowIx.
            PERFORM AddFlowPara.
            MOVE 0 TO PcIx.
            PERFORM PlayerMonthPara UNTIL PcIx NOT < PcCount.
            COMPUTE DateWk = SchYY * 10000 + SchMM * 100 + 15.
            PERFORM PlaceDatePara.
            MOVE PfEsiBasis TO AmountWk.
            MOVE 3 TO FlowIx.
            PERFORM AddFlowPara.
            COMPUTE DateWk = SchYY * 10000 + SchMM * 100 + 7.
            PERFORM PlaceDatePara.
            MOVE TdsBasis TO AmountWk.
            PERFORM AddFlowPara.
      * The month's contract instalment, split as PlayerPaymentRun
      * splits it. Match fees hang on appearances not yet made and
      * are left out.
        PlayerMonthPara.
            ADD 1 TO PcIx.
            IF SchSerial NOT < PcFromSer (PcIx)
               AND SchSerial NOT > PcToSer (PcIx)
               AND SchSerial > PcLastPaid (PcIx)
                COMPUTE InstCountWk = PcToSer (PcIx)
                                    - PcFromSer (PcIx) + 1
                COMPUTE InstNoWk = SchSerial - PcFromSer (PcIx) + 1
                COMPUTE InstBaseWk = PcFee (PcIx) / InstCountWk
                IF InstNoWk = InstCountWk
                    COMPUTE InstPaidWk = InstBaseWk
                                       * (InstCountWk - 1)
                    COMPUTE AmountWk = PcFee (PcIx) - InstPaidWk
                ELSE
                    MOVE InstBaseWk TO AmountWk
                END-IF
                MOVE 6 TO FlowIx
                PERFORM AddFlowPara.
        LoadContractPara.
            MOVE "N" TO FileEOF.
            OPEN INPUT ContractFile.
            IF ContractStatus = "00"
                PERFORM ReadContractPara
                PERFORM LoadOneContractPara UNTIL FileEOF = "Y"
                CLOSE ContractFile.
        ReadContractPara.
            READ ContractFile AT END MOVE "Y" TO FileEOF.
        LoadOneContractPara.
            ADD 1 TO RecsRead.
            MOVE PlcPlayerId TO CurPlayer.
            PERFORM FindPlayerPara.
            IF PcHit = 0 AND PcCount < 300
                ADD 1 TO PcCount
                MOVE PcCount TO PcHit
                MOVE PlcPlayerId TO PcPlayer (PcHit)
                MOVE 0 TO PcLastPaid (PcHit).
            IF PcHit NOT = 0
                MOVE PlcSeasonFee TO PcFee (PcHit)
                MOVE PlcFromDate TO DateWk
                COMPUTE PcFromSer (PcHit) = DwYY * 12 + DwMM
                MOVE PlcToDate TO DateWk
                COMPUTE PcToSer (PcHit) = DwYY * 12 + DwMM.
            PERFORM ReadContractPara.
        FindPlayerPara.
            MOVE 0 TO PcHit.
            MOVE 0 TO PcIx.
            PERFORM ScanPlayerPara UNTIL PcIx NOT < PcCount
                                   OR PcHit NOT = 0.
        ScanPlayerPara.
            ADD 1 TO PcIx.
            IF PcPlayer (PcIx) = CurPlayer
                MOVE PcIx TO PcHit.
        LoadPlayerPayPara.
            MOVE "N" TO FileEOF.
            OPEN INPUT PlayerPayFile.
            IF PlayerPayStatus = "00"
                PERFORM ReadPlayerPayPara
                PERFORM LoadOnePlayerPayPara UNTIL FileEOF = "Y"
                CLOSE PlayerPayFile.
        ReadPlayerPayPara.
            READ PlayerPayFile AT END MOVE "Y" TO FileEOF.
        LoadOnePlayerPayPara.
            ADD 1 TO RecsRead.
            MOVE PpPlayerId TO CurPlayer.
            PERFORM FindPlayerPara.
            IF PcHit NOT = 0
                COMPUTE DateWk = PpMonth * 100 + 1
                COMPUTE PaySerialWk = DwYY * 12 + DwMM
                IF PaySerialWk > PcLastPaid (PcHit)
                    MOVE PaySerialWk TO PcLastPaid (PcHit).
            PERFORM ReadPlayerPayPara.
      * Latest row per order: "O" still open, "C" received.
        LoadPoRegPara.
            MOVE "N" TO FileEOF.
            OPEN INPUT PoRegFile.
            IF PoRegStatus = "00"
                PERFORM ReadPoRegPara
                PERFORM LoadOnePoPara UNTIL FileEOF = "Y"
                CLOSE PoRegFile.
        ReadPoRegPara.
            READ PoRegFile AT END MOVE "Y" TO FileEOF.
        LoadOnePoPara.
            ADD 1 TO RecsRead.
            MOVE 0 TO PrHit.
            MOVE 0 TO PrIx.
            PERFORM ScanPoPara UNTIL PrIx NOT < PrCount
                               OR PrHit NOT = 0.
            IF PrHit = 0 AND PrCount < 2000
                ADD 1 TO PrCount
                MOVE PrCount TO PrHit
                MOVE PoNo TO PrPoNo (PrHit).
            IF PrHit NOT = 0
                MOVE PoStatus TO PrStatus (PrHit)
                MOVE PoVendorCode TO PrVendor (PrHit)
                MOVE 0 TO PrAmount (PrHit)
                IF PoStatus = "C"
                    MOVE PoRecvDate TO PrDate (PrHit)
                    IF PoRate NUMERIC
                        COMPUTE PrAmount (PrHit) = PoRecvQty * PoRate
                    END-IF
                ELSE
                    MOVE PoDate TO PrDate (PrHit)
                    IF PoRate NUMERIC
                        COMPUTE PrAmount (PrHit) = PoQty * PoRate.
            PERFORM ReadPoRegPara.
        ScanPoPara.
            ADD 1 TO PrIx.
            IF PrPoNo (PrIx) = PoNo
                MOVE PrIx TO PrHit.
        LoadLedgerPara.
            MOVE "N" TO FileEOF.
            OPEN INPUT ApLedgerFile.
            IF ApLedgerStatus = "00"
                PERFORM ReadLedgerPara
                PERFORM LoadOneLedgerPara UNTIL FileEOF = "Y"
                CLOSE ApLedgerFile.
        ReadLedgerPara.
            READ ApLedgerFile AT END MOVE "Y" TO FileEOF.
        LoadOneLedgerPara.
            ADD 1 TO RecsRead.
            MOVE AlPoNo TO CurPoNo.
            PERFORM FindItemPara.
            IF ItemHit = 0 AND ItemCount < 2000
                ADD 1 TO ItemCount
                MOVE ItemCount TO ItemHit
                MOVE AlPoNo TO OiPoNo (ItemHit)
                MOVE AlVendorCode TO OiVendor (ItemHit)
                MOVE AlDocDate TO OiDocDate (ItemHit)
                MOVE 0 TO OiDueDate (ItemHit)
                MOVE "N" TO OiHasInv (ItemHit)
                MOVE 0 TO OiBalance (ItemHit).
            IF ItemHit NOT = 0
                IF AlTxnType = "I"
                    MOVE AlDocDate TO OiDocDate (ItemHit)
                    IF AlDueDate NUMERIC
                        MOVE AlDueDate TO OiDueDate (ItemHit)
                    END-IF
                    MOVE "Y" TO OiHasInv (ItemHit)
                    ADD AlAmount TO OiBalance (ItemHit)
                ELSE
                    SUBTRACT AlAmount FROM OiBalance (ItemHit).
            PERFORM ReadLedgerPara.
        FindItemPara.
            MOVE 0 TO ItemHit.
            MOVE 0 TO ItemIx.
            PERFORM ScanItemPara UNTIL ItemIx NOT < ItemCount
                                 OR ItemHit NOT = 0.
        ScanItemPara.
            ADD 1 TO ItemIx.
            IF OiPoNo (ItemIx) = CurPoNo
                MOVE ItemIx TO ItemHit.
      * An open order is paid on the vendor's terms once the lead
      * time has brought the goods in; a receipt not yet invoiced
      * on the terms from its receipt date. Once the invoice is on
      * the payables ledger the order is counted there instead.
        ForecastPoPara.
            ADD 1 TO PrIx.
            MOVE PrPoNo (PrIx) TO CurPoNo.
            PERFORM FindItemPara.
            IF ItemHit NOT = 0
                IF OiHasInv (ItemHit) = "Y"
                    MOVE "I" TO PrStatus (PrIx).
            IF PrStatus (PrIx) = "O" OR PrStatus (PrIx) = "C"
                MOVE PrVendor (PrIx) TO VlVendorCode
                CALL "VendorLookup" USING VendLinkRec
                MOVE VlTermsDays TO AddDays
                IF PrStatus (PrIx) = "O"
                    ADD PoLeadDays TO AddDays
                END-IF
                MOVE "Y" TO OverdueRule
                MOVE PrDate (PrIx) TO DateWk
                PERFORM PlaceDatePara
                MOVE PrAmount (PrIx) TO AmountWk
                MOVE 4 TO FlowIx
                PERFORM AddFlowPara.
        ForecastItemPara.
            ADD 1 TO ItemIx.
            IF OiHasInv (ItemIx) = "Y" AND OiBalance (ItemIx) > 0
                MOVE "Y" TO OverdueRule
                MOVE 0 TO AddDays
                IF OiDueDate (ItemIx) > 0
                    MOVE OiDueDate (ItemIx) TO DateWk
                ELSE
                    MOVE OiDocDate (ItemIx) TO DateWk
                    MOVE 30 TO AddDays
                END-IF
                PERFORM PlaceDatePara
                MOVE OiBalance (ItemIx) TO AmountWk
                MOVE 5 TO FlowIx
                PERFORM AddFlowPara.
      * Each active student's charges are paid off oldest first,
      * term charges under an approved instalment plan as their
      * parts. What is left unpaid and already due is arrears,
      * collected at FEE-ARREAR-PCT spread evenly over the thirteen
      * weeks; a part falling due inside the forecast is collected
      * at FEE-COLL-PCT in its own week.
        FeeDuesPara.
            OPEN INPUT StudentExtFile.
            IF StudentExtStatus = "00"
                PERFORM ReadStudentPara
                PERFORM StudentDuesPara UNTIL StudentEOF = "Y"
                CLOSE StudentExtFile.
            COMPUTE ArrearsColl = ArrearsTotal * FeeArrearPct / 100.
            COMPUTE ArrearsWeekly = ArrearsColl / 13.
            MOVE 1 TO FlowIx.
            MOVE 0 TO WeekHit.
            PERFORM ArrearsWeekPara UNTIL WeekHit NOT < 13.
      * Week 13 takes the odd paise so the weeks add back up.
        ArrearsWeekPara.
            ADD 1 TO WeekHit.
            IF WeekHit = 13
                COMPUTE InstPaidWk = ArrearsWeekly * 12
                COMPUTE AmountWk = ArrearsColl - InstPaidWk
            ELSE
                MOVE ArrearsWeekly TO AmountWk.
            PERFORM AddFlowPara.
        ReadStudentPara.
            READ StudentExtFile AT END MOVE "Y" TO StudentEOF.
        StudentDuesPara.
            IF EStatus = "A"
                ADD 1 TO StudentCount
                PERFORM ComputeBalancePara
                MOVE 0 TO ChgIx
                PERFORM ApplyPayPara UNTIL ChgIx NOT < ChgCount.
            PERFORM ReadStudentPara.
        ComputeBalancePara.
            MOVE 0 TO Balance.
            MOVE 0 TO PayTotal.
            MOVE 0 TO ChgCount.
            PERFORM LoadPlanPara.
            OPEN INPUT FeeLedgerFile.
            IF FeeLedgerStatus = "00"
                PERFORM ReadFeePara
                PERFORM TallyFeePara UNTIL FeeEOF = "Y"
                CLOSE FeeLedgerFile
                MOVE "N" TO FeeEOF.
        ReadFeePara.
            READ FeeLedgerFile AT END MOVE "Y" TO FeeEOF.
        TallyFeePara.
            IF FlPrnNo = EPrnNo AND FlApprvFlag = "A"
                IF FlTxnType = "D" OR FlTxnType = "L"
                   OR FlTxnType = "H" OR FlTxnType = "B"
                   OR FlTxnType = "R" OR FlTxnType = "M"
                   OR FlTxnType = "T"
                    COMPUTE Balance = Balance + FlAmount
                    PERFORM AddChargePara
                ELSE
                    COMPUTE Balance = Balance - FlAmount
                    ADD FlAmount TO PayTotal.
            PERFORM ReadFeePara.
        AddChargePara.
            MOVE 0 TO PlHit.
            MOVE FlTerm TO TermWk.
            IF FlTxnType = "D" AND FlTerm NOT = 0
                PERFORM FindPlanTermPara.
            IF PlHit NOT = 0
                MOVE 0 TO PartIx
                PERFORM AddPartChgPara
                    UNTIL PartIx NOT < PlParts (PlHit)
            ELSE IF ChgCount < 50
                ADD 1 TO ChgCount
                MOVE FlRunDate TO ChgDate (ChgCount)
                MOVE FlAmount TO ChgAmount (ChgCount).
        AddPartChgPara.
            ADD 1 TO PartIx.
            IF ChgCount < 50
                ADD 1 TO ChgCount
                MOVE PlDueDate (PlHit, PartIx) TO ChgDate (ChgCount)
                MOVE PlAmount (PlHit, PartIx) TO ChgAmount (ChgCount).
        FindPlanTermPara.
            MOVE 0 TO PlHit.
            MOVE 0 TO PlIx.
            PERFORM ScanPlanTabPara UNTIL PlIx NOT < PlCount
                                    OR PlHit NOT = 0.
        ScanPlanTabPara.
            ADD 1 TO PlIx.
            IF PlTerm (PlIx) = TermWk
                MOVE PlIx TO PlHit.
        LoadPlanPara.
            MOVE 0 TO PlCount.
            OPEN INPUT InstPlanFile.
            IF InstPlanStatus = "00"
                PERFORM ReadPlanPara
                PERFORM LoadOnePlanPara UNTIL InstPlanEOF = "Y"
                CLOSE InstPlanFile
                MOVE "N" TO InstPlanEOF.
        ReadPlanPara.
            READ InstPlanFile AT END MOVE "Y" TO InstPlanEOF.
        LoadOnePlanPara.
            IF IpPrnNo = EPrnNo AND IpStatus = "A"
                PERFORM KeepPlanPara.
            PERFORM ReadPlanPara.
        KeepPlanPara.
            MOVE IpTerm TO TermWk.
            PERFORM FindPlanTermPara.
            IF PlHit = 0 AND PlCount < 8
                ADD 1 TO PlCount
                MOVE PlCount TO PlHit
                MOVE IpTerm TO PlTerm (PlHit).
            IF PlHit NOT = 0
                MOVE IpCount TO PlParts (PlHit)
                MOVE 0 TO PartIx
                PERFORM CopyPartPara UNTIL PartIx NOT < IpCount.
        CopyPartPara.
            ADD 1 TO PartIx.
            MOVE IpAmount (PartIx) TO PlAmount (PlHit, PartIx).
            MOVE IpDueDate (PartIx) TO PlDueDate (PlHit, PartIx).
        ApplyPayPara.
            ADD 1 TO ChgIx.
            IF PayTotal NOT < ChgAmount (ChgIx)
                SUBTRACT ChgAmount (ChgIx) FROM PayTotal
                MOVE 0 TO UnpaidAmt
            ELSE
                COMPUTE UnpaidAmt = ChgAmount (ChgIx) - PayTotal
                MOVE 0 TO PayTotal.
            IF UnpaidAmt > 0
                IF ChgDate (ChgIx) NOT > RunDate8
                    ADD UnpaidAmt TO ArrearsTotal
                ELSE
                    MOVE "N" TO OverdueRule
                    MOVE 0 TO AddDays
                    MOVE ChgDate (ChgIx) TO DateWk
                    PERFORM PlaceDatePara
                    IF WeekHit NOT = 0
                        ADD UnpaidAmt TO FeeDueTotal
                        COMPUTE AmountWk = UnpaidAmt * FeeCollPct / 100
                        MOVE 1 TO FlowIx
                        PERFORM AddFlowPara.
      * Week by week: opening is last week's closing, fees in less
      * the five outflows gives the closing cash.
        RollWeeksPara.
            MOVE OpenCash TO LowClose.
            MOVE 0 TO WkIx.
            PERFORM RollOneWeekPara UNTIL WkIx NOT < 13.
        RollOneWeekPara.
            ADD 1 TO WkIx.
            IF WkIx = 1
                MOVE OpenCash TO WkOpen (WkIx)
            ELSE
                MOVE WkClose (WkIx - 1) TO WkOpen (WkIx).
            COMPUTE WkClose (WkIx) = WkOpen (WkIx) + WkFlow (WkIx, 1)
                - WkFlow (WkIx, 2) - WkFlow (WkIx, 3)
                - WkFlow (WkIx, 4) - WkFlow (WkIx, 5)
                - WkFlow (WkIx, 6).
            MOVE 0 TO FlowIx.
            PERFORM TotalFlowPara UNTIL FlowIx NOT < 6.
            IF WkClose (WkIx) < LowClose
                MOVE WkClose (WkIx) TO LowClose
                MOVE WkIx TO LowWeek.
            IF WkClose (WkIx) < 0 AND ShortWeek = 0
                MOVE WkIx TO ShortWeek.
        TotalFlowPara.
            ADD 1 TO FlowIx.
            ADD WkFlow (WkIx, FlowIx) TO FlowTot (FlowIx).
            IF FlowIx > 1
                ADD WkFlow (WkIx, FlowIx) TO OutTotal.
        ReportPara.
            OPEN OUTPUT FileOut.
            MOVE RunDate8 TO HdrDateOut.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM Heading2.
            WRITE RecOut FROM LineRec.
            MOVE BankAcct TO OlAcctOut.
            MOVE CalFiscalYear TO OlFyOut.
            MOVE CalFiscalPeriod TO OlPdOut.
            MOVE OpenCash TO OlCashOut.
            WRITE RecOut FROM OpenLine.
            IF BankAcct = SPACES
                WRITE RecOut FROM NoBankLine.
            DIVIDE BasisKey BY 100 GIVING PbFyOut REMAINDER PbPdOut.
            MOVE BasisSlips TO PbSlipsOut.
            MOVE NetPayBasis TO PbNetOut.
            MOVE PfEsiBasis TO PbPfOut.
            MOVE TdsBasis TO PbTdsOut.
            WRITE RecOut FROM PayBasisLine.
            MOVE PayDay TO PdDayOut.
            WRITE RecOut FROM PayDayLine.
            MOVE FeeCollPct TO FbCollOut.
            MOVE FeeDueTotal TO FbDueOut.
            MOVE FeeArrearPct TO FbArrOut.
            MOVE ArrearsTotal TO FbArrAmtOut.
            WRITE RecOut FROM FeeBasisLine.
            MOVE PoLeadDays TO PlLeadOut.
            WRITE RecOut FROM PoBasisLine.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM ColHead.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO WkIx.
            PERFORM PrintWeekPara UNTIL WkIx NOT < 13.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO FlowIx.
            PERFORM PrintTotalPara UNTIL FlowIx NOT < 6.
            MOVE WkClose (13) TO TtCloseOut.
            WRITE RecOut FROM TotalRec.
            WRITE RecOut FROM LineRec.
            IF ShortWeek NOT = 0
                MOVE "** CASH SHORTFALL PROJECTED - FIRST IN WEEK"
                    TO VerdictOut
                MOVE ShortWeek TO VdWeekOut
                MOVE 4 TO RunRc
            ELSE IF LowWeek NOT = 0
                MOVE "CASH STAYS POSITIVE - LOWEST CLOSING IN WEEK"
                    TO VerdictOut
                MOVE LowWeek TO VdWeekOut
                MOVE 0 TO RunRc
            ELSE
                MOVE "CASH STAYS AT OR ABOVE THE OPENING BALANCE"
                    TO VerdictOut
                MOVE 0 TO VdWeekOut
                MOVE 0 TO RunRc.
            WRITE RecOut FROM VerdictRec.
            MOVE RecsRead TO CtRecsOut.
            MOVE OutTotal TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE FileOut.
      * The week-of date is worked back from the week's first day
      * number in the same 30-day arithmetic.
        PrintWeekPara.
            ADD 1 TO WkIx.
            MOVE WkIx TO DtWeekOut.
            COMPUTE WeekDayNo = StartDayNo + (WkIx - 1) * 7 - 31.
            DIVIDE WeekDayNo BY 360 GIVING DwYY REMAINDER WeekRem.
            DIVIDE WeekRem BY 30 GIVING DwMM REMAINDER DwDD.
            ADD 1 TO DwMM.
            ADD 1 TO DwDD.
            MOVE DateWk TO DtDateOut.
            MOVE WkOpen (WkIx) TO DtOpenOut.
            MOVE 0 TO FlowIx.
            PERFORM PrintFlowPara UNTIL FlowIx NOT < 6.
            MOVE WkClose (WkIx) TO DtCloseOut.
            WRITE RecOut FROM DetailRec.
        PrintFlowPara.
            ADD 1 TO FlowIx.
            MOVE WkFlow (WkIx, FlowIx) TO DtFlowOut (FlowIx).
        PrintTotalPara.
            ADD 1 TO FlowIx.
            MOVE FlowTot (FlowIx) TO TtFlowOut (FlowIx).
        LogRunPara.
            OPEN EXTEND RunLogFile.
            MOVE OperOpId TO RlUserId.
            IF RunLogStatus = "35"
                OPEN OUTPUT RunLogFile.
            MOVE "CASHFCST" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE RecsRead TO RlRecRead.
            MOVE 13 TO RlRecWrit.
            MOVE RunRc TO RlReturnCode.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
