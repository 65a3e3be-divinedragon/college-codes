        IDENTIFICATION DIVISION.
        PROGRAM-ID. SalaryBudgetRun.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT EmpMastFile ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EmpNoIn
            FILE STATUS IS EmpMastStatus.
            SELECT PayGradeFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PayGradeStatus.
            SELECT RateFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RateStatus.
            SELECT TaxRateFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TaxRateStatus.
            SELECT SalPlanFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SalPlanStatus.
            SELECT DeptFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DeptStatus.
            SELECT BudgetFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BudgetStatus.
            SELECT CompParamFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CompParamStatus.
            SELECT FileOut ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RunLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RunLogStatus.

        DATA DIVISION.
        FILE SECTION.
        FD EmpMastFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "EMPMAST.DAT".
            COPY "EMPMAST.CPY".
        FD PayGradeFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PayGrade.dat".
            COPY "PAYGRADE.CPY".
        FD RateFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RateMast.dat".
            COPY "RATEMAST.CPY".
        FD TaxRateFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "TaxRate.dat".
            COPY "TAXRATE.CPY".
        FD SalPlanFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "SalPlan.dat".
            COPY "SALPLAN.CPY".
        FD DeptFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "DeptMast.dat".
            COPY "DEPTMAST.CPY".
        FD BudgetFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "DeptBudget.dat".
            COPY "BUDGMAST.CPY".
        FD CompParamFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CompParam.dat".
            COPY "PARAM.CPY".
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "SalBudg.dat".
        01  RecOut             PIC X(110).
        FD RunLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RunLog.dat".
            COPY "RUNLOG.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        COPY "CALENDAR.CPY".
        01  EmpMastStatus  PIC XX VALUE "00".
        01  PayGradeStatus PIC XX VALUE "00".
        01  RateStatus     PIC XX VALUE "00".
        01  TaxRateStatus  PIC XX VALUE "00".
        01  SalPlanStatus  PIC XX VALUE "00".
        01  DeptStatus     PIC XX VALUE "00".
        01  BudgetStatus   PIC XX VALUE "00".
        01  CompParamStatus PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  EOF            PIC A VALUE "N".
        01  PayGradeEOF    PIC A VALUE "N".
        01  RateEOF        PIC A VALUE "N".
        01  TaxRateEOF     PIC A VALUE "N".
        01  SalPlanEOF     PIC A VALUE "N".
        01  DeptEOF        PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  RunDateR REDEFINES RunDate8.
            05  RunYear        PIC 9(4).
            05  F              PIC 9(4).
        01  FyIn           PIC 9(4) VALUE 0.
        01  RunModeIn      PIC A VALUE "P".
        01  EmpCount       PIC 9(6) VALUE 0.
        01  PrjCount       PIC 9(6) VALUE 0.
        01  VacCount       PIC 9(4) VALUE 0.
        01  SkipCount      PIC 9(4) VALUE 0.
        01  RowsWritten    PIC 9(6) VALUE 0.
      * The person being projected: an employee off the master or a
      * planned vacancy treated as one joining on its expected date.
        01  PrjDept        PIC X(4).
        01  PrjGrade       PIC X(2).
        01  PrjBasic       PIC 9(5)V99.
        01  PrjHire        PIC 9(8).
        01  PrjHireR REDEFINES PrjHire.
            05  PrjHireYear    PIC 9(4).
            05  PrjHireMMDD    PIC 9(4).
        01  PrjLeave       PIC 9(8).
        01  PrjEmpNo       PIC 9(4).
      * Month being projected; its end is taken as day 31, which
      * compares correctly against any date in the month.
        01  PdIx           PIC 9(2) VALUE 0.
        01  MonthFirst     PIC 9(8).
        01  MonthFirstR REDEFINES MonthFirst.
            05  MfYear         PIC 9(4).
            05  MfMonth        PIC 9(2).
            05  MfDay          PIC 9(2).
        01  MonthEnd       PIC 9(8).
        01  FyStart        PIC 9(8).
        01  IncrYearWk     PIC 9(4).
        01  IncrMMDDWk     PIC 9(4).
        01  IncrMMDDR REDEFINES IncrMMDDWk.
            05  IncrMonthWk    PIC 9(2).
            05  IncrDayWk      PIC 9(2).
        01  IncrDueWk      PIC 9(8).
        01  IncrCount      PIC 9(2).
        01  MonthBasic     PIC 9(6)V99.
        01  MonthDA        PIC 9(6)V99.
        01  MonthHRA       PIC 9(6)V99.
        01  MonthGross     PIC 9(7)V99.
        01  MonthPfEmpr    PIC 9(6)V99.
        01  MonthEsiEmpr   PIC 9(6)V99.
        01  MonthGratuity  PIC 9(6)V99.
        01  MonthTotal     PIC 9(8)V99.
        01  PgCount        PIC 9(3) VALUE 0.
        01  PgIx           PIC 9(3) VALUE 0.
        01  PgHit          PIC 9(3) VALUE 0.
        01  PgTable.
            05  PgEntry OCCURS 100 TIMES.
                10  PgTabGrade PIC X(2).
                10  PgTabMax   PIC 9(5)V99.
                10  PgTabIncr  PIC 9(5)V99.
                10  PgTabMMDD  PIC 9(4).
        01  RateCount      PIC 9(3) VALUE 0.
        01  RateIx         PIC 9(3) VALUE 0.
        01  RateTable.
            05  RateEntry OCCURS 100 TIMES.
                10  RtTabType  PIC X(4).
                10  RtTabPct   PIC 9V9999.
                10  RtTabEff   PIC 9(8).
                10  RtTabDept  PIC X(4).
        01  RateTypeWk     PIC X(4).
        01  RateHit        PIC A VALUE "N".
        01  BestDept       PIC A VALUE "N".
        01  BestEff        PIC 9(8) VALUE 0.
        01  PickedPct      PIC 9V9999 VALUE 0.
        01  DARate         PIC 9V9999 VALUE 0.25.
        01  HRARate        PIC 9V9999 VALUE 0.10.
      * Statutory rates in force on the first day of the fiscal
      * year; the defaults are those the payroll run falls back on.
        01  PFRate         PIC 9V9999 VALUE 0.12.
        01  EsiEmprRate    PIC 9V9999 VALUE 0.0325.
        01  EsiCeiling     PIC 9(7)V99 VALUE 21000.
        01  BestPfEff      PIC 9(8) VALUE 0.
        01  BestEsiEff     PIC 9(8) VALUE 0.
        01  BestEsirEff    PIC 9(8) VALUE 0.
        01  SpCount        PIC 9(3) VALUE 0.
        01  SpIx           PIC 9(3) VALUE 0.
        01  SpHit          PIC 9(3) VALUE 0.
        01  SpTable.
            05  SpEntry OCCURS 200 TIMES.
                10  SptDept    PIC X(4).
                10  SptType    PIC A.
                10  SptRef     PIC 9(4).
                10  SptEff     PIC 9(8).
                10  SptBasic   PIC 9(5)V99.
                10  SptGrade   PIC X(2).
                10  SptStatus  PIC A.
        01  DeptWk         PIC X(4).
        01  DpCount        PIC 9(2) VALUE 0.
        01  DpIx           PIC 9(2) VALUE 0.
        01  DpHit          PIC 9(2) VALUE 0.
        01  DpTable.
            05  DpEntry OCCURS 50 TIMES.
                10  DptCode    PIC X(4).
                10  DptName    PIC X(20).
                10  DptMonth OCCURS 12 TIMES.
                    15  DptHeads   PIC 9(4).
                    15  DptBasic   PIC 9(8)V99.
                    15  DptDA      PIC 9(8)V99.
                    15  DptHRA     PIC 9(8)V99.
                    15  DptPf      PIC 9(7)V99.
                    15  DptEsi     PIC 9(7)V99.
                    15  DptGrat    PIC 9(7)V99.
        01  DeptTotBasic   PIC 9(9)V99 VALUE 0.
        01  DeptTotDA      PIC 9(9)V99 VALUE 0.
        01  DeptTotHRA     PIC 9(9)V99 VALUE 0.
        01  DeptTotPf      PIC 9(8)V99 VALUE 0.
        01  DeptTotEsi     PIC 9(8)V99 VALUE 0.
        01  DeptTotGrat    PIC 9(8)V99 VALUE 0.
        01  DeptTotal      PIC 9(9)V99 VALUE 0.
        01  GrandTotal     PIC 9(9)V99 VALUE 0.
        01  Heading1.
            05  F          PIC X(30) VALUE SPACES.
            05  CompanyNameOut PIC X(20) VALUE "XYZ BANK LTD.".
        01  Heading2.
            05  F          PIC X(12) VALUE SPACES.
            05  F          PIC X(40) VALUE
                "Salary Budget Projection, Fiscal Year ".
            05  HdFyOut    PIC 9(4).
            05  F          PIC X(3) VALUE SPACES.
            05  HdModeOut  PIC X(10).
        01  LineRec        PIC X(110) VALUE ALL "-".
        01  DeptHeadRec.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(7) VALUE "Dept : ".
            05  DhDeptOut  PIC X(4).
            05  F          PIC X(2) VALUE SPACES.
            05  DhNameOut  PIC X(20).
        01  RecHead.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(4) VALUE "Pd".
            05  F          PIC X(8) VALUE "Month".
            05  F          PIC X(6) VALUE "Heads".
            05  F          PIC X(13) VALUE "Basic".
            05  F          PIC X(13) VALUE "DA".
            05  F          PIC X(13) VALUE "HRA".
            05  F          PIC X(12) VALUE "Empr PF".
            05  F          PIC X(12) VALUE "Empr ESI".
            05  F          PIC X(12) VALUE "Gratuity".
            05  F          PIC X(12) VALUE "Total Cost".
        01  DetailRec.
            05  F          PIC X(3) VALUE SPACES.
            05  DtPdOut    PIC ZZ.
            05  F          PIC X(2) VALUE SPACES.
            05  DtMonthOut PIC X(6).
            05  F          PIC X(2) VALUE SPACES.
            05  DtHeadsOut PIC ZZZ9.
            05  F          PIC X(2) VALUE SPACES.
            05  DtBasicOut PIC Z(7)9.99.
            05  F          PIC X(2) VALUE SPACES.
            05  DtDAOut    PIC Z(7)9.99.
            05  F          PIC X(2) VALUE SPACES.
            05  DtHRAOut   PIC Z(7)9.99.
            05  F          PIC X(2) VALUE SPACES.
            05  DtPfOut    PIC Z(6)9.99.
            05  F          PIC X(2) VALUE SPACES.
            05  DtEsiOut   PIC Z(6)9.99.
            05  F          PIC X(2) VALUE SPACES.
            05  DtGratOut  PIC Z(6)9.99.
            05  F          PIC X(2) VALUE SPACES.
            05  DtTotalOut PIC Z(8)9.99.
        01  GrandRec.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(30) VALUE
                "Projected Salary Bill, Year".
            05  GrTotalOut PIC Z(8)9.99.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(18) VALUE "Employees / Vac. :".
            05  GrEmpOut   PIC ZZZZ9.
            05  F          PIC X(3) VALUE " / ".
            05  GrVacOut   PIC ZZZ9.
        01  SkipRec.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(40) VALUE
                "** Left Out - Department Table Full :".
            05  SkipOut    PIC ZZZ9.
        COPY "CTLTOT.CPY".

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            MOVE RunDate8 TO CalInDate.
            CALL "Calendar" USING CalLinkRec.
            DISPLAY (3, 10) "Fiscal Year (0 = Next) :- ".
            ACCEPT FyIn.
            DISPLAY (4, 10) "Run Mode (P = Proof, L = Live) :- ".
            ACCEPT RunModeIn.
            IF FyIn = 0
                COMPUTE FyIn = CalFiscalYear + 1.
            IF RunModeIn NOT = "P" AND RunModeIn NOT = "L"
                DISPLAY (6, 10) "Invalid Run Mode. Run Aborted."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            OPEN INPUT EmpMastFile.
            IF EmpMastStatus NOT = "00"
                DISPLAY (6, 10) "EMPMAST.DAT Not Found. Run Aborted."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            COMPUTE FyStart = FyIn * 10000 + 401.
            PERFORM ReadCompParamPara.
            PERFORM LoadGradePara.
            PERFORM LoadRatesPara.
            PERFORM LoadTaxRatesPara.
            PERFORM LoadPlanPara.
            PERFORM LoadDeptPara.
            PERFORM ReadEmpPara.
            PERFORM EmpOnePara UNTIL EOF = "Y".
            CLOSE EmpMastFile.
            MOVE 0 TO SpIx.
            PERFORM VacancyOnePara UNTIL SpIx NOT < SpCount.
            OPEN OUTPUT FileOut.
            MOVE FyIn TO HdFyOut.
            IF RunModeIn = "L"
                MOVE "LIVE" TO HdModeOut
                OPEN EXTEND BudgetFile
                IF BudgetStatus = "35"
                    OPEN OUTPUT BudgetFile
                END-IF
            ELSE
                MOVE "PROOF" TO HdModeOut.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM Heading2.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO DpIx.
            PERFORM DeptPrintPara UNTIL DpIx NOT < DpCount.
            MOVE GrandTotal TO GrTotalOut.
            MOVE PrjCount TO GrEmpOut.
            MOVE VacCount TO GrVacOut.
            WRITE RecOut FROM GrandRec.
            IF SkipCount > 0
                MOVE SkipCount TO SkipOut
                WRITE RecOut FROM SkipRec.
            WRITE RecOut FROM LineRec.
            MOVE PrjCount TO CtRecsOut.
            MOVE GrandTotal TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE FileOut.
            IF RunModeIn = "L"
                CLOSE BudgetFile.
            DISPLAY (6, 10) "Projected Salary Bill :- " GrTotalOut.
            DISPLAY (7, 10) "Budget Rows Loaded :- " RowsWritten.
            IF SkipCount > 0
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
                CLOSE CompParamFile.
      * The latest row for a grade carries its current scale.
        LoadGradePara.
            OPEN INPUT PayGradeFile.
            IF PayGradeStatus = "00"
                PERFORM ReadGradePara
                PERFORM LoadOneGradePara UNTIL PayGradeEOF = "Y"
                CLOSE PayGradeFile.
        ReadGradePara.
            READ PayGradeFile AT END MOVE "Y" TO PayGradeEOF.
        LoadOneGradePara.
            MOVE PgGrade TO PrjGrade.
            PERFORM FindGradePara.
            IF PgHit = 0 AND PgCount < 100
                ADD 1 TO PgCount
                MOVE PgCount TO PgHit
                MOVE PgGrade TO PgTabGrade (PgHit).
            IF PgHit NOT = 0
                MOVE PgMaxBasic TO PgTabMax (PgHit)
                MOVE PgIncrement TO PgTabIncr (PgHit)
                MOVE PgIncrMMDD TO PgTabMMDD (PgHit).
            PERFORM ReadGradePara.
        FindGradePara.
            MOVE 0 TO PgHit.
            MOVE 0 TO PgIx.
            PERFORM ScanGradePara UNTIL PgIx NOT < PgCount
                                  OR PgHit NOT = 0.
        ScanGradePara.
            ADD 1 TO PgIx.
            IF PgTabGrade (PgIx) = PrjGrade
                MOVE PgIx TO PgHit.
        LoadRatesPara.
            OPEN INPUT RateFile.
            IF RateStatus = "00"
                PERFORM ReadRatePara
                PERFORM LoadOneRatePara UNTIL RateEOF = "Y"
                CLOSE RateFile.
        ReadRatePara.
            READ RateFile AT END MOVE "Y" TO RateEOF.
        LoadOneRatePara.
            IF RateCount < 100
                ADD 1 TO RateCount
                MOVE RtRateType TO RtTabType (RateCount)
                MOVE RtPercent TO RtTabPct (RateCount)
                MOVE RtEffDate TO RtTabEff (RateCount)
                MOVE RtDept TO RtTabDept (RateCount).
            PERFORM ReadRatePara.
        LoadTaxRatesPara.
            OPEN INPUT TaxRateFile.
            IF TaxRateStatus = "00"
                PERFORM ReadTaxRatePara
                PERFORM PickTaxRatePara UNTIL TaxRateEOF = "Y"
                CLOSE TaxRateFile.
        ReadTaxRatePara.
            READ TaxRateFile AT END MOVE "Y" TO TaxRateEOF.
        PickTaxRatePara.
            IF TxEffDate NOT > FyStart
                IF TxRateType = "PF" AND TxEffDate > BestPfEff
                    MOVE TxEffDate TO BestPfEff
                    MOVE TxPercent TO PFRate
                ELSE IF TxRateType = "ESI" AND TxEffDate > BestEsiEff
                    MOVE TxEffDate TO BestEsiEff
                    MOVE TxSlabFrom TO EsiCeiling
                ELSE IF TxRateType = "ESIR"
                        AND TxEffDate > BestEsirEff
                    MOVE TxEffDate TO BestEsirEff
                    MOVE TxPercent TO EsiEmprRate.
            PERFORM ReadTaxRatePara.
      * The latest row for a department, type and reference wins,
      * so a later "C" row takes a separation or vacancy back out.
        LoadPlanPara.
            OPEN INPUT SalPlanFile.
            IF SalPlanStatus = "00"
                PERFORM ReadPlanPara
                PERFORM LoadOnePlanPara UNTIL SalPlanEOF = "Y"
                CLOSE SalPlanFile.
        ReadPlanPara.
            READ SalPlanFile AT END MOVE "Y" TO SalPlanEOF.
        LoadOnePlanPara.
            MOVE 0 TO SpHit.
            MOVE 0 TO SpIx.
            PERFORM ScanPlanLoadPara UNTIL SpIx NOT < SpCount
                                     OR SpHit NOT = 0.
            IF SpHit = 0 AND SpCount < 200
                ADD 1 TO SpCount
                MOVE SpCount TO SpHit
                MOVE SpDept TO SptDept (SpHit)
                MOVE SpType TO SptType (SpHit)
                MOVE SpRef TO SptRef (SpHit).
            IF SpHit NOT = 0
                MOVE SpEffDate TO SptEff (SpHit)
                MOVE SpBasic TO SptBasic (SpHit)
                MOVE SpGrade TO SptGrade (SpHit)
                MOVE SpStatus TO SptStatus (SpHit).
            PERFORM ReadPlanPara.
        ScanPlanLoadPara.
            ADD 1 TO SpIx.
            IF SptDept (SpIx) = SpDept AND SptType (SpIx) = SpType
               AND SptRef (SpIx) = SpRef
                MOVE SpIx TO SpHit.
      * Departments are listed in DeptMast.dat order; one met only
      * on an employee or plan row is added after them.
        LoadDeptPara.
            OPEN INPUT DeptFile.
            IF DeptStatus = "00"
                PERFORM ReadDeptPara
                PERFORM LoadOneDeptPara UNTIL DeptEOF = "Y"
                CLOSE DeptFile.
        ReadDeptPara.
            READ DeptFile AT END MOVE "Y" TO DeptEOF.
        LoadOneDeptPara.
            MOVE DmCode TO DeptWk.
            PERFORM FindDeptPara.
            IF DpHit NOT = 0
                MOVE DmName TO DptName (DpHit).
            PERFORM ReadDeptPara.
        FindDeptPara.
            MOVE 0 TO DpHit.
            MOVE 0 TO DpIx.
            PERFORM ScanDeptPara UNTIL DpIx NOT < DpCount
                                 OR DpHit NOT = 0.
            IF DpHit = 0 AND DpCount < 50
                ADD 1 TO DpCount
                MOVE DpCount TO DpHit
                MOVE DeptWk TO DptCode (DpHit)
                MOVE "** NOT ON MASTER" TO DptName (DpHit)
                MOVE 0 TO PdIx
                PERFORM ClearMonthPara UNTIL PdIx = 12.
        ScanDeptPara.
            ADD 1 TO DpIx.
            IF DptCode (DpIx) = DeptWk
                MOVE DpIx TO DpHit.
        ClearMonthPara.
            ADD 1 TO PdIx.
            MOVE 0 TO DptHeads (DpHit, PdIx) DptBasic (DpHit, PdIx)
                      DptDA (DpHit, PdIx) DptHRA (DpHit, PdIx)
                      DptPf (DpHit, PdIx) DptEsi (DpHit, PdIx)
                      DptGrat (DpHit, PdIx).
        ReadEmpPara.
            READ EmpMastFile NEXT RECORD AT END MOVE "Y" TO EOF.
      * Only active staff are projected. A known separation keyed on
      * SalPlan.dat ends the employee's months after the leaving
      * date.
        EmpOnePara.
            ADD 1 TO EmpCount.
            IF EmpStatus = "A"
                MOVE EmpNoIn TO PrjEmpNo
                MOVE EmpDept TO PrjDept
                MOVE EmpGrade TO PrjGrade
                MOVE BasicIn TO PrjBasic
                MOVE EmpHireDate TO PrjHire
                MOVE 99999999 TO PrjLeave
                MOVE 0 TO SpIx
                PERFORM FindSepPara UNTIL SpIx NOT < SpCount
                PERFORM ProjectPara THRU ProjectExitPara.
            PERFORM ReadEmpPara.
        FindSepPara.
            ADD 1 TO SpIx.
            IF SptType (SpIx) = "S" AND SptStatus (SpIx) = "A"
               AND SptRef (SpIx) = PrjEmpNo
                MOVE SptEff (SpIx) TO PrjLeave.
        VacancyOnePara.
            ADD 1 TO SpIx.
            IF SptType (SpIx) = "V" AND SptStatus (SpIx) = "A"
                MOVE 0 TO PrjEmpNo
                MOVE SptDept (SpIx) TO PrjDept
                MOVE SptGrade (SpIx) TO PrjGrade
                MOVE SptBasic (SpIx) TO PrjBasic
                MOVE SptEff (SpIx) TO PrjHire
                MOVE 99999999 TO PrjLeave
                PERFORM ProjectPara THRU ProjectExitPara.
        ProjectPara.
            MOVE PrjDept TO DeptWk.
            PERFORM FindDeptPara.
            IF DpHit = 0
                ADD 1 TO SkipCount
                GO TO ProjectExitPara.
            IF PrjEmpNo = 0
                ADD 1 TO VacCount
            ELSE
                ADD 1 TO PrjCount.
            PERFORM FindGradePara.
            MOVE 0 TO PdIx.
            PERFORM ProjectMonthPara UNTIL PdIx = 12.
        ProjectExitPara.
            EXIT.
      * Period 1 is April of the fiscal year. A month is costed in
      * full when the person is on the rolls for any part of it.
        ProjectMonthPara.
            ADD 1 TO PdIx.
            IF PdIx < 10
                MOVE FyIn TO MfYear
                COMPUTE MfMonth = PdIx + 3
            ELSE
                COMPUTE MfYear = FyIn + 1
                COMPUTE MfMonth = PdIx - 9.
            MOVE 1 TO MfDay.
            COMPUTE MonthEnd = MonthFirst + 30.
            IF PrjHire NOT > MonthEnd AND PrjLeave NOT < MonthFirst
                PERFORM CostMonthPara.
      * Basic steps up once for every increment date between today
      * and the end of the month, up to the scale maximum, by the
      * IncrementRun's rules: the grade's common date or else the
      * hire anniversary, never in the year of joining, and a day
      * past the 28th taken as the 28th.
        CostMonthPara.
            MOVE PrjBasic TO MonthBasic.
            IF PgHit NOT = 0
                IF PgTabIncr (PgHit) > 0
                    MOVE PgTabMMDD (PgHit) TO IncrMMDDWk
                    IF IncrMMDDWk = 0
                        MOVE PrjHireMMDD TO IncrMMDDWk
                    END-IF
                    IF IncrDayWk > 28
                        MOVE 28 TO IncrDayWk
                    END-IF
                    MOVE 0 TO IncrCount
                    MOVE RunYear TO IncrYearWk
                    PERFORM CountIncrPara UNTIL IncrYearWk > MfYear
                    COMPUTE MonthBasic =
                        PrjBasic + IncrCount * PgTabIncr (PgHit)
                    IF MonthBasic > PgTabMax (PgHit)
                        IF PrjBasic > PgTabMax (PgHit)
                            MOVE PrjBasic TO MonthBasic
                        ELSE
                            MOVE PgTabMax (PgHit) TO MonthBasic.
            PERFORM FindRatesPara.
            COMPUTE MonthDA ROUNDED = DARate * MonthBasic.
            COMPUTE MonthHRA ROUNDED = HRARate * (MonthBasic + MonthDA).
            COMPUTE MonthGross = MonthBasic + MonthDA + MonthHRA.
            COMPUTE MonthPfEmpr ROUNDED = PFRate * MonthBasic.
            MOVE 0 TO MonthEsiEmpr.
            IF MonthGross NOT > EsiCeiling
                COMPUTE MonthEsiEmpr ROUNDED =
                    EsiEmprRate * MonthGross.
            COMPUTE MonthGratuity ROUNDED = MonthBasic * 15 / 26 / 12.
            ADD 1 TO DptHeads (DpHit, PdIx).
            ADD MonthBasic TO DptBasic (DpHit, PdIx).
            ADD MonthDA TO DptDA (DpHit, PdIx).
            ADD MonthHRA TO DptHRA (DpHit, PdIx).
            ADD MonthPfEmpr TO DptPf (DpHit, PdIx).
            ADD MonthEsiEmpr TO DptEsi (DpHit, PdIx).
            ADD MonthGratuity TO DptGrat (DpHit, PdIx).
        CountIncrPara.
            COMPUTE IncrDueWk = IncrYearWk * 10000 + IncrMMDDWk.
            IF IncrDueWk > RunDate8 AND IncrDueWk NOT > MonthEnd
               AND IncrYearWk > PrjHireYear
                ADD 1 TO IncrCount.
            ADD 1 TO IncrYearWk.
      * DA and HRA are taken from RateMast.dat as at the first of the
      * month, so rows dated into next year apply from their month;
      * a department's own row beats the general one.
        FindRatesPara.
            MOVE 0.25 TO DARate.
            MOVE 0.10 TO HRARate.
            MOVE "DA" TO RateTypeWk.
            PERFORM PickRatePara.
            IF RateHit = "Y"
                MOVE PickedPct TO DARate.
            MOVE "HRA" TO RateTypeWk.
            PERFORM PickRatePara.
            IF RateHit = "Y"
                MOVE PickedPct TO HRARate.
        PickRatePara.
            MOVE "N" TO RateHit.
            MOVE "N" TO BestDept.
            MOVE 0 TO BestEff.
            MOVE 1 TO RateIx.
            PERFORM TestRatePara UNTIL RateIx > RateCount.
        TestRatePara.
            IF RtTabType (RateIx) = RateTypeWk
               AND RtTabEff (RateIx) NOT > MonthFirst
                IF RtTabDept (RateIx) = PrjDept
                   AND RtTabDept (RateIx) NOT = SPACES
                    IF BestDept = "N"
                       OR RtTabEff (RateIx) > BestEff
                        MOVE "Y" TO BestDept
                        MOVE "Y" TO RateHit
                        MOVE RtTabEff (RateIx) TO BestEff
                        MOVE RtTabPct (RateIx) TO PickedPct
                    END-IF
                ELSE
                    IF RtTabDept (RateIx) = SPACES
                       AND BestDept = "N"
                       AND (RateHit = "N"
                            OR RtTabEff (RateIx) > BestEff)
                        MOVE "Y" TO RateHit
                        MOVE RtTabEff (RateIx) TO BestEff
                        MOVE RtTabPct (RateIx) TO PickedPct
                    END-IF
                END-IF
            END-IF.
            ADD 1 TO RateIx.
        DeptPrintPara.
            ADD 1 TO DpIx.
            MOVE DptCode (DpIx) TO DhDeptOut.
            MOVE DptName (DpIx) TO DhNameOut.
            WRITE RecOut FROM DeptHeadRec.
            WRITE RecOut FROM RecHead.
            MOVE 0 TO DeptTotBasic DeptTotDA DeptTotHRA DeptTotPf
                      DeptTotEsi DeptTotGrat DeptTotal.
            MOVE 0 TO PdIx.
            PERFORM MonthPrintPara UNTIL PdIx = 12.
            MOVE 0 TO DtPdOut.
            MOVE "TOTAL" TO DtMonthOut.
            MOVE 0 TO DtHeadsOut.
            MOVE DeptTotBasic TO DtBasicOut.
            MOVE DeptTotDA TO DtDAOut.
            MOVE DeptTotHRA TO DtHRAOut.
            MOVE DeptTotPf TO DtPfOut.
            MOVE DeptTotEsi TO DtEsiOut.
            MOVE DeptTotGrat TO DtGratOut.
            MOVE DeptTotal TO DtTotalOut.
            WRITE RecOut FROM DetailRec.
            WRITE RecOut FROM LineRec.
            ADD DeptTotal TO GrandTotal.
      * A live run loads each month's cost as the department's
      * salary budget for that period.
        MonthPrintPara.
            ADD 1 TO PdIx.
            IF PdIx < 10
                MOVE FyIn TO MfYear
                COMPUTE MfMonth = PdIx + 3
            ELSE
                COMPUTE MfYear = FyIn + 1
                COMPUTE MfMonth = PdIx - 9.
            COMPUTE MonthTotal = DptBasic (DpIx, PdIx)
                + DptDA (DpIx, PdIx) + DptHRA (DpIx, PdIx)
                + DptPf (DpIx, PdIx) + DptEsi (DpIx, PdIx)
                + DptGrat (DpIx, PdIx).
            MOVE PdIx TO DtPdOut.
            MOVE MonthFirst (1:6) TO DtMonthOut.
            MOVE DptHeads (DpIx, PdIx) TO DtHeadsOut.
            MOVE DptBasic (DpIx, PdIx) TO DtBasicOut.
            MOVE DptDA (DpIx, PdIx) TO DtDAOut.
            MOVE DptHRA (DpIx, PdIx) TO DtHRAOut.
            MOVE DptPf (DpIx, PdIx) TO DtPfOut.
            MOVE DptEsi (DpIx, PdIx) TO DtEsiOut.
            MOVE DptGrat (DpIx, PdIx) TO DtGratOut.
            MOVE MonthTotal TO DtTotalOut.
            WRITE RecOut FROM DetailRec.
            ADD DptBasic (DpIx, PdIx) TO DeptTotBasic.
            ADD DptDA (DpIx, PdIx) TO DeptTotDA.
            ADD DptHRA (DpIx, PdIx) TO DeptTotHRA.
            ADD DptPf (DpIx, PdIx) TO DeptTotPf.
            ADD DptEsi (DpIx, PdIx) TO DeptTotEsi.
            ADD DptGrat (DpIx, PdIx) TO DeptTotGrat.
            ADD MonthTotal TO DeptTotal.
            IF RunModeIn = "L"
                MOVE DptCode (DpIx) TO BgDept
                MOVE FyIn TO BgFiscalYear
                MOVE PdIx TO BgPeriod
                MOVE MonthTotal TO BgAmount
                MOVE "S" TO BgBudgType
                WRITE BudgMastRec
                ADD 1 TO RowsWritten.
        LogRunPara.
            OPEN EXTEND RunLogFile.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO RlUserId.
            IF RunLogStatus = "35"
                OPEN OUTPUT RunLogFile.
            MOVE "SALBUDG" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE EmpCount TO RlRecRead.
            MOVE RowsWritten TO RlRecWrit.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
