        IDENTIFICATION DIVISION.
        PROGRAM-ID. HeadcountReport.
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
            SELECT DeptFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DeptStatus.
            SELECT DeptHistFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DeptHistStatus.
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
        FD DeptFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "DeptMast.dat".
            COPY "DEPTMAST.CPY".
        FD DeptHistFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "DeptHist.dat".
            COPY "DEPTHIST.CPY".
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "HeadCnt.dat".
        01  RecOut             PIC X(100).
        FD RunLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RunLog.dat".
            COPY "RUNLOG.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  EmpMastStatus  PIC XX VALUE "00".
        01  DeptStatus     PIC XX VALUE "00".
        01  DeptHistStatus PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  EOF            PIC A VALUE "N".
        01  DeptEOF        PIC A VALUE "N".
        01  DeptHistEOF    PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  MonthIn        PIC 9(6) VALUE 0.
        01  MonthInR REDEFINES MonthIn.
            05  MonthYear      PIC 9(4).
            05  MonthMonth     PIC 9(2).
        01  WinMonth       PIC 9(6) VALUE 0.
        01  WinMonthR REDEFINES WinMonth.
            05  WinYear        PIC 9(4).
            05  WinMon         PIC 9(2).
      * Month and window bounds. A date before a bound is compared
      * against the bound less one (YYYYMM00), which sorts ahead of
      * every day of that month.
        01  MonthStart     PIC 9(8) VALUE 0.
        01  MonthEnd       PIC 9(8) VALUE 0.
        01  MonthBefore    PIC 9(8) VALUE 0.
        01  WinStart       PIC 9(8) VALUE 0.
        01  WinBefore      PIC 9(8) VALUE 0.
        01  AsOfWk         PIC 9(8) VALUE 0.
        01  BestEffWk      PIC 9(8) VALUE 0.
        01  DeptWk         PIC X(4).
        01  EmpCount       PIC 9(6) VALUE 0.
        01  DhCount        PIC 9(3) VALUE 0.
        01  DhIx           PIC 9(3) VALUE 0.
        01  DhTable.
            05  DhEntry OCCURS 500 TIMES.
                10  DhtEmpNo   PIC 9(4).
                10  DhtOldDept PIC X(4).
                10  DhtNewDept PIC X(4).
                10  DhtEffDate PIC 9(8).
        01  DpCount        PIC 9(2) VALUE 0.
        01  DpIx           PIC 9(2) VALUE 0.
        01  DpHit          PIC 9(2) VALUE 0.
        01  DpTable.
            05  DpEntry OCCURS 50 TIMES.
                10  DptCode    PIC X(4).
                10  DptName    PIC X(20).
                10  DptOnMast  PIC A.
                10  DptOpen    PIC 9(5).
                10  DptJoin    PIC 9(5).
                10  DptTrIn    PIC 9(5).
                10  DptTrOut   PIC 9(5).
                10  DptSep     PIC 9(5).
                10  DptClose   PIC 9(5).
                10  DptROpen   PIC 9(5).
                10  DptRJoin   PIC 9(5).
                10  DptRTrIn   PIC 9(5).
                10  DptRTrOut  PIC 9(5).
                10  DptRSep    PIC 9(5).
        01  TotOpen        PIC 9(6) VALUE 0.
        01  TotJoin        PIC 9(6) VALUE 0.
        01  TotTrIn        PIC 9(6) VALUE 0.
        01  TotTrOut       PIC 9(6) VALUE 0.
        01  TotSep         PIC 9(6) VALUE 0.
        01  TotClose       PIC 9(6) VALUE 0.
        01  TotROpen       PIC 9(6) VALUE 0.
        01  TotRJoin       PIC 9(6) VALUE 0.
        01  TotRTrIn       PIC 9(6) VALUE 0.
        01  TotRTrOut      PIC 9(6) VALUE 0.
        01  TotRSep        PIC 9(6) VALUE 0.
        01  OpenWk         PIC 9(6) VALUE 0.
        01  CloseWk        PIC 9(6) VALUE 0.
        01  SepWk          PIC 9(6) VALUE 0.
        01  AttritionPct   PIC 9(3)V99 VALUE 0.
        COPY "CTLTOT.CPY".
        01  Heading1.
            05  F          PIC X(18) VALUE SPACES.
            05  F          PIC X(40) VALUE
                "Headcount, Joiners And Attrition".
            05  F          PIC X(9) VALUE "Month : ".
            05  HdMonthOut PIC 9(6).
        01  Heading2.
            05  F          PIC X(3) VALUE SPACES.
            05  HdTitleOut PIC X(60).
        01  LineRec        PIC X(100) VALUE ALL "-".
        01  RecHead.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(6) VALUE "Dept".
            05  F          PIC X(22) VALUE "Department Name".
            05  F          PIC X(8) VALUE "Opening".
            05  F          PIC X(8) VALUE "Joiners".
            05  F          PIC X(8) VALUE "Trf In".
            05  F          PIC X(8) VALUE "Trf Out".
            05  F          PIC X(8) VALUE "Sep".
            05  F          PIC X(8) VALUE "Closing".
            05  F          PIC X(10) VALUE "Attrition".
        01  DetailRec.
            05  F          PIC X(3) VALUE SPACES.
            05  DtDeptOut  PIC X(4).
            05  F          PIC X(2) VALUE SPACES.
            05  DtNameOut  PIC X(20).
            05  F          PIC X(2) VALUE SPACES.
            05  DtOpenOut  PIC Z(5)9.
            05  F          PIC X(2) VALUE SPACES.
            05  DtJoinOut  PIC Z(5)9.
            05  F          PIC X(2) VALUE SPACES.
            05  DtTrInOut  PIC Z(5)9.
            05  F          PIC X(2) VALUE SPACES.
            05  DtTrOutOut PIC Z(5)9.
            05  F          PIC X(2) VALUE SPACES.
            05  DtSepOut   PIC Z(5)9.
            05  F          PIC X(2) VALUE SPACES.
            05  DtCloseOut PIC Z(5)9.
            05  F          PIC X(3) VALUE SPACES.
            05  DtPctOut   PIC ZZ9.99.
            05  F          PIC X(1) VALUE "%".

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            DISPLAY (3, 10) "Report Month (YYYYMM) :- ".
            ACCEPT MonthIn.
            IF MonthMonth < 1 OR MonthMonth > 12 OR MonthYear = 0
                DISPLAY (5, 10) "Invalid Month. Run Aborted."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            OPEN INPUT EmpMastFile.
            IF EmpMastStatus NOT = "00"
                DISPLAY (5, 10) "EMPMAST.DAT Not Found. Run Aborted."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            PERFORM SetBoundsPara.
            PERFORM LoadDeptPara.
            PERFORM LoadHistPara.
            PERFORM ReadEmpPara.
            PERFORM CountEmpPara UNTIL EOF = "Y".
            CLOSE EmpMastFile.
            MOVE 0 TO DhIx.
            PERFORM CountTrfPara UNTIL DhIx NOT < DhCount.
            OPEN OUTPUT FileOut.
            MOVE MonthIn TO HdMonthOut.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM LineRec.
            MOVE "Month Movement" TO HdTitleOut.
            WRITE RecOut FROM Heading2.
            WRITE RecOut FROM RecHead.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO DpIx.
            PERFORM MonthLinePara UNTIL DpIx NOT < DpCount.
            WRITE RecOut FROM LineRec.
            MOVE "ALL" TO DtDeptOut.
            MOVE "Total" TO DtNameOut.
            MOVE TotOpen TO OpenWk.
            MOVE TotClose TO CloseWk.
            MOVE TotSep TO SepWk.
            PERFORM AttritionPara.
            MOVE TotOpen TO DtOpenOut.
            MOVE TotJoin TO DtJoinOut.
            MOVE TotTrIn TO DtTrInOut.
            MOVE TotTrOut TO DtTrOutOut.
            MOVE TotSep TO DtSepOut.
            MOVE TotClose TO DtCloseOut.
            MOVE AttritionPct TO DtPctOut.
            WRITE RecOut FROM DetailRec.
            WRITE RecOut FROM LineRec.
            MOVE "12-Month Rolling View, From" TO HdTitleOut.
            MOVE WinStart TO HdTitleOut (29:8).
            WRITE RecOut FROM Heading2.
            WRITE RecOut FROM RecHead.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO DpIx.
            PERFORM RollLinePara UNTIL DpIx NOT < DpCount.
            WRITE RecOut FROM LineRec.
            MOVE "ALL" TO DtDeptOut.
            MOVE "Total" TO DtNameOut.
            MOVE TotROpen TO OpenWk.
            MOVE TotClose TO CloseWk.
            MOVE TotRSep TO SepWk.
            PERFORM AttritionPara.
            MOVE TotROpen TO DtOpenOut.
            MOVE TotRJoin TO DtJoinOut.
            MOVE TotRTrIn TO DtTrInOut.
            MOVE TotRTrOut TO DtTrOutOut.
            MOVE TotRSep TO DtSepOut.
            MOVE TotClose TO DtCloseOut.
            MOVE AttritionPct TO DtPctOut.
            WRITE RecOut FROM DetailRec.
            MOVE EmpCount TO CtRecsOut.
            MOVE TotClose TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE FileOut.
            DISPLAY (5, 10) "Closing Headcount :- " TotClose.
            MOVE 0 TO RlReturnCode.
            PERFORM LogRunPara.
            MOVE RlReturnCode TO RETURN-CODE.
            GOBACK.
      * The rolling window opens on the first of the month eleven
      * months before the report month.
        SetBoundsPara.
            COMPUTE MonthStart = MonthIn * 100 + 1.
            COMPUTE MonthEnd = MonthIn * 100 + 31.
            COMPUTE MonthBefore = MonthIn * 100.
            MOVE MonthYear TO WinYear.
            IF MonthMonth = 12
                MOVE 1 TO WinMon
            ELSE
                SUBTRACT 1 FROM WinYear
                COMPUTE WinMon = MonthMonth + 1.
            COMPUTE WinStart = WinMonth * 100 + 1.
            COMPUTE WinBefore = WinMonth * 100.
      * Latest row for a department code carries its name.
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
                MOVE DmName TO DptName (DpHit)
                MOVE "Y" TO DptOnMast (DpHit).
            PERFORM ReadDeptPara.
        LoadHistPara.
            OPEN INPUT DeptHistFile.
            IF DeptHistStatus = "00"
                PERFORM ReadHistPara
                PERFORM LoadOneHistPara UNTIL DeptHistEOF = "Y"
                CLOSE DeptHistFile.
        ReadHistPara.
            READ DeptHistFile AT END MOVE "Y" TO DeptHistEOF.
        LoadOneHistPara.
            IF DhCount < 500
                ADD 1 TO DhCount
                MOVE DhEmpNo TO DhtEmpNo (DhCount)
                MOVE DhOldDept TO DhtOldDept (DhCount)
                MOVE DhNewDept TO DhtNewDept (DhCount)
                MOVE DhEffDate TO DhtEffDate (DhCount).
            PERFORM ReadHistPara.
      * Finds or adds the department in DeptWk; a code not on
      * DeptMast.dat is still counted and flagged by name.
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
                MOVE "N" TO DptOnMast (DpHit)
                MOVE 0 TO DptOpen (DpHit) DptJoin (DpHit)
                          DptTrIn (DpHit) DptTrOut (DpHit)
                          DptSep (DpHit) DptClose (DpHit)
                          DptROpen (DpHit) DptRJoin (DpHit)
                          DptRTrIn (DpHit) DptRTrOut (DpHit)
                          DptRSep (DpHit).
        ScanDeptPara.
            ADD 1 TO DpIx.
            IF DptCode (DpIx) = DeptWk
                MOVE DpIx TO DpHit.
        ReadEmpPara.
            READ EmpMastFile NEXT RECORD AT END MOVE "Y" TO EOF.
      * An employee is on the rolls on a day from the hire date
      * until the leave date of a settled separation. Each count is
      * booked to the department the employee sat in on that day,
      * worked back from the current EmpDept through DeptHist.dat.
        CountEmpPara.
            ADD 1 TO EmpCount.
            IF EmpHireDate NOT > MonthBefore
               AND (EmpStatus NOT = "S" OR EmpLeaveDate > MonthBefore)
                MOVE MonthBefore TO AsOfWk
                PERFORM DeptAsOfPara
                ADD 1 TO DptOpen (DpHit).
            IF EmpHireDate NOT > MonthEnd
               AND (EmpStatus NOT = "S" OR EmpLeaveDate > MonthEnd)
                MOVE MonthEnd TO AsOfWk
                PERFORM DeptAsOfPara
                ADD 1 TO DptClose (DpHit).
            IF EmpHireDate NOT > WinBefore
               AND (EmpStatus NOT = "S" OR EmpLeaveDate > WinBefore)
                MOVE WinBefore TO AsOfWk
                PERFORM DeptAsOfPara
                ADD 1 TO DptROpen (DpHit).
            IF EmpHireDate NOT < WinStart
               AND EmpHireDate NOT > MonthEnd
                MOVE EmpHireDate TO AsOfWk
                PERFORM DeptAsOfPara
                ADD 1 TO DptRJoin (DpHit)
                IF EmpHireDate NOT < MonthStart
                    ADD 1 TO DptJoin (DpHit).
            IF EmpStatus = "S" AND EmpLeaveDate NOT < WinStart
               AND EmpLeaveDate NOT > MonthEnd
                MOVE EmpLeaveDate TO AsOfWk
                PERFORM DeptAsOfPara
                ADD 1 TO DptRSep (DpHit)
                IF EmpLeaveDate NOT < MonthStart
                    ADD 1 TO DptSep (DpHit).
            PERFORM ReadEmpPara.
      * The department on AsOfWk is the old department of the
      * earliest transfer effective after that day; with none, it
      * is the department on the master today.
        DeptAsOfPara.
            MOVE EmpDept TO DeptWk.
            MOVE 99999999 TO BestEffWk.
            MOVE 0 TO DhIx.
            PERFORM ScanHistPara UNTIL DhIx NOT < DhCount.
            PERFORM FindDeptPara.
        ScanHistPara.
            ADD 1 TO DhIx.
            IF DhtEmpNo (DhIx) = EmpNoIn
               AND DhtEffDate (DhIx) > AsOfWk
               AND DhtEffDate (DhIx) < BestEffWk
                MOVE DhtEffDate (DhIx) TO BestEffWk
                MOVE DhtOldDept (DhIx) TO DeptWk.
        CountTrfPara.
            ADD 1 TO DhIx.
            IF DhtEffDate (DhIx) NOT < WinStart
               AND DhtEffDate (DhIx) NOT > MonthEnd
                MOVE DhtOldDept (DhIx) TO DeptWk
                PERFORM FindDeptPara
                ADD 1 TO DptRTrOut (DpHit)
                IF DhtEffDate (DhIx) NOT < MonthStart
                    ADD 1 TO DptTrOut (DpHit)
                END-IF
                MOVE DhtNewDept (DhIx) TO DeptWk
                PERFORM FindDeptPara
                ADD 1 TO DptRTrIn (DpHit)
                IF DhtEffDate (DhIx) NOT < MonthStart
                    ADD 1 TO DptTrIn (DpHit).
      * Attrition is separations over the average of opening and
      * closing headcount.
        AttritionPara.
            MOVE 0 TO AttritionPct.
            IF OpenWk + CloseWk > 0
                COMPUTE AttritionPct ROUNDED =
                    SepWk * 200 / (OpenWk + CloseWk).
        MonthLinePara.
            ADD 1 TO DpIx.
            MOVE DptCode (DpIx) TO DtDeptOut.
            MOVE DptName (DpIx) TO DtNameOut.
            MOVE DptOpen (DpIx) TO OpenWk.
            MOVE DptClose (DpIx) TO CloseWk.
            MOVE DptSep (DpIx) TO SepWk.
            PERFORM AttritionPara.
            MOVE DptOpen (DpIx) TO DtOpenOut.
            MOVE DptJoin (DpIx) TO DtJoinOut.
            MOVE DptTrIn (DpIx) TO DtTrInOut.
            MOVE DptTrOut (DpIx) TO DtTrOutOut.
            MOVE DptSep (DpIx) TO DtSepOut.
            MOVE DptClose (DpIx) TO DtCloseOut.
            MOVE AttritionPct TO DtPctOut.
            IF DptOnMast (DpIx) = "Y" OR OpenWk NOT = 0
               OR CloseWk NOT = 0 OR DptJoin (DpIx) NOT = 0
               OR SepWk NOT = 0 OR DptTrIn (DpIx) NOT = 0
               OR DptTrOut (DpIx) NOT = 0
                WRITE RecOut FROM DetailRec.
            ADD DptOpen (DpIx) TO TotOpen.
            ADD DptJoin (DpIx) TO TotJoin.
            ADD DptTrIn (DpIx) TO TotTrIn.
            ADD DptTrOut (DpIx) TO TotTrOut.
            ADD DptSep (DpIx) TO TotSep.
            ADD DptClose (DpIx) TO TotClose.
        RollLinePara.
            ADD 1 TO DpIx.
            MOVE DptCode (DpIx) TO DtDeptOut.
            MOVE DptName (DpIx) TO DtNameOut.
            MOVE DptROpen (DpIx) TO OpenWk.
            MOVE DptClose (DpIx) TO CloseWk.
            MOVE DptRSep (DpIx) TO SepWk.
            PERFORM AttritionPara.
            MOVE DptROpen (DpIx) TO DtOpenOut.
            MOVE DptRJoin (DpIx) TO DtJoinOut.
            MOVE DptRTrIn (DpIx) TO DtTrInOut.
            MOVE DptRTrOut (DpIx) TO DtTrOutOut.
            MOVE DptRSep (DpIx) TO DtSepOut.
            MOVE DptClose (DpIx) TO DtCloseOut.
            MOVE AttritionPct TO DtPctOut.
            IF DptOnMast (DpIx) = "Y" OR OpenWk NOT = 0
               OR CloseWk NOT = 0 OR DptRJoin (DpIx) NOT = 0
               OR SepWk NOT = 0 OR DptRTrIn (DpIx) NOT = 0
               OR DptRTrOut (DpIx) NOT = 0
                WRITE RecOut FROM DetailRec.
            ADD DptROpen (DpIx) TO TotROpen.
            ADD DptRJoin (DpIx) TO TotRJoin.
            ADD DptRTrIn (DpIx) TO TotRTrIn.
            ADD DptRTrOut (DpIx) TO TotRTrOut.
            ADD DptRSep (DpIx) TO TotRSep.
        LogRunPara.
            OPEN EXTEND RunLogFile.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO RlUserId.
            IF RunLogStatus = "35"
                OPEN OUTPUT RunLogFile.
            MOVE "HEADCNT" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE EmpCount TO RlRecRead.
            MOVE DpCount TO RlRecWrit.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
