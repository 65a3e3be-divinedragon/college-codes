        IDENTIFICATION DIVISION.
        PROGRAM-ID. PunchImport.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PunchFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PunchStatus.
            SELECT SortedPunch ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT SortWork ASSIGN TO DISK.
            SELECT EmpMastFile ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EmpNoIn
            FILE STATUS IS EmpMastStatus.
            SELECT LeaveLdgFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LeaveLdgStatus.
            SELECT LeaveAttFile ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LaEmpNo
            FILE STATUS IS LeaveAttStatus.
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
        FD PunchFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Punch.dat".
            COPY "PUNCH.CPY".
        SD SortWork.
        01  SortRec.
            05  SwEmpNo        PIC 9(4).
            05  SwDate         PIC 9(8).
            05  SwTime         PIC 9(4).
            05  SwDirection    PIC A.
            05  SwTerminal     PIC X(4).
        FD SortedPunch
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PunchSorted.dat".
        01  SortedRec.
            05  TEmpNo         PIC 9(4).
            05  TDate          PIC 9(8).
            05  TDateR REDEFINES TDate.
                10  TYearMonth PIC 9(6).
                10  TDay       PIC 9(2).
            05  TTime          PIC 9(4).
            05  TTimeR REDEFINES TTime.
                10  THour      PIC 9(2).
                10  TMinute    PIC 9(2).
            05  TDirection     PIC A.
            05  TTerminal      PIC X(4).
        FD EmpMastFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "EMPMAST.DAT".
            COPY "EMPMAST.CPY".
        FD LeaveLdgFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "LeaveLdg.dat".
            COPY "LEAVELDG.CPY".
        FD LeaveAttFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "LeaveAtt.dat".
            COPY "LEAVEATT.CPY".
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PunchRep.dat".
        01  RecOut             PIC X(90).
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
        COPY "CALENDAR.CPY".
        01  PunchStatus    PIC XX VALUE "00".
        01  EmpMastStatus  PIC XX VALUE "00".
        01  LeaveLdgStatus PIC XX VALUE "00".
        01  LeaveAttStatus PIC XX VALUE "00".
        01  ExcpLogStatus  PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  SortedEOF      PIC A VALUE "N".
        01  LeaveLdgEOF    PIC A VALUE "N".
        01  EOF            PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  MonthIn        PIC 9(6) VALUE 0.
        01  MonthInR REDEFINES MonthIn.
            05  MonthYear      PIC 9(4).
            05  MonthMonth     PIC 9(2).
        01  LlDateWk       PIC 9(8).
        01  LlDateR REDEFINES LlDateWk.
            05  LlYearMonth    PIC 9(6).
            05  LlDay          PIC 9(2).
      * Shift rules: in by 09:30 with 15 minutes' grace, eight hours
      * between first in and last out.
        01  LateAfter      PIC 9(4) VALUE 0945.
        01  MinMinutes     PIC 9(4) VALUE 480.
        01  MonthDaysLit   PIC X(24) VALUE "312831303130313130313031".
        01  MonthDaysR REDEFINES MonthDaysLit.
            05  MonthDays OCCURS 12 TIMES PIC 9(2).
        01  DaysInMonth    PIC 9(2) VALUE 0.
        01  LeapQuot       PIC 9(4) VALUE 0.
        01  LeapRem        PIC 9(4) VALUE 0.
        01  DayIx          PIC 9(2) VALUE 0.
        01  WorkDayTable.
            05  WorkDay OCCURS 31 TIMES PIC A.
        01  DaysInPeriod   PIC 9(2) VALUE 0.
        01  CurEmp         PIC 9(4) VALUE 0.
        01  CurDate        PIC 9(8) VALUE 0.
        01  CurDateR REDEFINES CurDate.
            05  CurYearMonth   PIC 9(6).
            05  CurDay         PIC 9(2).
        01  FirstIn        PIC 9(4) VALUE 0.
        01  LastOut        PIC 9(4) VALUE 0.
        01  InMinutes      PIC 9(4) VALUE 0.
        01  OutMinutes     PIC 9(4) VALUE 0.
        01  HaveIn         PIC A VALUE "N".
        01  HaveOut        PIC A VALUE "N".
        01  MinutesWk      PIC S9(4) VALUE 0.
        01  PtCount        PIC 9(3) VALUE 0.
        01  PtIx           PIC 9(3) VALUE 0.
        01  PtHit          PIC 9(3) VALUE 0.
        01  PtTable.
            05  PtEntry OCCURS 500 TIMES.
                10  PtTabEmpNo PIC 9(4).
                10  PtTabDays  PIC 9(2).
                10  PtTabMiss  PIC 9(2).
                10  PtTabLate  PIC 9(2).
                10  PtTabShort PIC 9(2).
        01  LvCount        PIC 9(3) VALUE 0.
        01  LvIx           PIC 9(3) VALUE 0.
        01  LvHit          PIC 9(3) VALUE 0.
        01  LvTable.
            05  LvEntry OCCURS 500 TIMES.
                10  LvTabEmpNo PIC 9(4).
                10  LvTabDays  PIC 9(3)V9.
        01  PunchedWk      PIC 9(2) VALUE 0.
        01  LeaveWk        PIC 9(3)V9 VALUE 0.
        01  WorkedWk       PIC 9(3) VALUE 0.
        01  EmpCount       PIC 9(6) VALUE 0.
        01  ExcpCount      PIC 9(6) VALUE 0.
        01  PunchCount     PIC 9(6) VALUE 0.
        01  GWorked        PIC 9(7) VALUE 0.
        01  ExcpParaWk     PIC X(20).
        01  ExcpValueWk.
            05  ExEmpNo        PIC 9(4).
            05  F              PIC X(1) VALUE SPACES.
            05  ExDate         PIC 9(8).
            05  F              PIC X(1) VALUE SPACES.
            05  ExTag          PIC X(6).
        COPY "CTLTOT.CPY".
        01  Heading1.
            05  F          PIC X(16) VALUE SPACES.
            05  F          PIC X(36) VALUE
                "Biometric Attendance Import Register".
            05  F          PIC X(9) VALUE " Month : ".
            05  HdMonthOut PIC 9(6).
        01  LineRec        PIC X(90) VALUE ALL "-".
        01  RecHead.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(7) VALUE "Emp No".
            05  F          PIC X(22) VALUE "Emp Name".
            05  F          PIC X(8) VALUE "Punched".
            05  F          PIC X(8) VALUE "Leave".
            05  F          PIC X(8) VALUE "Worked".
            05  F          PIC X(8) VALUE "Period".
            05  F          PIC X(8) VALUE "Missing".
            05  F          PIC X(6) VALUE "Late".
            05  F          PIC X(6) VALUE "Short".
        01  DetailRec.
            05  F          PIC X(3) VALUE SPACES.
            05  DtEmpOut   PIC 9(4).
            05  F          PIC X(3) VALUE SPACES.
            05  DtNameOut  PIC A(20).
            05  F          PIC X(4) VALUE SPACES.
            05  DtPunOut   PIC Z9.
            05  F          PIC X(4) VALUE SPACES.
            05  DtLvOut    PIC ZZ9.9.
            05  F          PIC X(4) VALUE SPACES.
            05  DtWrkOut   PIC Z9.
            05  F          PIC X(6) VALUE SPACES.
            05  DtPrdOut   PIC Z9.
            05  F          PIC X(6) VALUE SPACES.
            05  DtMisOut   PIC Z9.
            05  F          PIC X(4) VALUE SPACES.
            05  DtLatOut   PIC Z9.
            05  F          PIC X(4) VALUE SPACES.
            05  DtShtOut   PIC Z9.
        01  TotRec.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(18) VALUE "Working Days   : ".
            05  TotPrdOut  PIC Z9.
            05  F          PIC X(18) VALUE "   Punches Read : ".
            05  TotPunOut  PIC Z(5)9.
            05  F          PIC X(18) VALUE "   Exceptions   : ".
            05  TotExcOut  PIC Z(5)9.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            DISPLAY (3, 10) "Attendance Month (YYYYMM) :- ".
            ACCEPT MonthIn.
            IF MonthMonth < 1 OR MonthMonth > 12 OR MonthYear = 0
                DISPLAY (5, 10) "Invalid Month. Run Aborted."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            OPEN INPUT PunchFile.
            IF PunchStatus NOT = "00"
                DISPLAY (5, 10) "Punch.dat Not Found. Run Aborted."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            CLOSE PunchFile.
            OPEN INPUT EmpMastFile.
            IF EmpMastStatus NOT = "00"
                DISPLAY (5, 10) "EMPMAST.DAT Not Found. Run Aborted."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            PERFORM BuildMonthPara.
            PERFORM LoadLeavePara.
            SORT SortWork ON ASCENDING KEY SwEmpNo SwDate SwTime
                 USING PunchFile GIVING SortedPunch.
            OPEN INPUT SortedPunch.
            PERFORM ReadSortedPara.
            PERFORM DayGroupPara UNTIL SortedEOF = "Y".
            CLOSE SortedPunch.
            PERFORM OpenLeaveAttPara.
            OPEN OUTPUT FileOut.
            MOVE MonthIn TO HdMonthOut.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM RecHead.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO EmpNoIn.
            START EmpMastFile KEY IS NOT LESS THAN EmpNoIn.
            PERFORM ReadEmpPara.
            PERFORM AttendOnePara UNTIL EOF = "Y".
            WRITE RecOut FROM LineRec.
            MOVE DaysInPeriod TO TotPrdOut.
            MOVE PunchCount TO TotPunOut.
            MOVE ExcpCount TO TotExcOut.
            WRITE RecOut FROM TotRec.
            MOVE EmpCount TO CtRecsOut.
            MOVE GWorked TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE EmpMastFile LeaveAttFile FileOut.
            DISPLAY (5, 10) "LeaveAtt.dat Rows Written :- " EmpCount.
            DISPLAY (6, 10) "Exceptions To Resolve     :- " ExcpCount.
            IF ExcpCount NOT = 0
                MOVE 4 TO RlReturnCode
            ELSE
                MOVE 0 TO RlReturnCode.
            PERFORM LogRunPara.
            MOVE RlReturnCode TO RETURN-CODE.
            GOBACK.
      * A working day is any day of the month that is neither a
      * Sunday nor on Holiday.dat.
        BuildMonthPara.
            MOVE MonthDays (MonthMonth) TO DaysInMonth.
            IF MonthMonth = 2
                DIVIDE MonthYear BY 4 GIVING LeapQuot
                    REMAINDER LeapRem
                IF LeapRem = 0
                    MOVE 29 TO DaysInMonth.
            MOVE 0 TO DaysInPeriod.
            MOVE 0 TO DayIx.
            PERFORM MarkDayPara UNTIL DayIx NOT < DaysInMonth.
        MarkDayPara.
            ADD 1 TO DayIx.
            MOVE MonthIn TO CurYearMonth.
            MOVE DayIx TO CurDay.
            MOVE CurDate TO CalInDate.
            CALL "Calendar" USING CalLinkRec.
            IF CalDayOfWeek = 1 OR CalHoliday = "Y"
                MOVE "N" TO WorkDay (DayIx)
            ELSE
                MOVE "Y" TO WorkDay (DayIx)
                ADD 1 TO DaysInPeriod.
      * Leave taken in the month (ledger "T" rows) counts as days
      * worked, the same as a punched day.
        LoadLeavePara.
            OPEN INPUT LeaveLdgFile.
            IF LeaveLdgStatus = "00"
                PERFORM ReadLeaveLdgPara
                PERFORM LoadOneLeavePara UNTIL LeaveLdgEOF = "Y"
                CLOSE LeaveLdgFile.
        ReadLeaveLdgPara.
            READ LeaveLdgFile AT END MOVE "Y" TO LeaveLdgEOF.
        LoadOneLeavePara.
            MOVE LlDate TO LlDateWk.
            IF LlTxnType = "T" AND LlYearMonth = MonthIn
                MOVE 0 TO LvHit
                MOVE 0 TO LvIx
                PERFORM ScanLvLoadPara UNTIL LvIx NOT < LvCount
                                       OR LvHit NOT = 0
                IF LvHit = 0 AND LvCount < 500
                    ADD 1 TO LvCount
                    MOVE LvCount TO LvHit
                    MOVE LlEmpNo TO LvTabEmpNo (LvHit)
                    MOVE 0 TO LvTabDays (LvHit)
                END-IF
                IF LvHit NOT = 0
                    ADD LlDays TO LvTabDays (LvHit).
            PERFORM ReadLeaveLdgPara.
        ScanLvLoadPara.
            ADD 1 TO LvIx.
            IF LvTabEmpNo (LvIx) = LlEmpNo
                MOVE LvIx TO LvHit.
        ReadSortedPara.
            READ SortedPunch AT END MOVE "Y" TO SortedEOF.
            IF SortedEOF NOT = "Y"
                ADD 1 TO PunchCount.
      * One employee-day: the first "in" and the last "out" of the
      * day make the pair; anything between is ignored.
        DayGroupPara.
            MOVE TEmpNo TO CurEmp.
            MOVE TDate TO CurDate.
            MOVE "N" TO HaveIn.
            MOVE "N" TO HaveOut.
            MOVE 0 TO FirstIn.
            MOVE 0 TO LastOut.
            PERFORM PunchOnePara UNTIL SortedEOF = "Y"
                                 OR TEmpNo NOT = CurEmp
                                 OR TDate NOT = CurDate.
            IF CurYearMonth = MonthIn
                PERFORM DayEndPara THRU DayEndExitPara.
        PunchOnePara.
            IF TDirection = "I" AND HaveIn = "N"
                MOVE "Y" TO HaveIn
                MOVE TTime TO FirstIn
                COMPUTE InMinutes = THour * 60 + TMinute.
            IF TDirection = "O"
                MOVE "Y" TO HaveOut
                MOVE TTime TO LastOut
                COMPUTE OutMinutes = THour * 60 + TMinute.
            PERFORM ReadSortedPara.
        DayEndPara.
            IF CurDay < 1 OR CurDay > DaysInMonth
                GO TO DayEndExitPara.
            IF WorkDay (CurDay) = "N"
                GO TO DayEndExitPara.
            PERFORM FindPtPara.
            IF PtHit = 0
                GO TO DayEndExitPara.
            MOVE CurEmp TO ExEmpNo.
            MOVE CurDate TO ExDate.
            MOVE "DayEndPara" TO ExcpParaWk.
            IF HaveIn = "N" OR HaveOut = "N"
               OR LastOut NOT > FirstIn
                ADD 1 TO PtTabMiss (PtHit)
                MOVE "NOPAIR" TO ExTag
                PERFORM LogExceptionPara
                GO TO DayEndExitPara.
            ADD 1 TO PtTabDays (PtHit).
            IF FirstIn > LateAfter
                ADD 1 TO PtTabLate (PtHit)
                MOVE "LATE" TO ExTag
                PERFORM LogExceptionPara.
            COMPUTE MinutesWk = OutMinutes - InMinutes.
            IF MinutesWk < MinMinutes
                ADD 1 TO PtTabShort (PtHit)
                MOVE "SHORT" TO ExTag
                PERFORM LogExceptionPara.
        DayEndExitPara.
            EXIT.
      * First day seen for an employee opens the tally; a badge
      * number that is not on the master is reported once.
        FindPtPara.
            MOVE 0 TO PtHit.
            MOVE 0 TO PtIx.
            PERFORM ScanPtPara UNTIL PtIx NOT < PtCount
                               OR PtHit NOT = 0.
            IF PtHit = 0
                MOVE CurEmp TO EmpNoIn
                READ EmpMastFile
                    INVALID KEY
                        MOVE CurEmp TO ExEmpNo
                        MOVE CurDate TO ExDate
                        MOVE "NOEMP" TO ExTag
                        MOVE "FindPtPara" TO ExcpParaWk
                        PERFORM LogExceptionPara
                    NOT INVALID KEY
                        PERFORM AddPtPara
                END-READ.
        AddPtPara.
            IF PtCount < 500
                ADD 1 TO PtCount
                MOVE PtCount TO PtHit
                MOVE CurEmp TO PtTabEmpNo (PtHit)
                MOVE 0 TO PtTabDays (PtHit)
                MOVE 0 TO PtTabMiss (PtHit)
                MOVE 0 TO PtTabLate (PtHit)
                MOVE 0 TO PtTabShort (PtHit).
        ScanPtPara.
            ADD 1 TO PtIx.
            IF PtTabEmpNo (PtIx) = CurEmp
                MOVE PtIx TO PtHit.
        OpenLeaveAttPara.
            OPEN I-O LeaveAttFile.
            IF LeaveAttStatus = "35"
                OPEN OUTPUT LeaveAttFile
                CLOSE LeaveAttFile
                OPEN I-O LeaveAttFile.
        ReadEmpPara.
            READ EmpMastFile NEXT RECORD AT END MOVE "Y" TO EOF.
      * Every active employee gets a row for the month, punched or
      * not, so the payroll never falls back to a full 30 days for
      * someone who was absent throughout.
        AttendOnePara.
            IF EmpStatus = "A"
                PERFORM BuildAttPara.
            PERFORM ReadEmpPara.
        BuildAttPara.
            MOVE EmpNoIn TO CurEmp.
            MOVE 0 TO PtHit.
            MOVE 0 TO PtIx.
            PERFORM ScanPtPara UNTIL PtIx NOT < PtCount
                               OR PtHit NOT = 0.
            MOVE 0 TO LvHit.
            MOVE 0 TO LvIx.
            PERFORM ScanLvFindPara UNTIL LvIx NOT < LvCount
                                   OR LvHit NOT = 0.
            MOVE 0 TO PunchedWk.
            MOVE 0 TO LeaveWk.
            MOVE 0 TO DtMisOut DtLatOut DtShtOut.
            IF PtHit NOT = 0
                MOVE PtTabDays (PtHit) TO PunchedWk
                MOVE PtTabMiss (PtHit) TO DtMisOut
                MOVE PtTabLate (PtHit) TO DtLatOut
                MOVE PtTabShort (PtHit) TO DtShtOut.
            IF LvHit NOT = 0
                MOVE LvTabDays (LvHit) TO LeaveWk.
            COMPUTE WorkedWk = PunchedWk + LeaveWk.
            IF WorkedWk > DaysInPeriod
                MOVE DaysInPeriod TO WorkedWk.
            IF PtHit = 0 AND WorkedWk < DaysInPeriod
                MOVE EmpNoIn TO ExEmpNo
                COMPUTE ExDate = MonthIn * 100
                MOVE "ABSENT" TO ExTag
                MOVE "BuildAttPara" TO ExcpParaWk
                PERFORM LogExceptionPara.
            MOVE EmpNoIn TO LaEmpNo.
            MOVE WorkedWk TO LaDaysWorked.
            MOVE DaysInPeriod TO LaDaysInPeriod.
            WRITE LeaveAttRec
                INVALID KEY REWRITE LeaveAttRec.
            ADD 1 TO EmpCount.
            ADD WorkedWk TO GWorked.
            MOVE EmpNoIn TO DtEmpOut.
            MOVE NameIn TO DtNameOut.
            MOVE PunchedWk TO DtPunOut.
            MOVE LeaveWk TO DtLvOut.
            MOVE WorkedWk TO DtWrkOut.
            MOVE DaysInPeriod TO DtPrdOut.
            WRITE RecOut FROM DetailRec.
        ScanLvFindPara.
            ADD 1 TO LvIx.
            IF LvTabEmpNo (LvIx) = CurEmp
                MOVE LvIx TO LvHit.
        LogExceptionPara.
            ADD 1 TO ExcpCount.
            OPEN EXTEND ExcpLogFile.
            IF ExcpLogStatus = "35"
                OPEN OUTPUT ExcpLogFile.
            MOVE "PUNCHIMP" TO ElProgram.
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
            MOVE "PUNCHIMP" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE PunchCount TO RlRecRead.
            MOVE EmpCount TO RlRecWrit.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
