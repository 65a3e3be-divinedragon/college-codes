        IDENTIFICATION DIVISION.
        PROGRAM-ID. ShiftAllowCheck.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RosterFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RosterStatus.
            SELECT RosterWork ASSIGN TO DISK.
            SELECT RosterSorted ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT PunchFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PunchStatus.
            SELECT PunchWork ASSIGN TO DISK.
            SELECT PunchSorted ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT ShiftFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ShiftStatus.
            SELECT EmpMastFile ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EmpNoIn
            FILE STATUS IS EmpMastStatus.
            SELECT ShiftAlwFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
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
        FD RosterFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Roster.dat".
            COPY "ROSTER.CPY".
        SD RosterWork.
        01  RosterWorkRec.
            05  RwEmpNo        PIC 9(4).
            05  RwDate         PIC 9(8).
            05  RwShift        PIC X(2).
        FD RosterSorted
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RosterSorted.dat".
        01  RosterSortedRec.
            05  TrKey.
                10  TrEmpNo    PIC 9(4).
                10  TrDate     PIC 9(8).
                10  TrDateR REDEFINES TrDate.
                    15  TrYearMonth PIC 9(6).
                    15  TrDay       PIC 9(2).
            05  TrShift        PIC X(2).
        FD PunchFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Punch.dat".
            COPY "PUNCH.CPY".
        SD PunchWork.
        01  PunchWorkRec.
            05  PwEmpNo        PIC 9(4).
            05  PwDate         PIC 9(8).
            05  PwTime         PIC 9(4).
            05  PwDirection    PIC A.
            05  PwTerminal     PIC X(4).
        FD PunchSorted
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ShiftPunch.dat".
        01  PunchSortedRec.
            05  TpKey.
                10  TpEmpNo    PIC 9(4).
                10  TpDate     PIC 9(8).
            05  TpTime         PIC 9(4).
            05  TpTimeR REDEFINES TpTime.
                10  TpHour     PIC 9(2).
                10  TpMinute   PIC 9(2).
            05  TpDirection    PIC A.
            05  TpTerminal     PIC X(4).
        FD ShiftFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ShiftMast.dat".
            COPY "SHIFTMST.CPY".
        FD EmpMastFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "EMPMAST.DAT".
            COPY "EMPMAST.CPY".
        FD ShiftAlwFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ShiftAlw.dat".
            COPY "SHFTALW.CPY".
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ShiftChk.dat".
        01  RecOut             PIC X(80).
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
        01  RosterStatus   PIC XX VALUE "00".
        01  PunchStatus    PIC XX VALUE "00".
        01  ShiftStatus    PIC XX VALUE "00".
        01  EmpMastStatus  PIC XX VALUE "00".
        01  ExcpLogStatus  PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  RosterEOF      PIC A VALUE "N".
        01  RosterDone     PIC A VALUE "N".
        01  PunchEOF       PIC A VALUE "N".
        01  ShiftEOF       PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  MonthIn        PIC 9(6) VALUE 0.
        01  MonthInR REDEFINES MonthIn.
            05  MonthYear      PIC 9(4).
            05  MonthMonth     PIC 9(2).
        01  RKey.
            05  REmpNo         PIC 9(4).
            05  RDate          PIC 9(8).
            05  RDateR REDEFINES RDate.
                10  RYearMonth PIC 9(6).
                10  RDay       PIC 9(2).
        01  RShift         PIC X(2).
        01  WorkedFlag     PIC A VALUE "N".
      * An "in" punch within two hours either side of the rostered
      * start shows the shift was worked; a night shift's "out"
      * falls on the next day and is not looked for.
        01  WindowMinutes  PIC 9(4) VALUE 120.
        01  StartMinutes   PIC 9(4) VALUE 0.
        01  PunchMinutes   PIC 9(4) VALUE 0.
        01  DiffWk         PIC S9(4) VALUE 0.
        01  ShCount        PIC 9(3) VALUE 0.
        01  ShIx           PIC 9(3) VALUE 0.
        01  ShHit          PIC 9(3) VALUE 0.
        01  ShTable.
            05  ShEntry OCCURS 50 TIMES.
                10  ShTabCode  PIC X(2).
                10  ShTabStart PIC 9(4).
                10  ShTabAlw   PIC 9(4)V99.
        01  ShStartWk      PIC 9(4).
        01  ShStartR REDEFINES ShStartWk.
            05  ShStartHour    PIC 9(2).
            05  ShStartMinute  PIC 9(2).
        01  AlCount        PIC 9(3) VALUE 0.
        01  AlIx           PIC 9(3) VALUE 0.
        01  AlHit          PIC 9(3) VALUE 0.
        01  AlTable.
            05  AlEntry OCCURS 500 TIMES.
                10  AlTabEmpNo PIC 9(4).
                10  AlTabRost  PIC 9(2).
                10  AlTabWrkd  PIC 9(2).
                10  AlTabAmt   PIC 9(6)V99.
        01  RosterCount    PIC 9(6) VALUE 0.
        01  WorkedCount    PIC 9(6) VALUE 0.
        01  ExcpCount      PIC 9(6) VALUE 0.
        01  RowsOut        PIC 9(6) VALUE 0.
        01  GAllowance     PIC 9(9)V99 VALUE 0.
        01  ExcpValueWk.
            05  ExEmpNo        PIC 9(4).
            05  F              PIC X(1) VALUE SPACES.
            05  ExDate         PIC 9(8).
            05  F              PIC X(1) VALUE SPACES.
            05  ExTag          PIC X(6).
        COPY "CTLTOT.CPY".
        01  Heading1.
            05  F          PIC X(16) VALUE SPACES.
            05  F          PIC X(34) VALUE
                "Shift Allowance - Roster v. Punch".
            05  F          PIC X(9) VALUE " Month : ".
            05  HdMonthOut PIC 9(6).
        01  LineRec        PIC X(80) VALUE ALL "-".
        01  RecHead.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(7) VALUE "Emp No".
            05  F          PIC X(22) VALUE "Emp Name".
            05  F          PIC X(10) VALUE "Rostered".
            05  F          PIC X(10) VALUE "Worked".
            05  F          PIC X(10) VALUE "Allowance".
        01  DetailRec.
            05  F          PIC X(3) VALUE SPACES.
            05  DtEmpOut   PIC 9(4).
            05  F          PIC X(3) VALUE SPACES.
            05  DtNameOut  PIC A(20).
            05  F          PIC X(4) VALUE SPACES.
            05  DtRostOut  PIC Z9.
            05  F          PIC X(8) VALUE SPACES.
            05  DtWrkdOut  PIC Z9.
            05  F          PIC X(5) VALUE SPACES.
            05  DtAmtOut   PIC Z(5)9.99.
        01  TotRec.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(18) VALUE "Shifts Rostered : ".
            05  TotRostOut PIC Z(5)9.
            05  F          PIC X(12) VALUE "  Worked : ".
            05  TotWrkdOut PIC Z(5)9.
            05  F          PIC X(15) VALUE "  Exceptions : ".
            05  TotExcOut  PIC Z(5)9.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            DISPLAY (3, 10) "Allowance Month (YYYYMM) :- ".
            ACCEPT MonthIn.
            IF MonthMonth < 1 OR MonthMonth > 12 OR MonthYear = 0
                DISPLAY (5, 10) "Invalid Month. Run Aborted."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            OPEN INPUT RosterFile.
            IF RosterStatus NOT = "00"
                DISPLAY (5, 10) "Roster.dat Not Found. Run Aborted."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            CLOSE RosterFile.
            OPEN INPUT PunchFile.
            IF PunchStatus NOT = "00"
                DISPLAY (5, 10) "Punch.dat Not Found. Run Aborted."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            CLOSE PunchFile.
            PERFORM LoadShiftPara.
            SORT RosterWork ON ASCENDING KEY RwEmpNo RwDate
                 WITH DUPLICATES IN ORDER
                 USING RosterFile GIVING RosterSorted.
            SORT PunchWork ON ASCENDING KEY PwEmpNo PwDate PwTime
                 USING PunchFile GIVING PunchSorted.
            OPEN INPUT RosterSorted PunchSorted.
            PERFORM ReadRosterPara.
            PERFORM ReadPunchPara.
            PERFORM NextRosterPara.
            PERFORM MatchPara UNTIL RosterDone = "Y".
            CLOSE RosterSorted PunchSorted.
            OPEN INPUT EmpMastFile.
            OPEN OUTPUT ShiftAlwFile OUTPUT FileOut.
            MOVE MonthIn TO HdMonthOut.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM RecHead.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO AlIx.
            PERFORM WriteAlwPara UNTIL AlIx NOT < AlCount.
            WRITE RecOut FROM LineRec.
            MOVE RosterCount TO TotRostOut.
            MOVE WorkedCount TO TotWrkdOut.
            MOVE ExcpCount TO TotExcOut.
            WRITE RecOut FROM TotRec.
            MOVE RowsOut TO CtRecsOut.
            MOVE GAllowance TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE ShiftAlwFile FileOut.
            IF EmpMastStatus = "00"
                CLOSE EmpMastFile.
            DISPLAY (5, 10) "Shifts Worked Of Rostered :- "
                    WorkedCount " / " RosterCount.
            IF ExcpCount NOT = 0
                MOVE 4 TO RlReturnCode
            ELSE
                MOVE 0 TO RlReturnCode.
            PERFORM LogRunPara.
            MOVE RlReturnCode TO RETURN-CODE.
            GOBACK.
      * The latest row for a shift code carries its current timing
      * and allowance.
        LoadShiftPara.
            OPEN INPUT ShiftFile.
            IF ShiftStatus = "00"
                PERFORM ReadShiftPara
                PERFORM LoadOneShiftPara UNTIL ShiftEOF = "Y"
                CLOSE ShiftFile.
        ReadShiftPara.
            READ ShiftFile AT END MOVE "Y" TO ShiftEOF.
        LoadOneShiftPara.
            MOVE 0 TO ShHit.
            MOVE 0 TO ShIx.
            PERFORM ScanShLoadPara UNTIL ShIx NOT < ShCount
                                   OR ShHit NOT = 0.
            IF ShHit = 0 AND ShCount < 50
                ADD 1 TO ShCount
                MOVE ShCount TO ShHit
                MOVE ShShiftCode TO ShTabCode (ShHit).
            IF ShHit NOT = 0
                MOVE ShStartTime TO ShTabStart (ShHit)
                MOVE ShAllowance TO ShTabAlw (ShHit).
            PERFORM ReadShiftPara.
        ScanShLoadPara.
            ADD 1 TO ShIx.
            IF ShTabCode (ShIx) = ShShiftCode
                MOVE ShIx TO ShHit.
        ReadRosterPara.
            READ RosterSorted AT END MOVE "Y" TO RosterEOF.
        ReadPunchPara.
            READ PunchSorted AT END MOVE "Y" TO PunchEOF.
      * Rows for the same employee and day collapse to the last one
      * keyed, which is the roster in force for that day.
        NextRosterPara.
            IF RosterEOF = "Y"
                MOVE "Y" TO RosterDone
            ELSE
                MOVE TrKey TO RKey
                MOVE TrShift TO RShift
                PERFORM ReadRosterPara
                PERFORM SameDayRosterPara UNTIL RosterEOF = "Y"
                                          OR TrKey NOT = RKey.
        SameDayRosterPara.
            MOVE TrShift TO RShift.
            PERFORM ReadRosterPara.
        MatchPara.
            IF RYearMonth NOT = MonthIn
                PERFORM NextRosterPara
            ELSE IF PunchEOF = "N" AND TpKey < RKey
                PERFORM ReadPunchPara
            ELSE
                MOVE "N" TO WorkedFlag
                PERFORM FindShiftPara
                PERFORM CheckPunchPara UNTIL PunchEOF = "Y"
                                       OR TpKey NOT = RKey
                PERFORM SettleDayPara
                PERFORM NextRosterPara.
        FindShiftPara.
            MOVE 0 TO ShHit.
            MOVE 0 TO ShIx.
            PERFORM ScanShFindPara UNTIL ShIx NOT < ShCount
                                   OR ShHit NOT = 0.
            IF ShHit NOT = 0
                MOVE ShTabStart (ShHit) TO ShStartWk
                COMPUTE StartMinutes =
                    ShStartHour * 60 + ShStartMinute.
        ScanShFindPara.
            ADD 1 TO ShIx.
            IF ShTabCode (ShIx) = RShift
                MOVE ShIx TO ShHit.
        CheckPunchPara.
            IF TpDirection = "I" AND ShHit NOT = 0
                COMPUTE PunchMinutes = TpHour * 60 + TpMinute
                COMPUTE DiffWk = PunchMinutes - StartMinutes
                IF DiffWk < 0
                    COMPUTE DiffWk = 0 - DiffWk
                END-IF
                IF DiffWk NOT > WindowMinutes
                    MOVE "Y" TO WorkedFlag.
            PERFORM ReadPunchPara.
        SettleDayPara.
            ADD 1 TO RosterCount.
            MOVE 0 TO AlHit.
            MOVE 0 TO AlIx.
            PERFORM ScanAlPara UNTIL AlIx NOT < AlCount
                               OR AlHit NOT = 0.
            IF AlHit = 0 AND AlCount < 500
                ADD 1 TO AlCount
                MOVE AlCount TO AlHit
                MOVE REmpNo TO AlTabEmpNo (AlHit)
                MOVE 0 TO AlTabRost (AlHit)
                MOVE 0 TO AlTabWrkd (AlHit)
                MOVE 0 TO AlTabAmt (AlHit).
            MOVE REmpNo TO ExEmpNo.
            MOVE RDate TO ExDate.
            IF ShHit = 0
                MOVE "NOSHFT" TO ExTag
                PERFORM LogExceptionPara
            ELSE IF WorkedFlag = "N"
                MOVE "NOSHOW" TO ExTag
                PERFORM LogExceptionPara.
            IF AlHit NOT = 0
                ADD 1 TO AlTabRost (AlHit)
                IF ShHit NOT = 0 AND WorkedFlag = "Y"
                    ADD 1 TO AlTabWrkd (AlHit)
                    ADD 1 TO WorkedCount
                    ADD ShTabAlw (ShHit) TO AlTabAmt (AlHit).
        ScanAlPara.
            ADD 1 TO AlIx.
            IF AlTabEmpNo (AlIx) = REmpNo
                MOVE AlIx TO AlHit.
        WriteAlwPara.
            ADD 1 TO AlIx.
            MOVE AlTabEmpNo (AlIx) TO SaEmpNo.
            MOVE MonthIn TO SaYearMonth.
            MOVE AlTabWrkd (AlIx) TO SaShifts.
            MOVE AlTabAmt (AlIx) TO SaAmount.
            IF SaAmount > 0
                WRITE ShiftAlwRec
                ADD 1 TO RowsOut
                ADD SaAmount TO GAllowance.
            MOVE AlTabEmpNo (AlIx) TO EmpNoIn.
            MOVE SPACES TO NameIn.
            IF EmpMastStatus = "00"
                READ EmpMastFile
                    INVALID KEY MOVE "** NOT ON MASTER" TO NameIn.
            MOVE AlTabEmpNo (AlIx) TO DtEmpOut.
            MOVE NameIn TO DtNameOut.
            MOVE AlTabRost (AlIx) TO DtRostOut.
            MOVE AlTabWrkd (AlIx) TO DtWrkdOut.
            MOVE AlTabAmt (AlIx) TO DtAmtOut.
            WRITE RecOut FROM DetailRec.
        LogExceptionPara.
            ADD 1 TO ExcpCount.
            OPEN EXTEND ExcpLogFile.
            IF ExcpLogStatus = "35"
                OPEN OUTPUT ExcpLogFile.
            MOVE "SHFTCHK" TO ElProgram.
            MOVE "SettleDayPara" TO ElParagraph.
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
            MOVE "SHFTCHK" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE RosterCount TO RlRecRead.
            MOVE RowsOut TO RlRecWrit.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
