        IDENTIFICATION DIVISION.
        PROGRAM-ID. RosterEntry.
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
            SELECT ShiftFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ShiftStatus.
            SELECT EmpMastFile ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EmpNoIn
            FILE STATUS IS EmpMastStatus.
            SELECT ExcpLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ExcpLogStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD RosterFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Roster.dat".
            COPY "ROSTER.CPY".
        FD ShiftFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ShiftMast.dat".
            COPY "SHIFTMST.CPY".
        FD EmpMastFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "EMPMAST.DAT".
            COPY "EMPMAST.CPY".
        FD ExcpLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ExcpLog.dat".
            COPY "EXCPLOG.CPY".
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  RosterStatus   PIC XX VALUE "00".
        01  ShiftStatus    PIC XX VALUE "00".
        01  EmpMastStatus  PIC XX VALUE "00".
        01  EmpMastOpen    PIC A VALUE "N".
        01  ExcpLogStatus  PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  ShiftEOF       PIC A VALUE "N".
        01  ShiftFound     PIC A VALUE "N".
        01  EmpFound       PIC A VALUE "N".
        01  MoreFlag       PIC A VALUE "Y".
        01  EditOk         PIC A VALUE "N".
        01  BadValueOut    PIC X(20).
        01  EmpNoWk        PIC 9(4).
        01  ShiftWk        PIC X(2).
        01  FromDateWk     PIC 9(8).
        01  FromDateR REDEFINES FromDateWk.
            05  FromYearMonth  PIC 9(6).
            05  FromDay        PIC 9(2).
        01  ToDateWk       PIC 9(8).
        01  ToDateR REDEFINES ToDateWk.
            05  ToYearMonth    PIC 9(6).
            05  ToDay          PIC 9(2).
        01  DayWk          PIC 9(8).
        01  DayR REDEFINES DayWk.
            05  DayYearMonth   PIC 9(6).
            05  DayDay         PIC 9(2).
        01  DaysWritten    PIC 9(2) VALUE 0.
        01  AfterImageWk.
            05  AiShift        PIC X(2).
            05  F              PIC X(1) VALUE SPACES.
            05  AiFrom         PIC 9(8).
            05  F              PIC X(1) VALUE "-".
            05  AiTo           PIC 9(8).

        PROCEDURE DIVISION.
        ControlPara.
            MOVE "N" TO EmpMastOpen.
            OPEN INPUT EmpMastFile.
            IF EmpMastStatus = "00"
                MOVE "Y" TO EmpMastOpen.
            PERFORM EntryPara UNTIL MoreFlag NOT = "Y".
            IF EmpMastOpen = "Y"
                CLOSE EmpMastFile
                MOVE "N" TO EmpMastOpen.
            GOBACK.
        EntryPara.
            DISPLAY (5, 10) "Enter Emp No. :- ".
            ACCEPT EmpNoWk.
            DISPLAY (6, 10) "Shift Code :- ".
            ACCEPT ShiftWk.
            DISPLAY (7, 10) "From Date (YYYYMMDD) :- ".
            ACCEPT FromDateWk.
            DISPLAY (8, 10) "To Date (YYYYMMDD) :- ".
            ACCEPT ToDateWk.
            PERFORM EditPara.
            IF EditOk = "Y"
                PERFORM OpenExtPara
                MOVE FromDateWk TO DayWk
                MOVE 0 TO DaysWritten
                PERFORM WriteDayPara UNTIL DayWk > ToDateWk
                CLOSE RosterFile
                PERFORM LogAuditPara
                DISPLAY (11, 10) "Roster Days Written :- " DaysWritten
            ELSE
                DISPLAY (11, 10) "Rejected - " BadValueOut
                PERFORM LogExceptionPara.
            DISPLAY (14, 10) "Another Roster Entry (Y/N) :- ".
            ACCEPT MoreFlag.
        OpenExtPara.
            OPEN EXTEND RosterFile.
            IF RosterStatus = "35"
                OPEN OUTPUT RosterFile.
        WriteDayPara.
            MOVE EmpNoWk TO RoEmpNo.
            MOVE DayWk TO RoDate.
            MOVE ShiftWk TO RoShift.
            WRITE RosterRec.
            ADD 1 TO DaysWritten.
            ADD 1 TO DayWk.
      * A roster line covers days of one month only, so it can be
      * walked day by day without crossing a month end.
        EditPara.
            MOVE "N" TO EditOk.
            PERFORM CheckEmpPara.
            PERFORM CheckShiftPara.
            IF EmpFound = "N"
                MOVE "EMP NOT ON MASTER" TO BadValueOut
            ELSE IF ShiftFound = "N"
                MOVE "SHIFT NOT ON MASTER" TO BadValueOut
            ELSE IF FromDay < 1 OR FromDay > 31
                    OR ToDay < 1 OR ToDay > 31
                MOVE "BAD ROSTER DATE" TO BadValueOut
            ELSE IF FromYearMonth NOT = ToYearMonth
                MOVE "DATES NOT SAME MONTH" TO BadValueOut
            ELSE IF ToDateWk < FromDateWk
                MOVE "TO BEFORE FROM" TO BadValueOut
            ELSE
                MOVE "Y" TO EditOk.
        CheckEmpPara.
            MOVE EmpNoWk TO EmpNoIn.
            IF EmpMastOpen NOT = "Y"
                MOVE "Y" TO EmpFound
            ELSE
                READ EmpMastFile
                    INVALID KEY MOVE "N" TO EmpFound
                    NOT INVALID KEY MOVE "Y" TO EmpFound.
        CheckShiftPara.
            MOVE "N" TO ShiftFound.
            MOVE "N" TO ShiftEOF.
            OPEN INPUT ShiftFile.
            IF ShiftStatus = "00"
                PERFORM ReadShiftPara
                PERFORM ScanShiftPara UNTIL ShiftEOF = "Y"
                CLOSE ShiftFile.
        ReadShiftPara.
            READ ShiftFile AT END MOVE "Y" TO ShiftEOF.
        ScanShiftPara.
            IF ShShiftCode = ShiftWk
                MOVE "Y" TO ShiftFound.
            PERFORM ReadShiftPara.
        LogExceptionPara.
            OPEN EXTEND ExcpLogFile.
            IF ExcpLogStatus = "35"
                OPEN OUTPUT ExcpLogFile.
            MOVE "ROSTENT" TO ElProgram.
            MOVE "EditPara" TO ElParagraph.
            MOVE BadValueOut TO ElBadValue.
            MOVE "N" TO ElStatus.
            MOVE SPACES TO ElAssignTo.
            MOVE SPACES TO ElResolveNote.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO ElUserId.
            ACCEPT ElTimestamp FROM DATE YYYYMMDD.
            WRITE ExcpLogRec.
            CLOSE ExcpLogFile.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "ROSTENT" TO AuProgram.
            MOVE "Roster.dat" TO AuFileId.
            MOVE EmpNoWk TO AuKey.
            MOVE "NEW ROSTER" TO AuBeforeImage.
            MOVE ShiftWk TO AiShift.
            MOVE FromDateWk TO AiFrom.
            MOVE ToDateWk TO AiTo.
            MOVE AfterImageWk TO AuAfterImage.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
