        IDENTIFICATION DIVISION.
        PROGRAM-ID. ShiftMaint.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ShiftFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ShiftStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD ShiftFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ShiftMast.dat".
            COPY "SHIFTMST.CPY".
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  ShiftStatus    PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  CodeIn         PIC X(2).
        01  DescIn         PIC X(20).
        01  StartIn        PIC 9(4).
        01  StartInR REDEFINES StartIn.
            05  StartHour      PIC 9(2).
            05  StartMinute    PIC 9(2).
        01  EndIn          PIC 9(4).
        01  EndInR REDEFINES EndIn.
            05  EndHour        PIC 9(2).
            05  EndMinute      PIC 9(2).
        01  AllowIn        PIC 9(4)V99.
        01  NightIn        PIC A.
        01  AllowOut       PIC Z(3)9.99.
        01  MoreFlag       PIC A VALUE "Y".

        PROCEDURE DIVISION.
        ControlPara.
            PERFORM OpenExtPara.
            PERFORM EntryPara UNTIL MoreFlag NOT = "Y".
            CLOSE ShiftFile.
            GOBACK.
        OpenExtPara.
            OPEN EXTEND ShiftFile.
            IF ShiftStatus = "35"
                OPEN OUTPUT ShiftFile.
        EntryPara.
            DISPLAY (5, 10) "Shift Code (GS/SS/NS) :- ".
            ACCEPT CodeIn.
            DISPLAY (6, 10) "Description :- ".
            ACCEPT DescIn.
            DISPLAY (7, 10) "Start Time (HHMM) :- ".
            ACCEPT StartIn.
            DISPLAY (8, 10) "End Time (HHMM) :- ".
            ACCEPT EndIn.
            DISPLAY (9, 10) "Allowance Per Shift :- ".
            ACCEPT AllowIn.
            IF EndIn < StartIn
                MOVE "Y" TO NightIn
            ELSE
                MOVE "N" TO NightIn.
            IF CodeIn = SPACES
                DISPLAY (11, 10) "Shift Code Is Required."
            ELSE IF StartHour > 23 OR StartMinute > 59
                    OR EndHour > 23 OR EndMinute > 59
                DISPLAY (11, 10) "Times Must Be HHMM, 0000 To 2359."
            ELSE IF EndIn = StartIn
                DISPLAY (11, 10) "Start And End Cannot Be The Same."
            ELSE
                MOVE CodeIn TO ShShiftCode
                MOVE DescIn TO ShDesc
                MOVE StartIn TO ShStartTime
                MOVE EndIn TO ShEndTime
                MOVE AllowIn TO ShAllowance
                MOVE NightIn TO ShNightFlag
                WRITE ShiftRec
                PERFORM LogAuditPara
                DISPLAY (11, 10) "Shift Written.".
            DISPLAY (14, 10) "Another Shift (Y/N) :- ".
            ACCEPT MoreFlag.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "SHIFTENT" TO AuProgram.
            MOVE "ShiftMast" TO AuFileId.
            MOVE ShShiftCode TO AuKey.
            MOVE "NEW SHIFT" TO AuBeforeImage.
            MOVE ShAllowance TO AllowOut.
            MOVE AllowOut TO AuAfterImage.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
