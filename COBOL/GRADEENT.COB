        IDENTIFICATION DIVISION.
        PROGRAM-ID. PayGradeMaint.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PayGradeFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PayGradeStatus.
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
        FD PayGradeFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PayGrade.dat".
            COPY "PAYGRADE.CPY".
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
        COPY "LOCKLNK.CPY".
        01  PayGradeStatus PIC XX VALUE "00".
        01  EmpMastStatus  PIC XX VALUE "00".
        01  ExcpLogStatus  PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  PayGradeEOF    PIC A VALUE "N".
        01  EmpFound       PIC A VALUE "N".
        01  MoreFlag       PIC A VALUE "Y".
        01  EditOk         PIC A VALUE "N".
        01  ModeIn         PIC A VALUE SPACES.
        01  BadValueOut    PIC X(20).
        01  GradeWk        PIC X(2).
        01  DescWk         PIC X(20).
        01  MinBasicWk     PIC 9(5)V99.
        01  MaxBasicWk     PIC 9(5)V99.
        01  IncrementWk    PIC 9(5)V99.
        01  IncrMMDDWk     PIC 9(4).
        01  IncrMMDDX REDEFINES IncrMMDDWk.
            05  IncrMMWk   PIC 99.
            05  IncrDDWk   PIC 99.
        01  EmpNoWk        PIC 9(4).
        01  OldGradeWk     PIC X(2).
        01  ElParaWk       PIC X(16).
        01  AuFileWk       PIC X(12).
        01  AuKeyWk        PIC X(12).
        01  AuBeforeWk     PIC X(30).
        01  AuAfterWk      PIC X(30).
        01  PgCount        PIC 9(3) VALUE 0.
        01  PgIx           PIC 9(3) VALUE 0.
        01  PgHit          PIC 9(3) VALUE 0.
        01  PgTable.
            05  PgEntry OCCURS 100 TIMES.
                10  PgTabGrade PIC X(2).
                10  PgTabMin   PIC 9(5)V99.
                10  PgTabMax   PIC 9(5)V99.

        PROCEDURE DIVISION.
        ControlPara.
            DISPLAY (3, 10)
                "Grade Master Or Assign Employee (M/A) :- ".
            ACCEPT ModeIn.
            IF ModeIn = "M"
                PERFORM OpenExtPara
                PERFORM GradeEntryPara UNTIL MoreFlag NOT = "Y"
                CLOSE PayGradeFile
            ELSE IF ModeIn = "A"
                PERFORM AssignPara THRU AssignExitPara
            ELSE
                DISPLAY (11, 10) "Invalid Choice.".
            GOBACK.
        OpenExtPara.
            OPEN EXTEND PayGradeFile.
            IF PayGradeStatus = "35"
                OPEN OUTPUT PayGradeFile.
        GradeEntryPara.
            DISPLAY (5, 10) "Grade Code :- ".
            ACCEPT GradeWk.
            DISPLAY (6, 10) "Description :- ".
            ACCEPT DescWk.
            DISPLAY (7, 10) "Scale Minimum Basic :- ".
            ACCEPT MinBasicWk.
            DISPLAY (8, 10) "Scale Maximum Basic :- ".
            ACCEPT MaxBasicWk.
            DISPLAY (9, 10) "Annual Increment :- ".
            ACCEPT IncrementWk.
            DISPLAY (10, 10) "Increment Date MMDD (0 = Anniv.) :- ".
            ACCEPT IncrMMDDWk.
            PERFORM EditGradePara.
            IF EditOk = "Y"
                MOVE GradeWk TO PgGrade
                MOVE DescWk TO PgDesc
                MOVE MinBasicWk TO PgMinBasic
                MOVE MaxBasicWk TO PgMaxBasic
                MOVE IncrementWk TO PgIncrement
                MOVE IncrMMDDWk TO PgIncrMMDD
                WRITE PayGradeRec
                MOVE GradeWk TO AuKeyWk
                MOVE "NEW GRADE ROW" TO AuBeforeWk
                MOVE DescWk TO AuAfterWk
                MOVE "PayGrade.dat" TO AuFileWk
                PERFORM LogAuditPara
                DISPLAY (12, 10) "Grade Written."
            ELSE
                DISPLAY (12, 10) "Rejected - " BadValueOut
                MOVE "EditGradePara" TO ElParaWk
                PERFORM LogExceptionPara.
            DISPLAY (14, 10) "Another Grade (Y/N) :- ".
            ACCEPT MoreFlag.
        EditGradePara.
            MOVE "N" TO EditOk.
            IF GradeWk = SPACES
                MOVE "GRADE BLANK" TO BadValueOut
            ELSE IF MinBasicWk NOT > 0
                MOVE "MINIMUM NOT POSITIVE" TO BadValueOut
            ELSE IF MaxBasicWk < MinBasicWk
                MOVE "MAX BELOW MIN" TO BadValueOut
            ELSE IF IncrementWk NOT > 0
                MOVE "INCREMENT NOT POS." TO BadValueOut
            ELSE IF IncrMMDDWk NOT = 0
                    AND (IncrMMWk < 1 OR IncrMMWk > 12
                         OR IncrDDWk < 1 OR IncrDDWk > 28)
                MOVE "BAD INCREMENT DATE" TO BadValueOut
            ELSE
                MOVE "Y" TO EditOk.
        AssignPara.
            PERFORM LoadGradePara.
            MOVE "C" TO LockAction.
            MOVE "EMPMAST.DAT" TO LockFileId.
            MOVE "GRADEENT" TO LockProgram.
            CALL "FileLock" USING LockLinkRec.
            IF LockResult = "N"
                DISPLAY "EMPMAST.DAT Is Held By " LockHolder
                        ". Run Refused."
                GO TO AssignExitPara.
            OPEN I-O EmpMastFile.
            IF EmpMastStatus NOT = "00"
                DISPLAY "EMPMAST.DAT Not Found. Run Aborted."
                MOVE "R" TO LockAction
                CALL "FileLock" USING LockLinkRec
                GO TO AssignExitPara.
            PERFORM AssignOnePara UNTIL MoreFlag NOT = "Y".
            CLOSE EmpMastFile.
            MOVE "R" TO LockAction.
            CALL "FileLock" USING LockLinkRec.
        AssignExitPara.
            EXIT.
        LoadGradePara.
            OPEN INPUT PayGradeFile.
            IF PayGradeStatus = "00"
                PERFORM ReadGradePara
                PERFORM LoadOneGradePara UNTIL PayGradeEOF = "Y"
                CLOSE PayGradeFile
                MOVE "N" TO PayGradeEOF.
        ReadGradePara.
            READ PayGradeFile AT END MOVE "Y" TO PayGradeEOF.
        LoadOneGradePara.
            MOVE PgGrade TO GradeWk.
            PERFORM FindGradePara.
            IF PgHit = 0 AND PgCount < 100
                ADD 1 TO PgCount
                MOVE PgCount TO PgHit
                MOVE PgGrade TO PgTabGrade (PgHit).
            IF PgHit NOT = 0
                MOVE PgMinBasic TO PgTabMin (PgHit)
                MOVE PgMaxBasic TO PgTabMax (PgHit).
            PERFORM ReadGradePara.
        FindGradePara.
            MOVE 0 TO PgHit.
            MOVE 0 TO PgIx.
            PERFORM ScanGradePara UNTIL PgIx NOT < PgCount
                                  OR PgHit NOT = 0.
        ScanGradePara.
            ADD 1 TO PgIx.
            IF PgTabGrade (PgIx) = GradeWk
                MOVE PgIx TO PgHit.
        AssignOnePara.
            DISPLAY (5, 10) "Enter Emp No. :- ".
            ACCEPT EmpNoWk.
            DISPLAY (6, 10) "Pay Grade :- ".
            ACCEPT GradeWk.
            MOVE EmpNoWk TO EmpNoIn.
            READ EmpMastFile
                INVALID KEY MOVE "N" TO EmpFound
                NOT INVALID KEY MOVE "Y" TO EmpFound.
            PERFORM FindGradePara.
            MOVE "N" TO EditOk.
            IF EmpFound = "N"
                MOVE "EMP NOT ON MASTER" TO BadValueOut
            ELSE IF PgHit = 0
                MOVE "GRADE NOT ON FILE" TO BadValueOut
            ELSE IF BasicIn < PgTabMin (PgHit)
                    OR BasicIn > PgTabMax (PgHit)
                MOVE "BASIC OUTSIDE SCALE" TO BadValueOut
            ELSE
                MOVE "Y" TO EditOk.
            IF EditOk = "Y"
                MOVE EmpGrade TO OldGradeWk
                MOVE GradeWk TO EmpGrade
                REWRITE EmpMastRec
                MOVE EmpNoWk TO AuKeyWk
                MOVE OldGradeWk TO AuBeforeWk
                MOVE GradeWk TO AuAfterWk
                MOVE "EMPMAST.DAT" TO AuFileWk
                PERFORM LogAuditPara
                DISPLAY (11, 10) "Grade Assigned."
            ELSE
                DISPLAY (11, 10) "Rejected - " BadValueOut
                MOVE "AssignOnePara" TO ElParaWk
                PERFORM LogExceptionPara.
            DISPLAY (14, 10) "Another Employee (Y/N) :- ".
            ACCEPT MoreFlag.
        LogExceptionPara.
            OPEN EXTEND ExcpLogFile.
            IF ExcpLogStatus = "35"
                OPEN OUTPUT ExcpLogFile.
            MOVE "GRADEENT" TO ElProgram.
            MOVE ElParaWk TO ElParagraph.
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
            MOVE "GRADEENT" TO AuProgram.
            MOVE AuFileWk TO AuFileId.
            MOVE AuKeyWk TO AuKey.
            MOVE AuBeforeWk TO AuBeforeImage.
            MOVE AuAfterWk TO AuAfterImage.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
