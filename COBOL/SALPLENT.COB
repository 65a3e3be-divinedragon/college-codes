        IDENTIFICATION DIVISION.
        PROGRAM-ID. SalaryPlanMaint.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SalPlanFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SalPlanStatus.
            SELECT DeptFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DeptStatus.
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
        FD SalPlanFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "SalPlan.dat".
            COPY "SALPLAN.CPY".
        FD DeptFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "DeptMast.dat".
            COPY "DEPTMAST.CPY".
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
        01  SalPlanStatus  PIC XX VALUE "00".
        01  DeptStatus     PIC XX VALUE "00".
        01  PayGradeStatus PIC XX VALUE "00".
        01  EmpMastStatus  PIC XX VALUE "00".
        01  EmpMastOpen    PIC A VALUE "N".
        01  ExcpLogStatus  PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  DeptEOF        PIC A VALUE "N".
        01  PayGradeEOF    PIC A VALUE "N".
        01  DeptFound      PIC A VALUE "N".
        01  GradeFound     PIC A VALUE "N".
        01  EmpFound       PIC A VALUE "N".
        01  EditOk         PIC A VALUE "N".
        01  MoreFlag       PIC A VALUE "Y".
        01  BadValueOut    PIC X(20).
        01  DeptIn         PIC X(4).
        01  TypeIn         PIC A.
        01  RefIn          PIC 9(4).
        01  EffDateIn      PIC 9(8).
        01  EffDateR REDEFINES EffDateIn.
            05  EffYear        PIC 9(4).
            05  EffMonth       PIC 9(2).
            05  EffDay         PIC 9(2).
        01  BasicPlanIn    PIC 9(5)V99.
        01  GradeIn        PIC X(2).
        01  StatusIn       PIC A.
        01  AuKeyWk.
            05  AkDept         PIC X(4).
            05  AkType         PIC A.
            05  AkRef          PIC 9(4).
        01  AfterImageWk.
            05  AiEffDate      PIC 9(8).
            05  F              PIC X(1) VALUE SPACES.
            05  AiBasic        PIC Z(4)9.99.
            05  F              PIC X(1) VALUE SPACES.
            05  AiGrade        PIC X(2).
            05  F              PIC X(1) VALUE SPACES.
            05  AiStatus       PIC A.

        PROCEDURE DIVISION.
        ControlPara.
            MOVE "N" TO EmpMastOpen.
            OPEN INPUT EmpMastFile.
            IF EmpMastStatus = "00"
                MOVE "Y" TO EmpMastOpen.
            PERFORM OpenExtPara.
            PERFORM EntryPara UNTIL MoreFlag NOT = "Y".
            CLOSE SalPlanFile.
            IF EmpMastOpen = "Y"
                CLOSE EmpMastFile
                MOVE "N" TO EmpMastOpen.
            GOBACK.
        OpenExtPara.
            OPEN EXTEND SalPlanFile.
            IF SalPlanStatus = "35"
                OPEN OUTPUT SalPlanFile.
        EntryPara.
            DISPLAY (3, 10) "Department Code :- ".
            ACCEPT DeptIn.
            DISPLAY (4, 10) "Type (S = Separation, V = Vacancy) :- ".
            ACCEPT TypeIn.
            DISPLAY (5, 10) "Emp No. / Vacancy Slot :- ".
            ACCEPT RefIn.
            DISPLAY (6, 10) "Leaving / Joining Date (YYYYMMDD) :- ".
            ACCEPT EffDateIn.
            MOVE 0 TO BasicPlanIn.
            MOVE SPACES TO GradeIn.
            IF TypeIn = "V"
                DISPLAY (7, 10) "Starting Basic :- "
                ACCEPT BasicPlanIn
                DISPLAY (8, 10) "Pay Grade :- "
                ACCEPT GradeIn.
            DISPLAY (9, 10) "Status (A/C) :- ".
            ACCEPT StatusIn.
            PERFORM EditPara.
            IF EditOk = "Y"
                MOVE DeptIn TO SpDept
                MOVE TypeIn TO SpType
                MOVE RefIn TO SpRef
                MOVE EffDateIn TO SpEffDate
                MOVE BasicPlanIn TO SpBasic
                MOVE GradeIn TO SpGrade
                MOVE StatusIn TO SpStatus
                WRITE SalPlanRec
                PERFORM LogAuditPara
                DISPLAY (12, 10) "Plan Row Written."
            ELSE
                DISPLAY (12, 10) "Rejected - " BadValueOut
                PERFORM LogExceptionPara.
            DISPLAY (14, 10) "Another Plan Row (Y/N) :- ".
            ACCEPT MoreFlag.
      * A cancelling row needs only its key. A separation must name
      * an active employee of the department it is keyed under.
        EditPara.
            MOVE "N" TO EditOk.
            PERFORM CheckDeptPara.
            PERFORM CheckEmpPara.
            PERFORM CheckGradePara.
            IF DeptFound = "N"
                MOVE "DEPT NOT ON MASTER" TO BadValueOut
            ELSE IF TypeIn NOT = "S" AND TypeIn NOT = "V"
                MOVE "TYPE NOT S OR V" TO BadValueOut
            ELSE IF RefIn = 0
                MOVE "REFERENCE REQUIRED" TO BadValueOut
            ELSE IF StatusIn NOT = "A" AND StatusIn NOT = "C"
                MOVE "STATUS NOT A OR C" TO BadValueOut
            ELSE IF StatusIn = "C"
                MOVE "Y" TO EditOk
            ELSE IF EffMonth < 1 OR EffMonth > 12
                    OR EffDay < 1 OR EffDay > 31
                MOVE "BAD EFFECTIVE DATE" TO BadValueOut
            ELSE IF TypeIn = "S" AND EmpFound = "N"
                MOVE "EMP NOT ON MASTER" TO BadValueOut
            ELSE IF TypeIn = "S" AND EmpStatus NOT = "A"
                MOVE "EMP NOT ACTIVE" TO BadValueOut
            ELSE IF TypeIn = "S" AND EmpDept NOT = DeptIn
                MOVE "EMP NOT IN DEPT" TO BadValueOut
            ELSE IF TypeIn = "V" AND BasicPlanIn = 0
                MOVE "BASIC REQUIRED" TO BadValueOut
            ELSE IF TypeIn = "V" AND GradeIn NOT = SPACES
                    AND GradeFound = "N"
                MOVE "GRADE NOT ON MASTER" TO BadValueOut
            ELSE
                MOVE "Y" TO EditOk.
        CheckDeptPara.
            MOVE "N" TO DeptFound.
            MOVE "N" TO DeptEOF.
            OPEN INPUT DeptFile.
            IF DeptStatus NOT = "00"
                MOVE "Y" TO DeptFound
            ELSE
                PERFORM ReadDeptPara
                PERFORM ScanDeptPara UNTIL DeptEOF = "Y"
                CLOSE DeptFile.
        ReadDeptPara.
            READ DeptFile AT END MOVE "Y" TO DeptEOF.
        ScanDeptPara.
            IF DmCode = DeptIn
                MOVE "Y" TO DeptFound.
            PERFORM ReadDeptPara.
        CheckEmpPara.
            MOVE "N" TO EmpFound.
            IF TypeIn = "S"
                MOVE RefIn TO EmpNoIn
                IF EmpMastOpen NOT = "Y"
                    MOVE "Y" TO EmpFound
                    MOVE "A" TO EmpStatus
                    MOVE DeptIn TO EmpDept
                ELSE
                    READ EmpMastFile
                        INVALID KEY MOVE "N" TO EmpFound
                        NOT INVALID KEY MOVE "Y" TO EmpFound.
        CheckGradePara.
            MOVE "N" TO GradeFound.
            MOVE "N" TO PayGradeEOF.
            IF TypeIn = "V" AND GradeIn NOT = SPACES
                OPEN INPUT PayGradeFile
                IF PayGradeStatus = "00"
                    PERFORM ReadGradePara
                    PERFORM ScanGradePara UNTIL PayGradeEOF = "Y"
                    CLOSE PayGradeFile.
        ReadGradePara.
            READ PayGradeFile AT END MOVE "Y" TO PayGradeEOF.
        ScanGradePara.
            IF PgGrade = GradeIn
                MOVE "Y" TO GradeFound.
            PERFORM ReadGradePara.
        LogExceptionPara.
            OPEN EXTEND ExcpLogFile.
            IF ExcpLogStatus = "35"
                OPEN OUTPUT ExcpLogFile.
            MOVE "SALPLENT" TO ElProgram.
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
            MOVE "SALPLENT" TO AuProgram.
            MOVE "SalPlan.dat" TO AuFileId.
            MOVE SpDept TO AkDept.
            MOVE SpType TO AkType.
            MOVE SpRef TO AkRef.
            MOVE AuKeyWk TO AuKey.
            MOVE "PLAN ROW" TO AuBeforeImage.
            MOVE SpEffDate TO AiEffDate.
            MOVE SpBasic TO AiBasic.
            MOVE SpGrade TO AiGrade.
            MOVE SpStatus TO AiStatus.
            MOVE AfterImageWk TO AuAfterImage.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
