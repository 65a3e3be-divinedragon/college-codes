        IDENTIFICATION DIVISION.
        PROGRAM-ID. LabWorkerMaint.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT LabWorkerFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LabWorkerStatus.
            SELECT LabCtrFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LabCtrStatus.
            SELECT ExcpLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ExcpLogStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD LabWorkerFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "LabWorker.dat".
            COPY "LABWRKR.CPY".
        FD LabCtrFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "LabCtr.dat".
            COPY "LABCTR.CPY".
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
        COPY "MWCHK.CPY".
        01  LabWorkerStatus PIC XX VALUE "00".
        01  LabCtrStatus   PIC XX VALUE "00".
        01  ExcpLogStatus  PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  LabCtrEOF      PIC A VALUE "N".
        01  CtrFound       PIC A VALUE "N".
        01  CtrActive      PIC A VALUE "N".
        01  EditOk         PIC A VALUE "N".
        01  MoreFlag       PIC A VALUE "Y".
        01  RunDate8       PIC 9(8).
        01  BadValueOut    PIC X(20).
        01  WorkerNoIn     PIC 9(4).
        01  WNameIn        PIC A(20).
        01  CtrCodeIn      PIC X(4).
        01  SkillCatIn     PIC X(2).
        01  RateIn         PIC 9(4)V99.
        01  AcctNoIn       PIC X(16).
        01  IfscIn         PIC X(11).
        01  UanIn          PIC X(12).
        01  EsiNoIn        PIC X(10).
        01  StatusIn       PIC A.
      * A notified monthly minimum is turned into a daily one over
      * 26 working days, the divisor the wage boards use.
        01  DayDivisor     PIC 9(2) VALUE 26.
        01  DailyMin       PIC 9(4)V99 VALUE 0.
        01  AfterImageWk.
            05  AiCtrCode      PIC X(4).
            05  F              PIC X(1) VALUE SPACES.
            05  AiSkillCat     PIC X(2).
            05  F              PIC X(1) VALUE SPACES.
            05  AiRate         PIC Z(3)9.99.
            05  F              PIC X(1) VALUE SPACES.
            05  AiStatus       PIC A.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            PERFORM OpenExtPara.
            PERFORM EntryPara UNTIL MoreFlag NOT = "Y".
            CLOSE LabWorkerFile.
            GOBACK.
        OpenExtPara.
            OPEN EXTEND LabWorkerFile.
            IF LabWorkerStatus = "35"
                OPEN OUTPUT LabWorkerFile.
        EntryPara.
            DISPLAY (3, 10) "Worker No. :- ".
            ACCEPT WorkerNoIn.
            DISPLAY (4, 10) "Worker Name :- ".
            ACCEPT WNameIn.
            DISPLAY (5, 10) "Contractor Code :- ".
            ACCEPT CtrCodeIn.
            DISPLAY (6, 10) "Skill Category (US/SS/SK/HS) :- ".
            ACCEPT SkillCatIn.
            DISPLAY (7, 10) "Daily Wage Rate :- ".
            ACCEPT RateIn.
            DISPLAY (8, 10) "Bank Account No. :- ".
            ACCEPT AcctNoIn.
            DISPLAY (9, 10) "IFSC :- ".
            ACCEPT IfscIn.
            DISPLAY (10, 10) "UAN :- ".
            ACCEPT UanIn.
            DISPLAY (11, 10) "ESI No. :- ".
            ACCEPT EsiNoIn.
            DISPLAY (12, 10) "Status (A/I) :- ".
            ACCEPT StatusIn.
            PERFORM EditPara.
            IF EditOk = "Y"
                MOVE WorkerNoIn TO LwWorkerNo
                MOVE WNameIn TO LwName
                MOVE CtrCodeIn TO LwCtrCode
                MOVE SkillCatIn TO LwSkillCat
                MOVE RateIn TO LwDailyRate
                MOVE AcctNoIn TO LwAcctNo
                MOVE IfscIn TO LwIfsc
                MOVE UanIn TO LwUan
                MOVE EsiNoIn TO LwEsiNo
                MOVE StatusIn TO LwStatus
                WRITE LabWorkerRec
                PERFORM LogAuditPara
                DISPLAY (15, 10) "Worker Written."
            ELSE
                DISPLAY (15, 10) "Rejected - " BadValueOut
                PERFORM LogExceptionPara.
            DISPLAY (17, 10) "Another Worker (Y/N) :- ".
            ACCEPT MoreFlag.
      * A worker who has left is written without the contractor and
      * rate checks so the row can close the record off.
        EditPara.
            MOVE "N" TO EditOk.
            PERFORM CheckCtrPara.
            PERFORM CheckMinPara.
            IF WorkerNoIn = 0
                MOVE "WORKER NO. REQUIRED" TO BadValueOut
            ELSE IF StatusIn NOT = "A" AND StatusIn NOT = "I"
                MOVE "STATUS NOT A OR I" TO BadValueOut
            ELSE IF StatusIn = "I"
                MOVE "Y" TO EditOk
            ELSE IF CtrFound = "N"
                MOVE "CTR NOT ON MASTER" TO BadValueOut
            ELSE IF CtrActive = "N"
                MOVE "CONTRACTOR INACTIVE" TO BadValueOut
            ELSE IF SkillCatIn NOT = "US" AND SkillCatIn NOT = "SS"
                    AND SkillCatIn NOT = "SK" AND SkillCatIn NOT = "HS"
                MOVE "BAD SKILL CATEGORY" TO BadValueOut
            ELSE IF RateIn = 0
                MOVE "DAILY RATE REQUIRED" TO BadValueOut
            ELSE IF RateIn < DailyMin
                MOVE "BELOW MINIMUM WAGE" TO BadValueOut
            ELSE
                MOVE "Y" TO EditOk.
        CheckCtrPara.
            MOVE "N" TO CtrFound.
            MOVE "N" TO CtrActive.
            MOVE "N" TO LabCtrEOF.
            OPEN INPUT LabCtrFile.
            IF LabCtrStatus = "00"
                PERFORM ReadCtrPara
                PERFORM ScanCtrPara UNTIL LabCtrEOF = "Y"
                CLOSE LabCtrFile.
        ReadCtrPara.
            READ LabCtrFile AT END MOVE "Y" TO LabCtrEOF.
        ScanCtrPara.
            IF LcCtrCode = CtrCodeIn
                MOVE "Y" TO CtrFound
                IF LcStatus = "A"
                    MOVE "Y" TO CtrActive
                ELSE
                    MOVE "N" TO CtrActive.
            PERFORM ReadCtrPara.
        CheckMinPara.
            MOVE SkillCatIn TO MwcSkillCat.
            MOVE SPACES TO MwcDept.
            MOVE 0 TO MwcBasic.
            MOVE RunDate8 TO MwcAsOfDate.
            CALL "MinWageChk" USING MinWageChkRec.
            COMPUTE DailyMin ROUNDED = MwcMinimum / DayDivisor.
        LogExceptionPara.
            OPEN EXTEND ExcpLogFile.
            IF ExcpLogStatus = "35"
                OPEN OUTPUT ExcpLogFile.
            MOVE "LABWKENT" TO ElProgram.
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
            MOVE "LABWKENT" TO AuProgram.
            MOVE "LabWorker" TO AuFileId.
            MOVE LwWorkerNo TO AuKey.
            MOVE "WORKER ROW" TO AuBeforeImage.
            MOVE LwCtrCode TO AiCtrCode.
            MOVE LwSkillCat TO AiSkillCat.
            MOVE LwDailyRate TO AiRate.
            MOVE LwStatus TO AiStatus.
            MOVE AfterImageWk TO AuAfterImage.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
