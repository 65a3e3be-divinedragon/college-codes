        IDENTIFICATION DIVISION.
        PROGRAM-ID. LabContractorMaint.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT LabCtrFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LabCtrStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD LabCtrFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "LabCtr.dat".
            COPY "LABCTR.CPY".
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  LabCtrStatus   PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  CodeIn         PIC X(4).
        01  NameIn         PIC X(20).
        01  LicenceIn      PIC X(12).
        01  PfCodeIn       PIC X(12).
        01  EsiCodeIn      PIC X(12).
        01  StatusIn       PIC A.
        01  MoreFlag       PIC A VALUE "Y".
        01  AfterImageWk.
            05  AiName         PIC X(20).
            05  F              PIC X(1) VALUE SPACES.
            05  AiStatus       PIC A.

        PROCEDURE DIVISION.
        ControlPara.
            PERFORM OpenExtPara.
            PERFORM EntryPara UNTIL MoreFlag NOT = "Y".
            CLOSE LabCtrFile.
            GOBACK.
        OpenExtPara.
            OPEN EXTEND LabCtrFile.
            IF LabCtrStatus = "35"
                OPEN OUTPUT LabCtrFile.
        EntryPara.
            DISPLAY (5, 10) "Contractor Code :- ".
            ACCEPT CodeIn.
            DISPLAY (6, 10) "Contractor Name :- ".
            ACCEPT NameIn.
            DISPLAY (7, 10) "Labour Licence No. :- ".
            ACCEPT LicenceIn.
            DISPLAY (8, 10) "PF Establishment Code :- ".
            ACCEPT PfCodeIn.
            DISPLAY (9, 10) "ESI Employer Code :- ".
            ACCEPT EsiCodeIn.
            DISPLAY (10, 10) "Status (A/I) :- ".
            ACCEPT StatusIn.
            IF CodeIn = SPACES
                DISPLAY (12, 10) "Contractor Code Is Required."
            ELSE IF StatusIn NOT = "A" AND StatusIn NOT = "I"
                DISPLAY (12, 10) "Status Must Be A Or I."
            ELSE IF StatusIn = "A" AND LicenceIn = SPACES
                DISPLAY (12, 10) "Active Contractor Needs A Licence."
            ELSE
                MOVE CodeIn TO LcCtrCode
                MOVE NameIn TO LcName
                MOVE LicenceIn TO LcLicenceNo
                MOVE PfCodeIn TO LcPfCode
                MOVE EsiCodeIn TO LcEsiCode
                MOVE StatusIn TO LcStatus
                WRITE LabCtrRec
                PERFORM LogAuditPara
                DISPLAY (12, 10) "Contractor Written.".
            DISPLAY (14, 10) "Another Contractor (Y/N) :- ".
            ACCEPT MoreFlag.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "LABCTENT" TO AuProgram.
            MOVE "LabCtr.dat" TO AuFileId.
            MOVE LcCtrCode TO AuKey.
            MOVE "CONTRACTOR ROW" TO AuBeforeImage.
            MOVE LcName TO AiName.
            MOVE LcStatus TO AiStatus.
            MOVE AfterImageWk TO AuAfterImage.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
