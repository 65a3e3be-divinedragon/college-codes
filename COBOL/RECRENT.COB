        IDENTIFICATION DIVISION.
        PROGRAM-ID. RecruiterMaint.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RecruitFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RecruitStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD RecruitFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Recruit.dat".
            COPY "RECRUIT.CPY".
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  RecruitStatus  PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  RecruitEOF     PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  MoreFlag       PIC A VALUE "Y".
        01  CompIn         PIC X(4).
        01  CompNameIn     PIC X(30).
        01  SectorIn       PIC X(12).
        01  ContactIn      PIC X(20).
        01  PhoneIn        PIC X(12).
        01  StatusIn       PIC A.
        01  RecrFound      PIC A VALUE "N".
        01  RecrSave       PIC X(91).
        01  RecrImageWk.
            05  RiStatus   PIC A.
            05  F          PIC X(1) VALUE SPACES.
            05  RiName     PIC X(28).

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            CALL "GetOper" USING OperLinkRec.
            PERFORM RecruiterPara UNTIL MoreFlag NOT = "Y".
            GOBACK.
        RecruiterPara.
            DISPLAY (3, 10) "Company Code :- ".
            ACCEPT CompIn.
            IF CompIn = SPACES
                DISPLAY (16, 10) "Company Code Required."
            ELSE
                PERFORM FindRecruiterPara
                PERFORM KeyRecruiterPara.
            DISPLAY (18, 10) "Another Recruiter (Y/N) :- ".
            ACCEPT MoreFlag.
        KeyRecruiterPara.
            IF RecrFound = "Y"
                DISPLAY (4, 10) "Current :- " RrCompName " Status "
                        RrStatus
                MOVE RrStatus TO RiStatus
                MOVE RrCompName TO RiName
            ELSE
                DISPLAY (4, 10) "New Recruiter."
                MOVE SPACES TO RecrImageWk.
            DISPLAY (6, 10) "Company Name :- ".
            ACCEPT CompNameIn.
            DISPLAY (7, 10) "Sector :- ".
            ACCEPT SectorIn.
            DISPLAY (8, 10) "Contact Person :- ".
            ACCEPT ContactIn.
            DISPLAY (9, 10) "Contact Phone :- ".
            ACCEPT PhoneIn.
            DISPLAY (10, 10) "Active / Inactive (A/I) :- ".
            ACCEPT StatusIn.
            IF CompNameIn = SPACES
                DISPLAY (16, 10) "Company Name Required."
            ELSE IF ContactIn = SPACES
                DISPLAY (16, 10) "Contact Person Required."
            ELSE IF StatusIn NOT = "A" AND StatusIn NOT = "I"
                DISPLAY (16, 10) "Status Must Be A Or I."
            ELSE
                PERFORM WriteRecruiterPara
                PERFORM LogAuditPara
                DISPLAY (16, 10) "Recruiter Saved.".
        FindRecruiterPara.
            MOVE "N" TO RecrFound.
            OPEN INPUT RecruitFile.
            IF RecruitStatus = "00"
                PERFORM ReadRecruiterPara
                PERFORM ScanRecruiterPara UNTIL RecruitEOF = "Y"
                CLOSE RecruitFile
                MOVE "N" TO RecruitEOF.
            IF RecrFound = "Y"
                MOVE RecrSave TO RecruiterRec.
        ReadRecruiterPara.
            READ RecruitFile AT END MOVE "Y" TO RecruitEOF.
        ScanRecruiterPara.
            IF RrCompCode = CompIn
                MOVE "Y" TO RecrFound
                MOVE RecruiterRec TO RecrSave.
            PERFORM ReadRecruiterPara.
        WriteRecruiterPara.
            OPEN EXTEND RecruitFile.
            IF RecruitStatus = "35"
                OPEN OUTPUT RecruitFile.
            MOVE CompIn TO RrCompCode.
            MOVE CompNameIn TO RrCompName.
            MOVE SectorIn TO RrSector.
            MOVE ContactIn TO RrContact.
            MOVE PhoneIn TO RrPhone.
            MOVE StatusIn TO RrStatus.
            MOVE RunDate8 TO RrDate.
            MOVE OperOpId TO RrUserId.
            WRITE RecruiterRec.
            CLOSE RecruitFile.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "RECRENT" TO AuProgram.
            MOVE "Recruit.dat" TO AuFileId.
            MOVE CompIn TO AuKey.
            MOVE RecrImageWk TO AuBeforeImage.
            MOVE StatusIn TO RiStatus.
            MOVE CompNameIn TO RiName.
            MOVE RecrImageWk TO AuAfterImage.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
