        IDENTIFICATION DIVISION.
        PROGRAM-ID. MinWageMaint.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MinWageFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MinWageStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD MinWageFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "MinWage.dat".
            COPY "MINWAGE.CPY".
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  MinWageStatus  PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  CatIn          PIC X(2).
        01  MinIn          PIC 9(5)V99.
        01  EffDateIn      PIC 9(8).
        01  MinOut         PIC Z(4)9.99.
        01  MoreFlag       PIC A VALUE "Y".

        PROCEDURE DIVISION.
        ControlPara.
            PERFORM OpenExtPara.
            PERFORM EntryPara UNTIL MoreFlag NOT = "Y".
            CLOSE MinWageFile.
            GOBACK.
        OpenExtPara.
            OPEN EXTEND MinWageFile.
            IF MinWageStatus = "35"
                OPEN OUTPUT MinWageFile.
        EntryPara.
            DISPLAY (5, 10) "Skill Category (US/SS/SK/HS) :- ".
            ACCEPT CatIn.
            DISPLAY (6, 10) "Monthly Minimum Wage :- ".
            ACCEPT MinIn.
            DISPLAY (7, 10) "Effective Date (YYYYMMDD) :- ".
            ACCEPT EffDateIn.
            IF CatIn NOT = "US" AND CatIn NOT = "SS"
               AND CatIn NOT = "SK" AND CatIn NOT = "HS"
                DISPLAY (11, 10) "Category Must Be US, SS, SK Or HS."
            ELSE IF MinIn NOT > 0
                DISPLAY (11, 10) "Minimum Wage Must Be Positive."
            ELSE IF EffDateIn NOT NUMERIC OR EffDateIn = 0
                DISPLAY (11, 10) "Effective Date Is Required."
            ELSE
                MOVE CatIn TO MwSkillCat
                MOVE MinIn TO MwMinMonthly
                MOVE EffDateIn TO MwEffDate
                WRITE MinWageRec
                PERFORM LogAuditPara
                DISPLAY (11, 10) "Minimum Wage Written.".
            DISPLAY (14, 10) "Another Revision (Y/N) :- ".
            ACCEPT MoreFlag.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "MWENT" TO AuProgram.
            MOVE "MinWage.dat" TO AuFileId.
            MOVE MwSkillCat TO AuKey.
            MOVE "NEW MINIMUM" TO AuBeforeImage.
            MOVE MwMinMonthly TO MinOut.
            MOVE MinOut TO AuAfterImage.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
