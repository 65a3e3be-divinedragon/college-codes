        IDENTIFICATION DIVISION.
        PROGRAM-ID. LocationMaint.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT LocFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LocStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD LocFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "LocMast.dat".
            COPY "LOCMAST.CPY".
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  LocStatus      PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  LocEOF         PIC A VALUE "N".
        01  CodeIn         PIC X(3).
        01  NameIn         PIC X(20).
        01  StatusIn       PIC A.
        01  DupFlag        PIC A VALUE "N".
        01  OldStatus      PIC A VALUE SPACE.
        01  MoreFlag       PIC A VALUE "Y".

        PROCEDURE DIVISION.
        ControlPara.
            PERFORM EntryPara UNTIL MoreFlag NOT = "Y".
            GOBACK.
        EntryPara.
            DISPLAY (5, 10) "Location Code :- ".
            ACCEPT CodeIn.
            DISPLAY (6, 10) "Location Name :- ".
            ACCEPT NameIn.
            DISPLAY (7, 10) "Status (A Active / D Deleted) :- ".
            ACCEPT StatusIn.
            IF StatusIn = SPACE
                MOVE "A" TO StatusIn.
            PERFORM CheckDupPara.
            IF CodeIn = SPACES
                DISPLAY (11, 10) "Code Is Required."
            ELSE IF StatusIn NOT = "A" AND StatusIn NOT = "D"
                DISPLAY (11, 10) "Status Must Be A Or D."
            ELSE IF StatusIn = "D" AND DupFlag NOT = "Y"
                DISPLAY (11, 10) "Location Not On File."
            ELSE
                PERFORM AppendPara
                PERFORM LogAuditPara
                IF StatusIn = "D"
                    DISPLAY (11, 10) "Location Marked Deleted."
                ELSE IF DupFlag = "Y"
                    DISPLAY (11, 10) "Existing Location Re-Described."
                ELSE
                    DISPLAY (11, 10) "Location Written.".
            DISPLAY (14, 10) "Another Location (Y/N) :- ".
            ACCEPT MoreFlag.
        CheckDupPara.
            MOVE "N" TO DupFlag.
            MOVE SPACE TO OldStatus.
            OPEN INPUT LocFile.
            IF LocStatus = "00"
                PERFORM ReadLocPara
                PERFORM TestDupPara UNTIL LocEOF = "Y"
                CLOSE LocFile
                MOVE "N" TO LocEOF.
        ReadLocPara.
            READ LocFile AT END MOVE "Y" TO LocEOF.
        TestDupPara.
            IF LoCode = CodeIn
                MOVE "Y" TO DupFlag
                MOVE LoStatus TO OldStatus.
            PERFORM ReadLocPara.
        AppendPara.
            OPEN EXTEND LocFile.
            IF LocStatus = "35"
                OPEN OUTPUT LocFile.
            MOVE CodeIn TO LoCode.
            MOVE NameIn TO LoName.
            MOVE StatusIn TO LoStatus.
            WRITE LocMastRec.
            CLOSE LocFile.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "LOCENT" TO AuProgram.
            MOVE "LocMast.dat" TO AuFileId.
            MOVE CodeIn TO AuKey.
            MOVE SPACES TO AuBeforeImage.
            STRING "LOCATION ROW " OldStatus DELIMITED BY SIZE
                INTO AuBeforeImage.
            MOVE SPACES TO AuAfterImage.
            STRING NameIn " " StatusIn DELIMITED BY SIZE
                INTO AuAfterImage.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
