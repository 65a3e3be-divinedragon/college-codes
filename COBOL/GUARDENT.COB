        IDENTIFICATION DIVISION.
        PROGRAM-ID. GuardianMaint.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT StudentExtFile ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EPrnNo
            FILE STATUS IS StudentExtStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD StudentExtFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "StudentExt.dat".
            COPY "STUDEXT.CPY".
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  StudentExtStatus PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  PrnIn          PIC 9(9).
        01  StudFound      PIC A VALUE "N".
        01  MoreFlag       PIC A VALUE "Y".
        01  GuardIn.
            05  GNameIn    PIC A(30).
            05  GRelIn     PIC A.
            05  GAddr1In   PIC X(30).
            05  GAddr2In   PIC X(30).
            05  GCityIn    PIC X(20).
            05  GPinIn     PIC X(6).
            05  GPhoneIn   PIC X(12).
        01  GuardImageWk.
            05  GiRel      PIC A.
            05  F          PIC X(1) VALUE SPACES.
            05  GiName     PIC A(16).
            05  F          PIC X(1) VALUE SPACES.
            05  GiPhone    PIC X(11).

        PROCEDURE DIVISION.
        ControlPara.
            CALL "GetOper" USING OperLinkRec.
            OPEN I-O StudentExtFile.
            IF StudentExtStatus NOT = "00"
                DISPLAY "StudentExt.dat Not Found. Run Aborted."
                GOBACK.
            PERFORM GuardPara UNTIL MoreFlag NOT = "Y".
            CLOSE StudentExtFile.
            GOBACK.
        GuardPara.
            DISPLAY (3, 10) "Enter Prn No. :- ".
            ACCEPT PrnIn.
            MOVE PrnIn TO EPrnNo.
            READ StudentExtFile
                INVALID KEY MOVE "N" TO StudFound
                NOT INVALID KEY MOVE "Y" TO StudFound.
            IF StudFound = "N"
                DISPLAY (20, 10) "Prn No. Not On Master."
            ELSE
                DISPLAY (4, 10) "Student :- " EName " " ECourse
                DISPLAY (5, 10) "Current Guardian :- " EGuardName
                        " " EGuardRel
                PERFORM KeyGuardPara.
            DISPLAY (22, 10) "Another Student (Y/N) :- ".
            ACCEPT MoreFlag.
        KeyGuardPara.
            DISPLAY (7, 10) "Guardian Name :- ".
            ACCEPT GNameIn.
            DISPLAY (8, 10) "Relation Father/Mother/Other (F/M/G) :- ".
            ACCEPT GRelIn.
            DISPLAY (9, 10) "Address Line 1 :- ".
            ACCEPT GAddr1In.
            DISPLAY (10, 10) "Address Line 2 :- ".
            ACCEPT GAddr2In.
            DISPLAY (11, 10) "City :- ".
            ACCEPT GCityIn.
            DISPLAY (12, 10) "Pin Code :- ".
            ACCEPT GPinIn.
            DISPLAY (13, 10) "Phone :- ".
            ACCEPT GPhoneIn.
            IF GNameIn = SPACES
                DISPLAY (20, 10) "Guardian Name Required."
            ELSE IF GRelIn NOT = "F" AND GRelIn NOT = "M"
                    AND GRelIn NOT = "G"
                DISPLAY (20, 10) "Relation Must Be F, M Or G."
            ELSE IF GAddr1In = SPACES OR GCityIn = SPACES
                DISPLAY (20, 10) "Address And City Required."
            ELSE IF GPinIn NOT NUMERIC
                DISPLAY (20, 10) "Pin Code Must Be 6 Digits."
            ELSE
                PERFORM SaveGuardPara
                DISPLAY (20, 10) "Guardian Details Saved.".
        SaveGuardPara.
            MOVE EGuardRel TO GiRel.
            MOVE EGuardName TO GiName.
            MOVE EGuardPhone TO GiPhone.
            MOVE GuardImageWk TO AuBeforeImage.
            MOVE GuardIn TO EGuardian.
            REWRITE ExtRec.
            MOVE EGuardRel TO GiRel.
            MOVE EGuardName TO GiName.
            MOVE EGuardPhone TO GiPhone.
            MOVE GuardImageWk TO AuAfterImage.
            PERFORM LogAuditPara.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "GUARDENT" TO AuProgram.
            MOVE "StudentExt" TO AuFileId.
            MOVE PrnIn TO AuKey.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
