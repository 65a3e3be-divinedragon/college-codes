        IDENTIFICATION DIVISION.
        PROGRAM-ID. OfficialMaint.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OfficialFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS OfficialStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD OfficialFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Officials.dat".
            COPY "OFFICIAL.CPY".
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  OfficialStatus PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  OfficialEOF    PIC A VALUE "N".
        01  MoreFlag       PIC A VALUE "Y".
        01  OffFound       PIC A VALUE "N".
        01  OffIdIn        PIC X(4).
        01  OffNameIn      PIC X(20).
        01  OffRoleIn      PIC A.
        01  LinkIn.
            05  LinkTeamIn OCCURS 4 TIMES PIC X(4).
        01  OffFeeIn       PIC 9(5)V99.
        01  OffStatusIn    PIC A.
        01  LinkIx         PIC 9 VALUE 0.
        01  CurName        PIC X(20).
        01  CurRole        PIC A.
        01  CurStatus      PIC A.
        01  CurFee         PIC 9(5)V99.
        01  CurLink.
            05  CurLinkTeam OCCURS 4 TIMES PIC X(4).
        01  OffImage.
            05  OiRole     PIC A.
            05  F          PIC X VALUE SPACE.
            05  OiStatus   PIC A.
            05  F          PIC X VALUE SPACE.
            05  OiFee      PIC Z(4)9.99.
            05  F          PIC X VALUE SPACE.
            05  OiLink     PIC X(16).

        PROCEDURE DIVISION.
        ControlPara.
            CALL "GetOper" USING OperLinkRec.
            PERFORM EntryPara UNTIL MoreFlag NOT = "Y".
            GOBACK.
        EntryPara.
            DISPLAY (3, 10) "Official Id :- ".
            ACCEPT OffIdIn.
            PERFORM FindOfficialPara.
            IF OffFound = "Y"
                DISPLAY (4, 10) "Current :- " CurName " " CurRole
                        " " CurStatus.
            DISPLAY (6, 10) "Name :- ".
            ACCEPT OffNameIn.
            DISPLAY (7, 10) "Role Umpire/Referee/Scorer (U/R/S) :- ".
            ACCEPT OffRoleIn.
            MOVE 0 TO LinkIx.
            PERFORM KeyLinkPara UNTIL LinkIx = 4.
            DISPLAY (12, 10) "Fee Per Match :- ".
            ACCEPT OffFeeIn.
            DISPLAY (13, 10) "Status Active/Inactive (A/I) :- ".
            ACCEPT OffStatusIn.
            IF OffIdIn = SPACES
                DISPLAY (18, 10) "Official Id Required."
            ELSE IF OffNameIn = SPACES
                DISPLAY (18, 10) "Name Required."
            ELSE IF OffRoleIn NOT = "U" AND OffRoleIn NOT = "R"
                    AND OffRoleIn NOT = "S"
                DISPLAY (18, 10) "Role Must Be U, R Or S."
            ELSE IF OffStatusIn NOT = "A" AND OffStatusIn NOT = "I"
                DISPLAY (18, 10) "Status Must Be A Or I."
            ELSE IF OffStatusIn = "A" AND OffFeeIn NOT > 0
                DISPLAY (18, 10) "Match Fee Required For An Active"
                        " Official."
            ELSE
                PERFORM SaveOfficialPara
                DISPLAY (18, 10) "Official Saved.".
            DISPLAY (20, 10) "Another Official (Y/N) :- ".
            ACCEPT MoreFlag.
      * Up to four teams of the official's home association; blank
      * for a neutral official.
        KeyLinkPara.
            ADD 1 TO LinkIx.
            DISPLAY (8, 10) "Home Association Team " LinkIx
                    " (Blank = None) :- ".
            ACCEPT LinkTeamIn (LinkIx).
        FindOfficialPara.
            MOVE "N" TO OffFound.
            OPEN INPUT OfficialFile.
            IF OfficialStatus = "00"
                PERFORM ReadOfficialPara
                PERFORM ScanOfficialPara UNTIL OfficialEOF = "Y"
                CLOSE OfficialFile
                MOVE "N" TO OfficialEOF.
        ReadOfficialPara.
            READ OfficialFile AT END MOVE "Y" TO OfficialEOF.
        ScanOfficialPara.
            IF OfId = OffIdIn
                MOVE "Y" TO OffFound
                MOVE OfName TO CurName
                MOVE OfRole TO CurRole
                MOVE OfStatus TO CurStatus
                MOVE OfMatchFee TO CurFee
                MOVE OfLinkTeam (1) TO CurLinkTeam (1)
                MOVE OfLinkTeam (2) TO CurLinkTeam (2)
                MOVE OfLinkTeam (3) TO CurLinkTeam (3)
                MOVE OfLinkTeam (4) TO CurLinkTeam (4).
            PERFORM ReadOfficialPara.
        SaveOfficialPara.
            PERFORM PrevImagePara.
            OPEN EXTEND OfficialFile.
            IF OfficialStatus = "35"
                OPEN OUTPUT OfficialFile.
            MOVE OffIdIn TO OfId.
            MOVE OffNameIn TO OfName.
            MOVE OffRoleIn TO OfRole.
            MOVE LinkTeamIn (1) TO OfLinkTeam (1).
            MOVE LinkTeamIn (2) TO OfLinkTeam (2).
            MOVE LinkTeamIn (3) TO OfLinkTeam (3).
            MOVE LinkTeamIn (4) TO OfLinkTeam (4).
            MOVE OffFeeIn TO OfMatchFee.
            MOVE OffStatusIn TO OfStatus.
            WRITE OfficialRec.
            CLOSE OfficialFile.
            MOVE OffRoleIn TO OiRole.
            MOVE OffStatusIn TO OiStatus.
            MOVE OffFeeIn TO OiFee.
            MOVE LinkIn TO OiLink.
            MOVE OffImage TO AuAfterImage.
            PERFORM LogAuditPara.
        PrevImagePara.
            MOVE SPACES TO AuBeforeImage.
            IF OffFound = "Y"
                MOVE CurRole TO OiRole
                MOVE CurStatus TO OiStatus
                MOVE CurFee TO OiFee
                MOVE CurLink TO OiLink
                MOVE OffImage TO AuBeforeImage.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "OFFENT" TO AuProgram.
            MOVE "Officials" TO AuFileId.
            MOVE OffIdIn TO AuKey.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
