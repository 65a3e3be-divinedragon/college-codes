        IDENTIFICATION DIVISION.
        PROGRAM-ID. ComplianceMaint.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CompCalFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CompCalStatus.
            SELECT CompDoneFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CompDoneStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD CompCalFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CompCal.dat".
            COPY "COMPCAL.CPY".
        FD CompDoneFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CompDone.dat".
            COPY "CMPDONE.CPY".
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  CompCalStatus  PIC XX VALUE "00".
        01  CompDoneStatus PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  CompCalEOF     PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  ActionIn       PIC A.
        01  IdIn           PIC X(8).
        01  DescIn         PIC X(30).
        01  FreqIn         PIC A.
        01  DueDayIn       PIC 99.
        01  LagIn          PIC 99.
        01  TypeIn         PIC A.
        01  KeyIn          PIC X(12).
        01  OwnerIn        PIC X(3).
        01  StatusIn       PIC A.
        01  RefIn          PIC X(4).
        01  DueIn          PIC 9(8).
        01  NoteIn         PIC X(20).
        01  DupFlag        PIC A VALUE "N".
        01  OldStatus      PIC A VALUE SPACE.
        01  MoreFlag       PIC A VALUE "Y".

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            CALL "GetOper" USING OperLinkRec.
            PERFORM EntryPara UNTIL MoreFlag NOT = "Y".
            GOBACK.
        EntryPara.
            DISPLAY (3, 10) "Obligation Or Mark Done (O/M) :- ".
            ACCEPT ActionIn.
            IF ActionIn = "O"
                PERFORM OblEntryPara
            ELSE IF ActionIn = "M"
                PERFORM DoneEntryPara
            ELSE
                DISPLAY (20, 10) "Action Must Be O Or M.".
            DISPLAY (22, 10) "Another Entry (Y/N) :- ".
            ACCEPT MoreFlag.
      * An obligation row overrides the built-in one of the same id,
      * so a built-in obligation is changed or dropped the same way.
        OblEntryPara.
            DISPLAY (4, 10) "Obligation Id :- ".
            ACCEPT IdIn.
            DISPLAY (5, 10) "Description :- ".
            ACCEPT DescIn.
            DISPLAY (6, 10) "Frequency M/Q/A/E :- ".
            ACCEPT FreqIn.
            DISPLAY (7, 10) "Due Day (1-31) :- ".
            ACCEPT DueDayIn.
            DISPLAY (8, 10) "Months After Period End :- ".
            ACCEPT LagIn.
            DISPLAY (9, 10) "Check Type R/P/K/L/M :- ".
            ACCEPT TypeIn.
            DISPLAY (10, 10) "Check Program Or Stream :- ".
            ACCEPT KeyIn.
            DISPLAY (11, 10) "Owner Initials :- ".
            ACCEPT OwnerIn.
            DISPLAY (12, 10) "Status (A Active / D Dropped) :- ".
            ACCEPT StatusIn.
            IF StatusIn = SPACE
                MOVE "A" TO StatusIn.
            PERFORM CheckDupPara.
            IF IdIn = SPACES
                DISPLAY (20, 10) "Obligation Id Is Required."
            ELSE IF StatusIn NOT = "A" AND StatusIn NOT = "D"
                DISPLAY (20, 10) "Status Must Be A Or D."
            ELSE IF FreqIn NOT = "M" AND FreqIn NOT = "Q"
                    AND FreqIn NOT = "A" AND FreqIn NOT = "E"
                DISPLAY (20, 10) "Frequency Must Be M, Q, A Or E."
            ELSE IF TypeIn NOT = "R" AND TypeIn NOT = "P"
                    AND TypeIn NOT = "K" AND TypeIn NOT = "L"
                    AND TypeIn NOT = "M"
                DISPLAY (20, 10) "Check Type Must Be R, P, K, L Or M."
            ELSE IF (FreqIn = "E" AND TypeIn NOT = "K"
                                  AND TypeIn NOT = "L")
                    OR (FreqIn NOT = "E"
                        AND (TypeIn = "K" OR TypeIn = "L"))
                DISPLAY (20, 10) "Contract Checks Go With Frequency E."
            ELSE IF FreqIn NOT = "E"
                    AND (DueDayIn < 1 OR DueDayIn > 31)
                DISPLAY (20, 10) "Due Day Must Be 1 To 31."
            ELSE IF TypeIn = "R" AND KeyIn = SPACES
                DISPLAY (20, 10) "Check Program Is Required."
            ELSE IF TypeIn = "P" AND KeyIn NOT = "FEE"
                    AND KeyIn NOT = "INV" AND KeyIn NOT = "GL"
                DISPLAY (20, 10) "Stream Must Be FEE, INV Or GL."
            ELSE
                PERFORM AppendOblPara
                PERFORM LogOblAuditPara
                IF StatusIn = "D"
                    DISPLAY (20, 10) "Obligation Dropped."
                ELSE IF DupFlag = "Y"
                    DISPLAY (20, 10) "Existing Obligation Changed."
                ELSE
                    DISPLAY (20, 10) "Obligation Written.".
        CheckDupPara.
            MOVE "N" TO DupFlag.
            MOVE SPACE TO OldStatus.
            OPEN INPUT CompCalFile.
            IF CompCalStatus = "00"
                PERFORM ReadOblPara
                PERFORM TestDupPara UNTIL CompCalEOF = "Y"
                CLOSE CompCalFile
                MOVE "N" TO CompCalEOF.
        ReadOblPara.
            READ CompCalFile AT END MOVE "Y" TO CompCalEOF.
        TestDupPara.
            IF CcOblId = IdIn
                MOVE "Y" TO DupFlag
                MOVE CcStatus TO OldStatus.
            PERFORM ReadOblPara.
        AppendOblPara.
            OPEN EXTEND CompCalFile.
            IF CompCalStatus = "35"
                OPEN OUTPUT CompCalFile.
            MOVE IdIn TO CcOblId.
            MOVE DescIn TO CcDesc.
            MOVE FreqIn TO CcFreq.
            MOVE DueDayIn TO CcDueDay.
            MOVE LagIn TO CcLagMonths.
            MOVE TypeIn TO CcCheckType.
            MOVE KeyIn TO CcCheckKey.
            MOVE OwnerIn TO CcOwner.
            MOVE StatusIn TO CcStatus.
            WRITE ComplianceRec.
            CLOSE CompCalFile.
        LogOblAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "COMPLENT" TO AuProgram.
            MOVE "CompCal.dat" TO AuFileId.
            MOVE IdIn TO AuKey.
            MOVE SPACES TO AuBeforeImage.
            STRING "OBLIGATION ROW " OldStatus DELIMITED BY SIZE
                INTO AuBeforeImage.
            MOVE SPACES TO AuAfterImage.
            STRING FreqIn DueDayIn LagIn TypeIn " " KeyIn " "
                   OwnerIn " " StatusIn DELIMITED BY SIZE
                INTO AuAfterImage.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
      * The due date and reference are keyed as the compliance
      * calendar printed them; that occurrence then lists as done.
        DoneEntryPara.
            DISPLAY (4, 10) "Obligation Id :- ".
            ACCEPT IdIn.
            DISPLAY (5, 10) "Item/Player (Blank If None) :- ".
            ACCEPT RefIn.
            DISPLAY (6, 10) "Due Date As Listed (YYYYMMDD) :- ".
            ACCEPT DueIn.
            DISPLAY (7, 10) "Note :- ".
            ACCEPT NoteIn.
            IF IdIn = SPACES
                DISPLAY (20, 10) "Obligation Id Is Required."
            ELSE IF DueIn = 0
                DISPLAY (20, 10) "Due Date Is Required."
            ELSE
                PERFORM AppendDonePara
                PERFORM LogDoneAuditPara
                DISPLAY (20, 10) "Occurrence Marked Done.".
        AppendDonePara.
            OPEN EXTEND CompDoneFile.
            IF CompDoneStatus = "35"
                OPEN OUTPUT CompDoneFile.
            MOVE IdIn TO CdOblId.
            MOVE RefIn TO CdRefKey.
            MOVE DueIn TO CdDueDate.
            MOVE RunDate8 TO CdDoneDate.
            MOVE OperOpId TO CdUserId.
            MOVE NoteIn TO CdNote.
            WRITE CompDoneRec.
            CLOSE CompDoneFile.
        LogDoneAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "COMPLENT" TO AuProgram.
            MOVE "CompDone.dat" TO AuFileId.
            MOVE IdIn TO AuKey.
            MOVE SPACES TO AuBeforeImage.
            STRING "DUE " DueIn " " RefIn DELIMITED BY SIZE
                INTO AuBeforeImage.
            MOVE SPACES TO AuAfterImage.
            STRING "DONE " NoteIn DELIMITED BY SIZE
                INTO AuAfterImage.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
