        IDENTIFICATION DIVISION.
        PROGRAM-ID. ElectiveOfferMaint.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ElecOfferFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ElecOfferStatus.
            SELECT SubjFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SubjStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD ElecOfferFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ElecOffr.dat".
            COPY "ELECOFFR.CPY".
        FD SubjFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "SubjMast.dat".
            COPY "SUBJMAST.CPY".
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  ElecOfferStatus PIC XX VALUE "00".
        01  SubjStatus     PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  ElecOfferEOF   PIC A VALUE "N".
        01  SubjEOF        PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  MoreFlag       PIC A VALUE "Y".
        01  SemIn          PIC 99.
        01  SubjIn         PIC X(4).
        01  CapIn          PIC 9(3).
        01  OpenIn         PIC 9(8).
        01  CloseIn        PIC 9(8).
        01  ModeIn         PIC A.
        01  StatusIn       PIC A.
        01  SubjFound      PIC A VALUE "N".
        01  SubjElectWk    PIC A VALUE "N".
        01  SubjSemWk      PIC 99 VALUE 0.
        01  SubjNameWk     PIC X(20) VALUE SPACES.
        01  OfferFound     PIC A VALUE "N".
        01  OfferSave      PIC X(35).
        01  AuditKeyWk.
            05  AkSem      PIC 99.
            05  F          PIC X(1) VALUE "/".
            05  AkSubj     PIC X(4).
        01  OfferImageWk.
            05  OiStatus   PIC A.
            05  F          PIC X(1) VALUE SPACES.
            05  OiMode     PIC A.
            05  F          PIC X(1) VALUE SPACES.
            05  OiCap      PIC ZZ9.
            05  F          PIC X(1) VALUE SPACES.
            05  OiClose    PIC 9(8).

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            CALL "GetOper" USING OperLinkRec.
            PERFORM OfferPara UNTIL MoreFlag NOT = "Y".
            GOBACK.
      * Only subjects flagged elective on the subject master can be
      * offered, and only in the semester they are taught in.
        OfferPara.
            DISPLAY (3, 10) "Semester (1-8) :- ".
            ACCEPT SemIn.
            DISPLAY (4, 10) "Elective Subject Code :- ".
            ACCEPT SubjIn.
            PERFORM FindSubjPara.
            PERFORM FindOfferPara.
            IF SubjFound = "N"
                DISPLAY (16, 10) "Subject Not On Master."
            ELSE IF SubjElectWk NOT = "Y"
                DISPLAY (16, 10) "Subject Is Not An Elective."
            ELSE IF SubjSemWk NOT = SemIn
                DISPLAY (16, 10) "Subject Is Taught In Semester "
                        SubjSemWk
            ELSE
                PERFORM KeyOfferPara.
            DISPLAY (18, 10) "Another Offering (Y/N) :- ".
            ACCEPT MoreFlag.
        KeyOfferPara.
            DISPLAY (5, 10) "Subject :- " SubjNameWk.
            IF OfferFound = "Y"
                DISPLAY (6, 10) "Current :- Cap " EoSeatCap " Window "
                        EoOpenDate " - " EoCloseDate " Mode "
                        EoAllocMode " Status " EoStatus
                MOVE EoStatus TO OiStatus
                MOVE EoAllocMode TO OiMode
                MOVE EoSeatCap TO OiCap
                MOVE EoCloseDate TO OiClose
            ELSE
                DISPLAY (6, 10) "New Offering."
                MOVE SPACES TO OfferImageWk.
            DISPLAY (8, 10) "Seat Cap :- ".
            ACCEPT CapIn.
            DISPLAY (9, 10) "Window Opens (YYYYMMDD) :- ".
            ACCEPT OpenIn.
            DISPLAY (10, 10) "Window Closes (YYYYMMDD) :- ".
            ACCEPT CloseIn.
            DISPLAY (11, 10) "Allot First-Come / By CGPA (F/C) :- ".
            ACCEPT ModeIn.
            DISPLAY (12, 10) "Offered / Withdrawn (O/W) :- ".
            ACCEPT StatusIn.
            IF CapIn NOT > 0
                DISPLAY (16, 10) "Seat Cap Must Be Positive."
            ELSE IF OpenIn = 0 OR CloseIn < OpenIn
                DISPLAY (16, 10) "Window Dates Out Of Order."
            ELSE IF ModeIn NOT = "F" AND ModeIn NOT = "C"
                DISPLAY (16, 10) "Mode Must Be F Or C."
            ELSE IF StatusIn NOT = "O" AND StatusIn NOT = "W"
                DISPLAY (16, 10) "Status Must Be O Or W."
            ELSE
                PERFORM WriteOfferPara
                PERFORM LogAuditPara
                DISPLAY (16, 10) "Offering Saved.".
        FindSubjPara.
            MOVE "N" TO SubjFound.
            OPEN INPUT SubjFile.
            IF SubjStatus = "00"
                PERFORM ReadSubjPara
                PERFORM ScanSubjPara UNTIL SubjEOF = "Y"
                CLOSE SubjFile
                MOVE "N" TO SubjEOF.
        ReadSubjPara.
            READ SubjFile AT END MOVE "Y" TO SubjEOF.
        ScanSubjPara.
            IF SmSubjCode = SubjIn
                MOVE "Y" TO SubjFound
                MOVE SmSubjName TO SubjNameWk
                MOVE SmElective TO SubjElectWk
                IF SmSemester NUMERIC
                    MOVE SmSemester TO SubjSemWk
                ELSE
                    MOVE 0 TO SubjSemWk.
            PERFORM ReadSubjPara.
        FindOfferPara.
            MOVE "N" TO OfferFound.
            OPEN INPUT ElecOfferFile.
            IF ElecOfferStatus = "00"
                PERFORM ReadOfferPara
                PERFORM ScanOfferPara UNTIL ElecOfferEOF = "Y"
                CLOSE ElecOfferFile
                MOVE "N" TO ElecOfferEOF.
            IF OfferFound = "Y"
                MOVE OfferSave TO ElecOfferRec.
        ReadOfferPara.
            READ ElecOfferFile AT END MOVE "Y" TO ElecOfferEOF.
        ScanOfferPara.
            IF EoSemester = SemIn AND EoSubjCode = SubjIn
                MOVE "Y" TO OfferFound
                MOVE ElecOfferRec TO OfferSave.
            PERFORM ReadOfferPara.
        WriteOfferPara.
            OPEN EXTEND ElecOfferFile.
            IF ElecOfferStatus = "35"
                OPEN OUTPUT ElecOfferFile.
            MOVE SemIn TO EoSemester.
            MOVE SubjIn TO EoSubjCode.
            MOVE CapIn TO EoSeatCap.
            MOVE OpenIn TO EoOpenDate.
            MOVE CloseIn TO EoCloseDate.
            MOVE ModeIn TO EoAllocMode.
            MOVE StatusIn TO EoStatus.
            MOVE RunDate8 TO EoDate.
            WRITE ElecOfferRec.
            CLOSE ElecOfferFile.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "ELOFFENT" TO AuProgram.
            MOVE "ElecOffr.dat" TO AuFileId.
            MOVE SemIn TO AkSem.
            MOVE SubjIn TO AkSubj.
            MOVE AuditKeyWk TO AuKey.
            MOVE OfferImageWk TO AuBeforeImage.
            MOVE StatusIn TO OiStatus.
            MOVE ModeIn TO OiMode.
            MOVE CapIn TO OiCap.
            MOVE CloseIn TO OiClose.
            MOVE OfferImageWk TO AuAfterImage.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
