        IDENTIFICATION DIVISION.
        PROGRAM-ID. ElectiveRegister.
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
            SELECT ElecOfferFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ElecOfferStatus.
            SELECT SubjFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SubjStatus.
            SELECT SubjRegFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SubjRegStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD StudentExtFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "StudentExt.dat".
            COPY "STUDEXT.CPY".
        FD ElecOfferFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ElecOffr.dat".
            COPY "ELECOFFR.CPY".
        FD SubjFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "SubjMast.dat".
            COPY "SUBJMAST.CPY".
        FD SubjRegFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "SubjReg.dat".
            COPY "SUBJREG.CPY".
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  StudentExtStatus PIC XX VALUE "00".
        01  ElecOfferStatus PIC XX VALUE "00".
        01  SubjStatus     PIC XX VALUE "00".
        01  SubjRegStatus  PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  ElecOfferEOF   PIC A VALUE "N".
        01  SubjEOF        PIC A VALUE "N".
        01  SubjRegEOF     PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  MoreFlag       PIC A VALUE "Y".
        01  PrnIn          PIC 9(9).
        01  SemIn          PIC 99.
        01  ActionIn       PIC A.
        01  SubjIn         PIC X(4).
        01  StudFound      PIC A VALUE "N".
        01  SubjCourseWk   PIC A(6) VALUE SPACES.
        01  RegStatusWk    PIC A VALUE SPACE.
        01  NewStatusWk    PIC A VALUE SPACE.
        01  OfIx           PIC 99 VALUE 0.
        01  OfHit          PIC 99 VALUE 0.
        01  OfCount        PIC 99 VALUE 0.
        01  OfKeyWk        PIC X(4) VALUE SPACES.
        01  OfferTable.
            05  OfferEntry OCCURS 50 TIMES.
                10  OtSubjCode PIC X(4).
                10  OtOpenDate PIC 9(8).
                10  OtCloseDate PIC 9(8).
                10  OtStatus   PIC A.
        01  ListIx         PIC 99 VALUE 0.
        01  OfferListLine.
            05  OlSubj OCCURS 10 TIMES.
                10  OlSubjCode PIC X(4).
                10  F          PIC X(2).
        01  RegImageWk.
            05  F          PIC X(4) VALUE "SEM ".
            05  RiSem      PIC 99.
            05  F          PIC X(6) VALUE " SUBJ ".
            05  RiSubj     PIC X(4).
            05  F          PIC X(5) VALUE " STS ".
            05  RiStatus   PIC A.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            CALL "GetOper" USING OperLinkRec.
            OPEN INPUT StudentExtFile.
            IF StudentExtStatus NOT = "00"
                DISPLAY "StudentExt.dat Not Found. Run Aborted."
                GOBACK.
            PERFORM RegisterPara UNTIL MoreFlag NOT = "Y".
            CLOSE StudentExtFile.
            GOBACK.
      * The office keys a student's elective choices while the
      * offering's window is open. A request only queues the student;
      * ElectiveAllocation decides who gets the seat.
        RegisterPara.
            DISPLAY (3, 10) "Enter Prn No. :- ".
            ACCEPT PrnIn.
            MOVE PrnIn TO EPrnNo.
            READ StudentExtFile
                INVALID KEY MOVE "N" TO StudFound
                NOT INVALID KEY MOVE "Y" TO StudFound.
            IF StudFound = "N"
                DISPLAY (16, 10) "Student Not On Master."
            ELSE IF EStatus NOT = "A"
                DISPLAY (16, 10) "Student Is Not Active."
            ELSE
                DISPLAY (4, 10) EName " " ECourse
                PERFORM SemesterPara.
            DISPLAY (18, 10) "Another Registration (Y/N) :- ".
            ACCEPT MoreFlag.
        SemesterPara.
            DISPLAY (5, 10) "Semester (1-8) :- ".
            ACCEPT SemIn.
            PERFORM LoadOffersPara.
            MOVE SPACES TO OfferListLine.
            MOVE 0 TO ListIx.
            MOVE 0 TO OfIx.
            PERFORM ListOfferPara UNTIL OfIx NOT < OfCount.
            IF ListIx = 0
                DISPLAY (16, 10) "No Electives Offered This Semester."
            ELSE
                DISPLAY (6, 10) "Offered :- " OfferListLine
                PERFORM ActionPara.
        ListOfferPara.
            ADD 1 TO OfIx.
            IF OtStatus (OfIx) = "O" AND ListIx < 10
                ADD 1 TO ListIx
                MOVE OtSubjCode (OfIx) TO OlSubjCode (ListIx).
        ActionPara.
            DISPLAY (8, 10) "Add / Drop (A/D) :- ".
            ACCEPT ActionIn.
            DISPLAY (9, 10) "Elective Subject Code :- ".
            ACCEPT SubjIn.
            MOVE SubjIn TO OfKeyWk.
            MOVE 0 TO OfHit.
            MOVE 0 TO OfIx.
            PERFORM ScanOfferTabPara UNTIL OfIx NOT < OfCount
                                     OR OfHit NOT = 0.
            PERFORM FindSubjCoursePara.
            PERFORM FindRegPara.
            IF ActionIn NOT = "A" AND ActionIn NOT = "D"
                DISPLAY (16, 10) "Action Must Be A Or D."
            ELSE IF OfHit = 0
                DISPLAY (16, 10) "Subject Not Offered This Semester."
            ELSE IF ActionIn = "D"
                PERFORM DropPara
            ELSE IF OtStatus (OfHit) NOT = "O"
                DISPLAY (16, 10) "Offering Has Been Withdrawn."
            ELSE IF RunDate8 < OtOpenDate (OfHit)
                    OR RunDate8 > OtCloseDate (OfHit)
                DISPLAY (16, 10) "Registration Window Is Closed."
            ELSE IF SubjCourseWk NOT = SPACES
                    AND SubjCourseWk NOT = ECourse
                DISPLAY (16, 10) "Elective Is Not For This Course."
            ELSE IF RegStatusWk NOT = SPACE AND RegStatusWk NOT = "D"
                DISPLAY (16, 10) "Already Registered - Status "
                        RegStatusWk
            ELSE
                MOVE "R" TO NewStatusWk
                PERFORM WriteRegPara
                PERFORM LogAuditPara
                DISPLAY (16, 10) "Request Recorded For Allocation.".
        DropPara.
            IF RegStatusWk = SPACE OR RegStatusWk = "D"
                DISPLAY (16, 10) "Student Is Not Registered."
            ELSE
                MOVE "D" TO NewStatusWk
                PERFORM WriteRegPara
                PERFORM LogAuditPara
                DISPLAY (16, 10) "Registration Dropped.".
        ScanOfferTabPara.
            ADD 1 TO OfIx.
            IF OtSubjCode (OfIx) = OfKeyWk
                MOVE OfIx TO OfHit.
        LoadOffersPara.
            MOVE 0 TO OfCount.
            OPEN INPUT ElecOfferFile.
            IF ElecOfferStatus = "00"
                PERFORM ReadOfferPara
                PERFORM LoadOneOfferPara UNTIL ElecOfferEOF = "Y"
                CLOSE ElecOfferFile
                MOVE "N" TO ElecOfferEOF.
        ReadOfferPara.
            READ ElecOfferFile AT END MOVE "Y" TO ElecOfferEOF.
        LoadOneOfferPara.
            IF EoSemester = SemIn
                MOVE 0 TO OfHit
                MOVE 0 TO OfIx
                MOVE EoSubjCode TO OfKeyWk
                PERFORM ScanOfferTabPara UNTIL OfIx NOT < OfCount
                                         OR OfHit NOT = 0
                IF OfHit = 0 AND OfCount < 50
                    ADD 1 TO OfCount
                    MOVE OfCount TO OfHit
                    MOVE EoSubjCode TO OtSubjCode (OfHit)
                END-IF
                IF OfHit NOT = 0
                    MOVE EoOpenDate TO OtOpenDate (OfHit)
                    MOVE EoCloseDate TO OtCloseDate (OfHit)
                    MOVE EoStatus TO OtStatus (OfHit)
                END-IF.
            PERFORM ReadOfferPara.
        FindSubjCoursePara.
            MOVE SPACES TO SubjCourseWk.
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
                MOVE SmCourse TO SubjCourseWk.
            PERFORM ReadSubjPara.
        FindRegPara.
            MOVE SPACE TO RegStatusWk.
            OPEN INPUT SubjRegFile.
            IF SubjRegStatus = "00"
                PERFORM ReadRegPara
                PERFORM ScanRegPara UNTIL SubjRegEOF = "Y"
                CLOSE SubjRegFile
                MOVE "N" TO SubjRegEOF.
        ReadRegPara.
            READ SubjRegFile AT END MOVE "Y" TO SubjRegEOF.
        ScanRegPara.
            IF SrPrnNo = PrnIn AND SrSemester = SemIn
               AND SrSubjCode = SubjIn
                MOVE SrStatus TO RegStatusWk.
            PERFORM ReadRegPara.
        WriteRegPara.
            OPEN EXTEND SubjRegFile.
            IF SubjRegStatus = "35"
                OPEN OUTPUT SubjRegFile.
            MOVE PrnIn TO SrPrnNo.
            MOVE SemIn TO SrSemester.
            MOVE SubjIn TO SrSubjCode.
            MOVE NewStatusWk TO SrStatus.
            MOVE RunDate8 TO SrReqDate.
            MOVE 0 TO SrCgpa.
            MOVE RunDate8 TO SrActDate.
            MOVE OperOpId TO SrUserId.
            WRITE SubjRegRec.
            CLOSE SubjRegFile.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "ELECREG" TO AuProgram.
            MOVE "SubjReg.dat" TO AuFileId.
            MOVE PrnIn TO AuKey.
            MOVE SemIn TO RiSem.
            MOVE SubjIn TO RiSubj.
            MOVE RegStatusWk TO RiStatus.
            MOVE RegImageWk TO AuBeforeImage.
            MOVE NewStatusWk TO RiStatus.
            MOVE RegImageWk TO AuAfterImage.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
