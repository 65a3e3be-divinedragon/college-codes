        IDENTIFICATION DIVISION.
        PROGRAM-ID. FacultyMaint.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT FacultyFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FacultyStatus.
            SELECT SubjFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SubjStatus.
            SELECT EmpMastFile ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EmpNoIn
            FILE STATUS IS EmpMastStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD FacultyFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Faculty.dat".
            COPY "FACULTY.CPY".
        FD SubjFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "SubjMast.dat".
            COPY "SUBJMAST.CPY".
        FD EmpMastFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "EMPMAST.DAT".
            COPY "EMPMAST.CPY".
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  FacultyStatus  PIC XX VALUE "00".
        01  SubjStatus     PIC XX VALUE "00".
        01  EmpMastStatus  PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  FacultyEOF     PIC A VALUE "N".
        01  SubjEOF        PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  MoreFlag       PIC A VALUE "Y".
        01  FacIn          PIC X(4).
        01  FacNameIn      PIC X(20).
        01  DeptIn         PIC X(4).
        01  EmpIn          PIC 9(4).
        01  MaxIn          PIC 99.
        01  StatusIn       PIC A.
        01  SubjIn         PIC X(4).
        01  FacFound       PIC A VALUE "N".
        01  EmpFound       PIC A VALUE "N".
        01  FacSave        PIC X(71).
        01  KeyIx          PIC 9 VALUE 0.
        01  KeyRow         PIC 99 VALUE 0.
        01  KeyDone        PIC A VALUE "N".
        01  BadSubj        PIC X(4) VALUE SPACES.
        01  NewSubjects.
            05  NsSubject  PIC X(4) OCCURS 6 TIMES.
        01  SmIx           PIC 9(3) VALUE 0.
        01  SmHit          PIC 9(3) VALUE 0.
        01  SmCount        PIC 9(3) VALUE 0.
        01  SubjTable.
            05  SubjEntry OCCURS 200 TIMES.
                10  StSubjCode PIC X(4).
        01  FacImageWk.
            05  FiStatus   PIC A.
            05  F          PIC X(1) VALUE SPACES.
            05  FiMax      PIC Z9.
            05  F          PIC X(1) VALUE SPACES.
            05  FiSubjects PIC X(24).

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            CALL "GetOper" USING OperLinkRec.
            PERFORM LoadSubjPara.
            OPEN INPUT EmpMastFile.
            PERFORM EntryPara UNTIL MoreFlag NOT = "Y".
            IF EmpMastStatus = "00"
                CLOSE EmpMastFile.
            GOBACK.
      * A teacher is keyed with the subjects they may be timetabled
      * for; every subject must already be on the subject master.
        EntryPara.
            DISPLAY (3, 10) "Faculty Code :- ".
            ACCEPT FacIn.
            PERFORM FindFacultyPara.
            IF FacFound = "Y"
                DISPLAY (4, 10) "Current :- " FcName " " FcDept
                        " Load " FcMaxPeriods " Status " FcStatus
                MOVE FcStatus TO FiStatus
                MOVE FcMaxPeriods TO FiMax
                MOVE FcSubjects TO FiSubjects
            ELSE
                DISPLAY (4, 10) "New Faculty."
                MOVE SPACES TO FacImageWk.
            DISPLAY (6, 10) "Name :- ".
            ACCEPT FacNameIn.
            DISPLAY (7, 10) "Department :- ".
            ACCEPT DeptIn.
            DISPLAY (8, 10) "Employee No (0 = Visiting) :- ".
            ACCEPT EmpIn.
            DISPLAY (9, 10) "Max Periods Per Week :- ".
            ACCEPT MaxIn.
            DISPLAY (10, 10) "Active / Inactive (A/I) :- ".
            ACCEPT StatusIn.
            MOVE SPACES TO NewSubjects.
            MOVE SPACES TO BadSubj.
            MOVE "N" TO KeyDone.
            MOVE 0 TO KeyIx.
            PERFORM KeySubjPara UNTIL KeyDone = "Y" OR KeyIx = 6.
            PERFORM CheckEmpPara.
            IF FacIn = SPACES OR FacNameIn = SPACES
                DISPLAY (19, 10) "Code And Name Are Required."
            ELSE IF DeptIn = SPACES
                DISPLAY (19, 10) "Department Is Required."
            ELSE IF EmpFound = "N"
                DISPLAY (19, 10) "Employee Not Active On Payroll."
            ELSE IF MaxIn NOT > 0
                DISPLAY (19, 10) "Max Periods Must Be Positive."
            ELSE IF StatusIn NOT = "A" AND StatusIn NOT = "I"
                DISPLAY (19, 10) "Status Must Be A Or I."
            ELSE IF BadSubj NOT = SPACES
                DISPLAY (19, 10) "Subject Not On Master :- " BadSubj
            ELSE IF NsSubject (1) = SPACES
                DISPLAY (19, 10) "At Least One Subject Is Required."
            ELSE
                PERFORM WriteFacultyPara
                PERFORM LogAuditPara
                DISPLAY (19, 10) "Faculty Saved.".
            DISPLAY (21, 10) "Another Faculty (Y/N) :- ".
            ACCEPT MoreFlag.
        KeySubjPara.
            ADD 1 TO KeyIx.
            COMPUTE KeyRow = 11 + KeyIx.
            DISPLAY (KeyRow, 10) "Subject " KeyIx
                    " (Blank To End) :- ".
            ACCEPT SubjIn.
            IF SubjIn = SPACES
                MOVE "Y" TO KeyDone
            ELSE
                MOVE SubjIn TO NsSubject (KeyIx)
                PERFORM CheckSubjPara.
        CheckSubjPara.
            MOVE 0 TO SmHit.
            MOVE 0 TO SmIx.
            PERFORM ScanSubjTabPara UNTIL SmIx NOT < SmCount
                                    OR SmHit NOT = 0.
            IF SmHit = 0 AND BadSubj = SPACES
                MOVE SubjIn TO BadSubj.
        ScanSubjTabPara.
            ADD 1 TO SmIx.
            IF StSubjCode (SmIx) = SubjIn
                MOVE SmIx TO SmHit.
        CheckEmpPara.
            MOVE "Y" TO EmpFound.
            IF EmpIn NOT = 0 AND EmpMastStatus = "00"
                MOVE EmpIn TO EmpNoIn
                READ EmpMastFile
                    INVALID KEY MOVE "N" TO EmpFound
                    NOT INVALID KEY
                        IF EmpStatus NOT = "A"
                            MOVE "N" TO EmpFound
                        END-IF.
        LoadSubjPara.
            MOVE 0 TO SmCount.
            OPEN INPUT SubjFile.
            IF SubjStatus = "00"
                PERFORM ReadSubjPara
                PERFORM LoadOneSubjPara UNTIL SubjEOF = "Y"
                CLOSE SubjFile.
        ReadSubjPara.
            READ SubjFile AT END MOVE "Y" TO SubjEOF.
        LoadOneSubjPara.
            IF SmCount < 200
                ADD 1 TO SmCount
                MOVE SmSubjCode TO StSubjCode (SmCount).
            PERFORM ReadSubjPara.
        FindFacultyPara.
            MOVE "N" TO FacFound.
            OPEN INPUT FacultyFile.
            IF FacultyStatus = "00"
                PERFORM ReadFacultyPara
                PERFORM ScanFacultyPara UNTIL FacultyEOF = "Y"
                CLOSE FacultyFile
                MOVE "N" TO FacultyEOF.
            IF FacFound = "Y"
                MOVE FacSave TO FacultyRec.
        ReadFacultyPara.
            READ FacultyFile AT END MOVE "Y" TO FacultyEOF.
        ScanFacultyPara.
            IF FcFacCode = FacIn
                MOVE "Y" TO FacFound
                MOVE FacultyRec TO FacSave.
            PERFORM ReadFacultyPara.
        WriteFacultyPara.
            OPEN EXTEND FacultyFile.
            IF FacultyStatus = "35"
                OPEN OUTPUT FacultyFile.
            MOVE FacIn TO FcFacCode.
            MOVE FacNameIn TO FcName.
            MOVE DeptIn TO FcDept.
            MOVE EmpIn TO FcEmpNo.
            MOVE MaxIn TO FcMaxPeriods.
            MOVE StatusIn TO FcStatus.
            MOVE NewSubjects TO FcSubjects.
            MOVE RunDate8 TO FcDate.
            MOVE OperOpId TO FcUserId.
            WRITE FacultyRec.
            CLOSE FacultyFile.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "FACENT" TO AuProgram.
            MOVE "Faculty.dat" TO AuFileId.
            MOVE FacIn TO AuKey.
            MOVE FacImageWk TO AuBeforeImage.
            MOVE StatusIn TO FiStatus.
            MOVE MaxIn TO FiMax.
            MOVE NewSubjects TO FiSubjects.
            MOVE FacImageWk TO AuAfterImage.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
