        IDENTIFICATION DIVISION.
        PROGRAM-ID. PlacementDriveEntry.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PlDriveFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PlDriveStatus.
            SELECT RecruitFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RecruitStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD PlDriveFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PlDrive.dat".
            COPY "PLDRIVE.CPY".
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
        01  PlDriveStatus  PIC XX VALUE "00".
        01  RecruitStatus  PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  PlDriveEOF     PIC A VALUE "N".
        01  RecruitEOF     PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  MoreFlag       PIC A VALUE "Y".
        01  DriveIn        PIC 9(4).
        01  CompIn         PIC X(4).
        01  RoleIn         PIC X(20).
        01  DriveDateIn    PIC 9(8).
        01  CoursesIn.
            05  CourseIn   PIC A(6) OCCURS 4 TIMES.
        01  MinCgpaIn      PIC 9V99.
        01  MaxBacklogIn   PIC 99.
        01  GradYearIn     PIC 9(4).
        01  PackageIn      PIC 9(7).
        01  StatusIn       PIC A.
        01  NextDriveNo    PIC 9(4) VALUE 0.
        01  DriveFound     PIC A VALUE "N".
        01  DriveSave      PIC X(89).
        01  RecrFound      PIC A VALUE "N".
        01  RecrStatusWk   PIC A VALUE SPACE.
        01  RecrNameWk     PIC X(30) VALUE SPACES.
        01  DriveImageWk.
            05  DiStatus   PIC A.
            05  F          PIC X(1) VALUE SPACES.
            05  DiComp     PIC X(4).
            05  F          PIC X(1) VALUE SPACES.
            05  DiDate     PIC 9(8).
            05  F          PIC X(1) VALUE SPACES.
            05  DiCgpa     PIC 9.99.
            05  F          PIC X(1) VALUE SPACES.
            05  DiPackage  PIC 9(7).

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            CALL "GetOper" USING OperLinkRec.
            PERFORM DrivePara UNTIL MoreFlag NOT = "Y".
            GOBACK.
      * Drive number 0 opens a new drive under the next free number;
      * any other number brings up that drive for amendment.
        DrivePara.
            DISPLAY (3, 10) "Drive No (0 = New Drive) :- ".
            ACCEPT DriveIn.
            PERFORM FindDrivePara.
            IF DriveIn = 0
                MOVE NextDriveNo TO DriveIn
                MOVE SPACES TO DriveImageWk
                DISPLAY (4, 10) "New Drive No :- " DriveIn
                PERFORM KeyDrivePara
            ELSE IF DriveFound = "N"
                DISPLAY (20, 10) "Drive Not On File."
            ELSE
                DISPLAY (4, 10) "Current :- " DvCompCode " " DvRole
                        " On " DvDriveDate " Status " DvStatus
                MOVE DvStatus TO DiStatus
                MOVE DvCompCode TO DiComp
                MOVE DvDriveDate TO DiDate
                MOVE DvMinCgpa TO DiCgpa
                MOVE DvPackage TO DiPackage
                PERFORM KeyDrivePara.
            DISPLAY (22, 10) "Another Drive (Y/N) :- ".
            ACCEPT MoreFlag.
        KeyDrivePara.
            DISPLAY (6, 10) "Company Code :- ".
            ACCEPT CompIn.
            PERFORM FindRecruiterPara.
            DISPLAY (7, 10) "Role / Position :- ".
            ACCEPT RoleIn.
            DISPLAY (8, 10) "Drive Date (YYYYMMDD) :- ".
            ACCEPT DriveDateIn.
            DISPLAY (9, 10) "Course 1 (Blank = Any Course) :- ".
            ACCEPT CourseIn (1).
            DISPLAY (10, 10) "Course 2 :- ".
            ACCEPT CourseIn (2).
            DISPLAY (11, 10) "Course 3 :- ".
            ACCEPT CourseIn (3).
            DISPLAY (12, 10) "Course 4 :- ".
            ACCEPT CourseIn (4).
            DISPLAY (13, 10) "Minimum CGPA (9.99) :- ".
            ACCEPT MinCgpaIn.
            DISPLAY (14, 10) "Most Active Backlogs Allowed :- ".
            ACCEPT MaxBacklogIn.
            DISPLAY (15, 10) "Graduating Year (0 = Any) :- ".
            ACCEPT GradYearIn.
            DISPLAY (16, 10) "Annual Package (Rs) :- ".
            ACCEPT PackageIn.
            DISPLAY (17, 10) "Open / Closed / Cancelled (O/C/X) :- ".
            ACCEPT StatusIn.
            IF RecrFound = "N"
                DISPLAY (20, 10) "Company Not On Recruiter Master."
            ELSE IF RecrStatusWk NOT = "A"
                DISPLAY (20, 10) "Recruiter Is Inactive."
            ELSE IF RoleIn = SPACES
                DISPLAY (20, 10) "Role Required."
            ELSE IF DriveDateIn = 0
                DISPLAY (20, 10) "Drive Date Required."
            ELSE IF MinCgpaIn > 9
                DISPLAY (20, 10) "CGPA Cannot Exceed 9.00."
            ELSE IF GradYearIn NOT = 0
                    AND (GradYearIn < 2000 OR GradYearIn > 2099)
                DISPLAY (20, 10) "Graduating Year Out Of Range."
            ELSE IF PackageIn NOT > 0
                DISPLAY (20, 10) "Package Must Be Positive."
            ELSE IF StatusIn NOT = "O" AND StatusIn NOT = "C"
                    AND StatusIn NOT = "X"
                DISPLAY (20, 10) "Status Must Be O, C Or X."
            ELSE
                PERFORM WriteDrivePara
                PERFORM LogAuditPara
                DISPLAY (20, 10) "Drive Saved For " RecrNameWk.
        FindDrivePara.
            MOVE "N" TO DriveFound.
            MOVE 0 TO NextDriveNo.
            OPEN INPUT PlDriveFile.
            IF PlDriveStatus = "00"
                PERFORM ReadDrivePara
                PERFORM ScanDrivePara UNTIL PlDriveEOF = "Y"
                CLOSE PlDriveFile
                MOVE "N" TO PlDriveEOF.
            ADD 1 TO NextDriveNo.
            IF DriveFound = "Y"
                MOVE DriveSave TO PlDriveRec.
        ReadDrivePara.
            READ PlDriveFile AT END MOVE "Y" TO PlDriveEOF.
        ScanDrivePara.
            IF DvDriveNo > NextDriveNo
                MOVE DvDriveNo TO NextDriveNo.
            IF DvDriveNo = DriveIn
                MOVE "Y" TO DriveFound
                MOVE PlDriveRec TO DriveSave.
            PERFORM ReadDrivePara.
        FindRecruiterPara.
            MOVE "N" TO RecrFound.
            OPEN INPUT RecruitFile.
            IF RecruitStatus = "00"
                PERFORM ReadRecruiterPara
                PERFORM ScanRecruiterPara UNTIL RecruitEOF = "Y"
                CLOSE RecruitFile
                MOVE "N" TO RecruitEOF.
        ReadRecruiterPara.
            READ RecruitFile AT END MOVE "Y" TO RecruitEOF.
        ScanRecruiterPara.
            IF RrCompCode = CompIn
                MOVE "Y" TO RecrFound
                MOVE RrStatus TO RecrStatusWk
                MOVE RrCompName TO RecrNameWk.
            PERFORM ReadRecruiterPara.
        WriteDrivePara.
            OPEN EXTEND PlDriveFile.
            IF PlDriveStatus = "35"
                OPEN OUTPUT PlDriveFile.
            MOVE DriveIn TO DvDriveNo.
            MOVE CompIn TO DvCompCode.
            MOVE RoleIn TO DvRole.
            MOVE DriveDateIn TO DvDriveDate.
            MOVE CoursesIn TO DvCourses.
            MOVE MinCgpaIn TO DvMinCgpa.
            MOVE MaxBacklogIn TO DvMaxBacklog.
            MOVE GradYearIn TO DvGradYear.
            MOVE PackageIn TO DvPackage.
            MOVE StatusIn TO DvStatus.
            MOVE RunDate8 TO DvDate.
            MOVE OperOpId TO DvUserId.
            WRITE PlDriveRec.
            CLOSE PlDriveFile.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "DRIVENT" TO AuProgram.
            MOVE "PlDrive.dat" TO AuFileId.
            MOVE DriveIn TO AuKey.
            MOVE DriveImageWk TO AuBeforeImage.
            MOVE StatusIn TO DiStatus.
            MOVE CompIn TO DiComp.
            MOVE DriveDateIn TO DiDate.
            MOVE MinCgpaIn TO DiCgpa.
            MOVE PackageIn TO DiPackage.
            MOVE DriveImageWk TO AuAfterImage.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
