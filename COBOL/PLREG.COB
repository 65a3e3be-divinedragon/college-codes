        IDENTIFICATION DIVISION.
        PROGRAM-ID. PlacementRegister.
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
            SELECT PlDriveFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PlDriveStatus.
            SELECT PlEligFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PlEligStatus.
            SELECT PlaceRegFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PlaceRegStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD StudentExtFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "StudentExt.dat".
            COPY "STUDEXT.CPY".
        FD PlDriveFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PlDrive.dat".
            COPY "PLDRIVE.CPY".
        FD PlEligFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PlElig.dat".
            COPY "PLELIG.CPY".
        FD PlaceRegFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PlaceReg.dat".
            COPY "PLACEREG.CPY".
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  StudentExtStatus PIC XX VALUE "00".
        01  PlDriveStatus  PIC XX VALUE "00".
        01  PlEligStatus   PIC XX VALUE "00".
        01  PlaceRegStatus PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  PlDriveEOF     PIC A VALUE "N".
        01  PlEligEOF      PIC A VALUE "N".
        01  PlaceRegEOF    PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  MoreFlag       PIC A VALUE "Y".
        01  DriveIn        PIC 9(4).
        01  PrnIn          PIC 9(9).
        01  ActionIn       PIC A.
        01  PackageIn      PIC 9(7).
        01  DriveFound     PIC A VALUE "N".
        01  DriveSave      PIC X(89).
        01  StudFound      PIC A VALUE "N".
        01  EligFound      PIC A VALUE "N".
        01  CurStatus      PIC A VALUE SPACE.
        01  CurPackage     PIC 9(7) VALUE 0.
        01  NewPackage     PIC 9(7) VALUE 0.
        01  RegImageWk.
            05  RiStatus   PIC A.
            05  F          PIC X(1) VALUE SPACES.
            05  RiDrive    PIC 9(4).
            05  F          PIC X(1) VALUE SPACES.
            05  RiPackage  PIC 9(7).

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
      * A student registers for a drive only while the eligibility
      * run lists them for it. The outcome of the drive is then keyed
      * against the registration: not selected or an offer, and an
      * offer is either accepted or declined.
        RegisterPara.
            DISPLAY (3, 10) "Drive No :- ".
            ACCEPT DriveIn.
            PERFORM FindDrivePara.
            IF DriveFound = "N"
                DISPLAY (16, 10) "Drive Not On File."
            ELSE IF DvStatus = "X"
                DISPLAY (16, 10) "Drive Has Been Cancelled."
            ELSE
                DISPLAY (4, 10) "Drive :- " DvCompCode " " DvRole
                        " On " DvDriveDate " Status " DvStatus
                PERFORM KeyStudentPara.
            DISPLAY (18, 10) "Another Entry (Y/N) :- ".
            ACCEPT MoreFlag.
        KeyStudentPara.
            DISPLAY (6, 10) "Enter Prn No. :- ".
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
                DISPLAY (7, 10) "Student :- " EName " " ECourse
                PERFORM FindRegPara
                PERFORM KeyActionPara.
        KeyActionPara.
            IF CurStatus = SPACE
                DISPLAY (8, 10) "Not Yet Registered For This Drive."
            ELSE
                DISPLAY (8, 10) "Current Status :- " CurStatus
                        " Package " CurPackage.
            DISPLAY (10, 10) "R=Register W=Withdraw N=Not Selected".
            DISPLAY (11, 10) "O=Offer A=Accepted D=Declined :- ".
            ACCEPT ActionIn.
            MOVE CurPackage TO NewPackage.
            IF ActionIn = "O"
                DISPLAY (12, 10) "Annual Package (0 = Drive's) :- "
                ACCEPT PackageIn
                IF PackageIn = 0
                    MOVE DvPackage TO NewPackage
                ELSE
                    MOVE PackageIn TO NewPackage.
            IF ActionIn = "R"
                PERFORM FindEligPara.
            IF ActionIn NOT = "R" AND ActionIn NOT = "W"
               AND ActionIn NOT = "N" AND ActionIn NOT = "O"
               AND ActionIn NOT = "A" AND ActionIn NOT = "D"
                DISPLAY (16, 10) "Action Must Be R, W, N, O, A Or D."
            ELSE IF ActionIn = "R" AND DvStatus NOT = "O"
                DISPLAY (16, 10) "Drive Is Closed To Registration."
            ELSE IF ActionIn = "R" AND EligFound = "N"
                DISPLAY (16, 10) "Student Not On Eligibility List."
            ELSE IF ActionIn = "R" AND CurStatus NOT = SPACE
                    AND CurStatus NOT = "W"
                DISPLAY (16, 10) "Student Already Registered."
            ELSE IF (ActionIn = "W" OR ActionIn = "N"
                     OR ActionIn = "O") AND CurStatus NOT = "R"
                DISPLAY (16, 10) "Student Is Not Registered."
            ELSE IF (ActionIn = "A" OR ActionIn = "D")
                    AND CurStatus NOT = "O"
                DISPLAY (16, 10) "No Open Offer For The Student."
            ELSE
                PERFORM WriteRegPara
                PERFORM LogAuditPara
                DISPLAY (16, 10) "Placement Entry Saved.".
        FindDrivePara.
            MOVE "N" TO DriveFound.
            OPEN INPUT PlDriveFile.
            IF PlDriveStatus = "00"
                PERFORM ReadDrivePara
                PERFORM ScanDrivePara UNTIL PlDriveEOF = "Y"
                CLOSE PlDriveFile
                MOVE "N" TO PlDriveEOF.
            IF DriveFound = "Y"
                MOVE DriveSave TO PlDriveRec.
        ReadDrivePara.
            READ PlDriveFile AT END MOVE "Y" TO PlDriveEOF.
        ScanDrivePara.
            IF DvDriveNo = DriveIn
                MOVE "Y" TO DriveFound
                MOVE PlDriveRec TO DriveSave.
            PERFORM ReadDrivePara.
        FindEligPara.
            MOVE "N" TO EligFound.
            OPEN INPUT PlEligFile.
            IF PlEligStatus = "00"
                PERFORM ReadEligPara
                PERFORM ScanEligPara UNTIL PlEligEOF = "Y"
                CLOSE PlEligFile
                MOVE "N" TO PlEligEOF.
        ReadEligPara.
            READ PlEligFile AT END MOVE "Y" TO PlEligEOF.
        ScanEligPara.
            IF PeDriveNo = DriveIn AND PePrnNo = PrnIn
                MOVE "Y" TO EligFound.
            PERFORM ReadEligPara.
        FindRegPara.
            MOVE SPACE TO CurStatus.
            MOVE 0 TO CurPackage.
            OPEN INPUT PlaceRegFile.
            IF PlaceRegStatus = "00"
                PERFORM ReadRegPara
                PERFORM ScanRegPara UNTIL PlaceRegEOF = "Y"
                CLOSE PlaceRegFile
                MOVE "N" TO PlaceRegEOF.
        ReadRegPara.
            READ PlaceRegFile AT END MOVE "Y" TO PlaceRegEOF.
        ScanRegPara.
            IF PgDriveNo = DriveIn AND PgPrnNo = PrnIn
                MOVE PgStatus TO CurStatus
                MOVE PgPackage TO CurPackage.
            PERFORM ReadRegPara.
        WriteRegPara.
            OPEN EXTEND PlaceRegFile.
            IF PlaceRegStatus = "35"
                OPEN OUTPUT PlaceRegFile.
            MOVE DriveIn TO PgDriveNo.
            MOVE PrnIn TO PgPrnNo.
            MOVE ActionIn TO PgStatus.
            MOVE NewPackage TO PgPackage.
            MOVE RunDate8 TO PgDate.
            MOVE OperOpId TO PgUserId.
            WRITE PlaceRegRec.
            CLOSE PlaceRegFile.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "PLREG" TO AuProgram.
            MOVE "PlaceReg.dat" TO AuFileId.
            MOVE PrnIn TO AuKey.
            MOVE CurStatus TO RiStatus.
            MOVE DriveIn TO RiDrive.
            MOVE CurPackage TO RiPackage.
            MOVE RegImageWk TO AuBeforeImage.
            MOVE ActionIn TO RiStatus.
            MOVE NewPackage TO RiPackage.
            MOVE RegImageWk TO AuAfterImage.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
