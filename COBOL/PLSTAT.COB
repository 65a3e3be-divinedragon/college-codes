        IDENTIFICATION DIVISION.
        PROGRAM-ID. PlacementStatistics.
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
            SELECT RecruitFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RecruitStatus.
            SELECT PlaceRegFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PlaceRegStatus.
            SELECT FileOut ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CompParamFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CompParamStatus.
            SELECT RunLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RunLogStatus.

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
        FD RecruitFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Recruit.dat".
            COPY "RECRUIT.CPY".
        FD PlaceRegFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PlaceReg.dat".
            COPY "PLACEREG.CPY".
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PlStat.dat".
        01  RecOut             PIC X(80).
        FD CompParamFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CompParam.dat".
            COPY "PARAM.CPY".
        FD RunLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RunLog.dat".
            COPY "RUNLOG.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  StudentExtStatus PIC XX VALUE "00".
        01  PlDriveStatus  PIC XX VALUE "00".
        01  RecruitStatus  PIC XX VALUE "00".
        01  PlaceRegStatus PIC XX VALUE "00".
        01  CompParamStatus PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  PlDriveEOF     PIC A VALUE "N".
        01  RecruitEOF     PIC A VALUE "N".
        01  PlaceRegEOF    PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  FromDateIn     PIC 9(8).
        01  ToDateIn       PIC 9(8).
        01  DvIx           PIC 9(3) VALUE 0.
        01  DvHit          PIC 9(3) VALUE 0.
        01  DvCount        PIC 9(3) VALUE 0.
        01  DriveTable.
            05  DriveEntry OCCURS 500 TIMES.
                10  DtDriveNo  PIC 9(4).
                10  DtCompCode PIC X(4).
                10  DtDriveDate PIC 9(8).
                10  DtStatus   PIC A.
        01  RrIx           PIC 9(3) VALUE 0.
        01  RrHit          PIC 9(3) VALUE 0.
        01  RrCount        PIC 9(3) VALUE 0.
        01  RecrTable.
            05  RecrEntry OCCURS 300 TIMES.
                10  RtCompCode PIC X(4).
                10  RtCompName PIC X(30).
        01  RgIx           PIC 9(4) VALUE 0.
        01  RgHit          PIC 9(4) VALUE 0.
        01  RgCount        PIC 9(4) VALUE 0.
        01  RegTable.
            05  RegEntry OCCURS 3000 TIMES.
                10  RgDriveNo  PIC 9(4).
                10  RgPrnNo    PIC 9(9).
                10  RgStatus   PIC A.
                10  RgPackage  PIC 9(7).
        01  CcIx           PIC 9(3) VALUE 0.
        01  CcHit          PIC 9(3) VALUE 0.
        01  CcCount        PIC 9(3) VALUE 0.
        01  CourseCompTable.
            05  CourseCompEntry OCCURS 500 TIMES.
                10  CcCourse   PIC A(6).
                10  CcCompCode PIC X(4).
                10  CcRegd     PIC 9(4).
                10  CcOffers   PIC 9(4).
                10  CcAccepted PIC 9(4).
                10  CcHighPkg  PIC 9(7).
                10  CcTotPkg   PIC 9(9).
        01  PsIx           PIC 9(4) VALUE 0.
        01  PsHit          PIC 9(4) VALUE 0.
        01  PsCount        PIC 9(4) VALUE 0.
        01  PlacedTable.
            05  PlacedEntry OCCURS 3000 TIMES.
                10  PsPrnNo    PIC 9(9).
                10  PsCourse   PIC A(6).
                10  PsPlaced   PIC A.
                10  PsPackage  PIC 9(7).
        01  CrIx           PIC 9(2) VALUE 0.
        01  CrHit          PIC 9(2) VALUE 0.
        01  CrCount        PIC 9(2) VALUE 0.
        01  CourseTable.
            05  CourseEntry OCCURS 50 TIMES.
                10  CrCourse   PIC A(6).
                10  CrRegd     PIC 9(4).
                10  CrPlaced   PIC 9(4).
                10  CrOffers   PIC 9(4).
                10  CrHighPkg  PIC 9(7).
                10  CrTotPkg   PIC 9(9).
        01  CoIx           PIC 9(3) VALUE 0.
        01  CoHit          PIC 9(3) VALUE 0.
        01  CoCount        PIC 9(3) VALUE 0.
        01  CompTable.
            05  CompEntry OCCURS 300 TIMES.
                10  CoCompCode PIC X(4).
                10  CoDrives   PIC 9(3).
                10  CoRegd     PIC 9(4).
                10  CoOffers   PIC 9(4).
                10  CoAccepted PIC 9(4).
                10  CoHighPkg  PIC 9(7).
        01  StudCourseWk   PIC A(6).
        01  CompWk         PIC X(4).
        01  CurCourse      PIC A(6).
        01  RowsRead       PIC 9(6) VALUE 0.
        01  LinesOut       PIC 9(6) VALUE 0.
        01  TotRegd        PIC 9(6) VALUE 0.
        01  TotPlaced      PIC 9(6) VALUE 0.
        01  AvgPkgWk       PIC 9(7) VALUE 0.
        01  PctWk          PIC 999V9 VALUE 0.
        COPY "CTLTOT.CPY".
        01  Heading1.
            05  F          PIC X(30) VALUE SPACES.
            05  CompanyNameOut PIC X(20) VALUE "XYZ BANK LTD.".
        01  Heading2.
            05  F          PIC X(12) VALUE SPACES.
            05  F          PIC X(28) VALUE
                "PLACEMENT STATISTICS  From ".
            05  FromOut    PIC 9(8).
            05  F          PIC X(4) VALUE " To ".
            05  ToOut      PIC 9(8).
        01  LineRec        PIC X(80) VALUE ALL "-".
        01  BlankRec       PIC X(80) VALUE SPACES.
        01  SectHead1.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(40) VALUE
                "BY COURSE AND COMPANY".
        01  RecHead1.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(8) VALUE "Course".
            05  F          PIC X(22) VALUE "Company".
            05  F          PIC X(7) VALUE "Regd".
            05  F          PIC X(7) VALUE "Offers".
            05  F          PIC X(7) VALUE "Placed".
            05  F          PIC X(10) VALUE "Highest".
            05  F          PIC X(9) VALUE "Average".
        01  CcDetail.
            05  F          PIC X(2) VALUE SPACES.
            05  CdCourseOut PIC A(6).
            05  F          PIC X(2) VALUE SPACES.
            05  CdCompOut  PIC X(4).
            05  F          PIC X(1) VALUE SPACES.
            05  CdNameOut  PIC X(16).
            05  F          PIC X(1) VALUE SPACES.
            05  CdRegdOut  PIC ZZZ9.
            05  F          PIC X(3) VALUE SPACES.
            05  CdOfferOut PIC ZZZ9.
            05  F          PIC X(3) VALUE SPACES.
            05  CdAcceptOut PIC ZZZ9.
            05  F          PIC X(2) VALUE SPACES.
            05  CdHighOut  PIC Z(6)9.
            05  F          PIC X(2) VALUE SPACES.
            05  CdAvgOut   PIC Z(6)9.
        01  CourseTotLine.
            05  F          PIC X(10) VALUE SPACES.
            05  F          PIC X(22) VALUE "Course Total Students".
            05  CtRegdOut  PIC ZZZ9.
            05  F          PIC X(3) VALUE SPACES.
            05  CtOfferOut PIC ZZZ9.
            05  F          PIC X(3) VALUE SPACES.
            05  CtPlacedOut PIC ZZZ9.
            05  F          PIC X(2) VALUE SPACES.
            05  CtHighOut  PIC Z(6)9.
            05  F          PIC X(2) VALUE SPACES.
            05  CtAvgOut   PIC Z(6)9.
            05  F          PIC X(2) VALUE SPACES.
            05  CtPctOut   PIC ZZ9.9.
            05  F          PIC X(1) VALUE "%".
        01  SectHead2.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(40) VALUE
                "BY COMPANY".
        01  RecHead2.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(6) VALUE "Code".
            05  F          PIC X(32) VALUE "Company".
            05  F          PIC X(7) VALUE "Drives".
            05  F          PIC X(7) VALUE "Regd".
            05  F          PIC X(7) VALUE "Offers".
            05  F          PIC X(7) VALUE "Placed".
            05  F          PIC X(8) VALUE "Highest".
        01  CoDetail.
            05  F          PIC X(2) VALUE SPACES.
            05  CoCodeOut  PIC X(4).
            05  F          PIC X(2) VALUE SPACES.
            05  CoNameOut  PIC X(30).
            05  F          PIC X(2) VALUE SPACES.
            05  CoDriveOut PIC ZZ9.
            05  F          PIC X(4) VALUE SPACES.
            05  CoRegdOut  PIC ZZZ9.
            05  F          PIC X(3) VALUE SPACES.
            05  CoOfferOut PIC ZZZ9.
            05  F          PIC X(3) VALUE SPACES.
            05  CoAcceptOut PIC ZZZ9.
            05  F          PIC X(2) VALUE SPACES.
            05  CoHighOut  PIC Z(6)9.
        01  GrandLine.
            05  F          PIC X(10) VALUE SPACES.
            05  F          PIC X(30) VALUE
                "Students Registered / Placed ".
            05  GlRegdOut  PIC Z(5)9.
            05  F          PIC X(3) VALUE " / ".
            05  GlPlacedOut PIC Z(5)9.
            05  F          PIC X(2) VALUE SPACES.
            05  GlPctOut   PIC ZZ9.9.
            05  F          PIC X(1) VALUE "%".

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            DISPLAY (3, 10) "Drives Dated From (YYYYMMDD) :- ".
            ACCEPT FromDateIn.
            DISPLAY (4, 10) "Drives Dated To   (YYYYMMDD) :- ".
            ACCEPT ToDateIn.
            IF ToDateIn < FromDateIn
                DISPLAY (6, 10) "Dates Out Of Order. Run Refused."
                GOBACK.
            OPEN INPUT StudentExtFile.
            IF StudentExtStatus NOT = "00"
                DISPLAY "StudentExt.dat Not Found. Run Aborted."
                GOBACK.
            PERFORM ReadCompParamPara.
            PERFORM LoadDrivesPara.
            PERFORM LoadRecruitersPara.
            PERFORM LoadRegPara.
            MOVE 0 TO RgIx.
            PERFORM TallyRegPara UNTIL RgIx NOT < RgCount.
            CLOSE StudentExtFile.
            MOVE 0 TO PsIx.
            PERFORM TallyStudentPara UNTIL PsIx NOT < PsCount.
            MOVE 0 TO DvIx.
            PERFORM TallyDrivePara UNTIL DvIx NOT < DvCount.
            OPEN OUTPUT FileOut.
            MOVE FromDateIn TO FromOut.
            MOVE ToDateIn TO ToOut.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM Heading2.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM SectHead1.
            WRITE RecOut FROM RecHead1.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO CrIx.
            PERFORM PrintCoursePara UNTIL CrIx NOT < CrCount.
            MOVE TotRegd TO GlRegdOut.
            MOVE TotPlaced TO GlPlacedOut.
            MOVE 0 TO PctWk.
            IF TotRegd > 0
                COMPUTE PctWk ROUNDED = TotPlaced * 100 / TotRegd.
            MOVE PctWk TO GlPctOut.
            WRITE RecOut FROM GrandLine.
            WRITE RecOut FROM BlankRec.
            WRITE RecOut FROM SectHead2.
            WRITE RecOut FROM RecHead2.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO CoIx.
            PERFORM PrintCompPara UNTIL CoIx NOT < CoCount.
            WRITE RecOut FROM LineRec.
            MOVE LinesOut TO CtRecsOut.
            MOVE TotPlaced TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE FileOut.
            PERFORM LogRunPara.
            DISPLAY (6, 10) "Students Placed :- " TotPlaced.
            GOBACK.
        ReadCompParamPara.
            OPEN INPUT CompParamFile.
            IF CompParamStatus = "00"
                READ CompParamFile
                MOVE CpCompanyName TO CompanyNameOut
                CLOSE CompParamFile.
        LoadDrivesPara.
            MOVE 0 TO DvCount.
            OPEN INPUT PlDriveFile.
            IF PlDriveStatus = "00"
                PERFORM ReadDrivePara
                PERFORM LoadOneDrivePara UNTIL PlDriveEOF = "Y"
                CLOSE PlDriveFile.
        ReadDrivePara.
            READ PlDriveFile AT END MOVE "Y" TO PlDriveEOF.
        LoadOneDrivePara.
            MOVE 0 TO DvHit.
            MOVE 0 TO DvIx.
            PERFORM ScanDriveTabPara UNTIL DvIx NOT < DvCount
                                     OR DvHit NOT = 0.
            IF DvHit = 0 AND DvCount < 500
                ADD 1 TO DvCount
                MOVE DvCount TO DvHit
                MOVE DvDriveNo TO DtDriveNo (DvHit).
            IF DvHit NOT = 0
                MOVE DvCompCode TO DtCompCode (DvHit)
                MOVE DvDriveDate TO DtDriveDate (DvHit)
                MOVE DvStatus TO DtStatus (DvHit).
            PERFORM ReadDrivePara.
        ScanDriveTabPara.
            ADD 1 TO DvIx.
            IF DtDriveNo (DvIx) = DvDriveNo
                MOVE DvIx TO DvHit.
        LoadRecruitersPara.
            MOVE 0 TO RrCount.
            OPEN INPUT RecruitFile.
            IF RecruitStatus = "00"
                PERFORM ReadRecruiterPara
                PERFORM LoadOneRecruiterPara UNTIL RecruitEOF = "Y"
                CLOSE RecruitFile.
        ReadRecruiterPara.
            READ RecruitFile AT END MOVE "Y" TO RecruitEOF.
        LoadOneRecruiterPara.
            MOVE RrCompCode TO CompWk.
            PERFORM FindRecruiterPara.
            IF RrHit = 0 AND RrCount < 300
                ADD 1 TO RrCount
                MOVE RrCount TO RrHit
                MOVE RrCompCode TO RtCompCode (RrHit).
            IF RrHit NOT = 0
                MOVE RrCompName TO RtCompName (RrHit).
            PERFORM ReadRecruiterPara.
        FindRecruiterPara.
            MOVE 0 TO RrHit.
            MOVE 0 TO RrIx.
            PERFORM ScanRecruiterTabPara UNTIL RrIx NOT < RrCount
                                         OR RrHit NOT = 0.
        ScanRecruiterTabPara.
            ADD 1 TO RrIx.
            IF RtCompCode (RrIx) = CompWk
                MOVE RrIx TO RrHit.
        LoadRegPara.
            MOVE 0 TO RgCount.
            OPEN INPUT PlaceRegFile.
            IF PlaceRegStatus = "00"
                PERFORM ReadRegPara
                PERFORM LoadOneRegPara UNTIL PlaceRegEOF = "Y"
                CLOSE PlaceRegFile.
        ReadRegPara.
            READ PlaceRegFile AT END MOVE "Y" TO PlaceRegEOF.
        LoadOneRegPara.
            ADD 1 TO RowsRead.
            MOVE 0 TO RgHit.
            MOVE 0 TO RgIx.
            PERFORM ScanRegTabPara UNTIL RgIx NOT < RgCount
                                   OR RgHit NOT = 0.
            IF RgHit = 0 AND RgCount < 3000
                ADD 1 TO RgCount
                MOVE RgCount TO RgHit
                MOVE PgDriveNo TO RgDriveNo (RgHit)
                MOVE PgPrnNo TO RgPrnNo (RgHit).
            IF RgHit NOT = 0
                MOVE PgStatus TO RgStatus (RgHit)
                MOVE PgPackage TO RgPackage (RgHit).
            PERFORM ReadRegPara.
        ScanRegTabPara.
            ADD 1 TO RgIx.
            IF RgDriveNo (RgIx) = PgDriveNo
               AND RgPrnNo (RgIx) = PgPrnNo
                MOVE RgIx TO RgHit.
      * Only drives held in the period and not cancelled count, and a
      * student who withdrew from a drive is left out of it. Offers
      * are every offer made, whether or not it was taken up; a
      * student is placed on accepting an offer.
        TallyRegPara.
            ADD 1 TO RgIx.
            MOVE 0 TO DvHit.
            MOVE 0 TO DvIx.
            PERFORM MatchDrivePara UNTIL DvIx NOT < DvCount
                                   OR DvHit NOT = 0.
            IF DvHit NOT = 0 AND RgStatus (RgIx) NOT = "W"
                IF DtStatus (DvHit) NOT = "X"
                   AND DtDriveDate (DvHit) NOT < FromDateIn
                   AND DtDriveDate (DvHit) NOT > ToDateIn
                    PERFORM CountRegPara.
        MatchDrivePara.
            ADD 1 TO DvIx.
            IF DtDriveNo (DvIx) = RgDriveNo (RgIx)
                MOVE DvIx TO DvHit.
        CountRegPara.
            MOVE RgPrnNo (RgIx) TO EPrnNo.
            READ StudentExtFile
                INVALID KEY MOVE "UNKNWN" TO StudCourseWk
                NOT INVALID KEY MOVE ECourse TO StudCourseWk.
            MOVE DtCompCode (DvHit) TO CompWk.
            PERFORM AddCourseCompPara.
            PERFORM AddCompPara.
            PERFORM AddStudentPara.
            IF CcHit NOT = 0 AND CoHit NOT = 0 AND PsHit NOT = 0
                PERFORM CountStatusPara.
        CountStatusPara.
            ADD 1 TO CcRegd (CcHit).
            ADD 1 TO CoRegd (CoHit).
            IF RgStatus (RgIx) = "O" OR RgStatus (RgIx) = "A"
               OR RgStatus (RgIx) = "D"
                ADD 1 TO CcOffers (CcHit)
                ADD 1 TO CoOffers (CoHit).
            IF RgStatus (RgIx) = "A"
                PERFORM CountAcceptPara.
        CountAcceptPara.
            ADD 1 TO CcAccepted (CcHit).
            ADD 1 TO CoAccepted (CoHit).
            ADD RgPackage (RgIx) TO CcTotPkg (CcHit).
            IF RgPackage (RgIx) > CcHighPkg (CcHit)
                MOVE RgPackage (RgIx) TO CcHighPkg (CcHit).
            IF RgPackage (RgIx) > CoHighPkg (CoHit)
                MOVE RgPackage (RgIx) TO CoHighPkg (CoHit).
            MOVE "Y" TO PsPlaced (PsHit).
            IF RgPackage (RgIx) > PsPackage (PsHit)
                MOVE RgPackage (RgIx) TO PsPackage (PsHit).
        AddCourseCompPara.
            MOVE 0 TO CcHit.
            MOVE 0 TO CcIx.
            PERFORM ScanCourseCompPara UNTIL CcIx NOT < CcCount
                                       OR CcHit NOT = 0.
            IF CcHit = 0 AND CcCount < 500
                ADD 1 TO CcCount
                MOVE CcCount TO CcHit
                MOVE StudCourseWk TO CcCourse (CcHit)
                MOVE CompWk TO CcCompCode (CcHit)
                MOVE 0 TO CcRegd (CcHit)
                MOVE 0 TO CcOffers (CcHit)
                MOVE 0 TO CcAccepted (CcHit)
                MOVE 0 TO CcHighPkg (CcHit)
                MOVE 0 TO CcTotPkg (CcHit).
        ScanCourseCompPara.
            ADD 1 TO CcIx.
            IF CcCourse (CcIx) = StudCourseWk
               AND CcCompCode (CcIx) = CompWk
                MOVE CcIx TO CcHit.
        AddCompPara.
            MOVE 0 TO CoHit.
            MOVE 0 TO CoIx.
            PERFORM ScanCompPara UNTIL CoIx NOT < CoCount
                                 OR CoHit NOT = 0.
            IF CoHit = 0 AND CoCount < 300
                ADD 1 TO CoCount
                MOVE CoCount TO CoHit
                MOVE CompWk TO CoCompCode (CoHit)
                MOVE 0 TO CoDrives (CoHit)
                MOVE 0 TO CoRegd (CoHit)
                MOVE 0 TO CoOffers (CoHit)
                MOVE 0 TO CoAccepted (CoHit)
                MOVE 0 TO CoHighPkg (CoHit).
        ScanCompPara.
            ADD 1 TO CoIx.
            IF CoCompCode (CoIx) = CompWk
                MOVE CoIx TO CoHit.
        AddStudentPara.
            MOVE 0 TO PsHit.
            MOVE 0 TO PsIx.
            PERFORM ScanStudentTabPara UNTIL PsIx NOT < PsCount
                                       OR PsHit NOT = 0.
            IF PsHit = 0 AND PsCount < 3000
                ADD 1 TO PsCount
                MOVE PsCount TO PsHit
                MOVE RgPrnNo (RgIx) TO PsPrnNo (PsHit)
                MOVE StudCourseWk TO PsCourse (PsHit)
                MOVE "N" TO PsPlaced (PsHit)
                MOVE 0 TO PsPackage (PsHit).
        ScanStudentTabPara.
            ADD 1 TO PsIx.
            IF PsPrnNo (PsIx) = RgPrnNo (RgIx)
                MOVE PsIx TO PsHit.
      * A course's figures count each student once however many
      * drives they sat; the package is the best one they accepted.
        TallyStudentPara.
            ADD 1 TO PsIx.
            MOVE 0 TO CrHit.
            MOVE 0 TO CrIx.
            PERFORM ScanCourseTabPara UNTIL CrIx NOT < CrCount
                                      OR CrHit NOT = 0.
            IF CrHit = 0 AND CrCount < 50
                ADD 1 TO CrCount
                MOVE CrCount TO CrHit
                MOVE PsCourse (PsIx) TO CrCourse (CrHit)
                MOVE 0 TO CrRegd (CrHit)
                MOVE 0 TO CrPlaced (CrHit)
                MOVE 0 TO CrOffers (CrHit)
                MOVE 0 TO CrHighPkg (CrHit)
                MOVE 0 TO CrTotPkg (CrHit).
            IF CrHit NOT = 0
                ADD 1 TO CrRegd (CrHit)
                ADD 1 TO TotRegd
                IF PsPlaced (PsIx) = "Y"
                    ADD 1 TO CrPlaced (CrHit)
                    ADD 1 TO TotPlaced
                    ADD PsPackage (PsIx) TO CrTotPkg (CrHit)
                    IF PsPackage (PsIx) > CrHighPkg (CrHit)
                        MOVE PsPackage (PsIx) TO CrHighPkg (CrHit).
        ScanCourseTabPara.
            ADD 1 TO CrIx.
            IF CrCourse (CrIx) = PsCourse (PsIx)
                MOVE CrIx TO CrHit.
        TallyDrivePara.
            ADD 1 TO DvIx.
            IF DtStatus (DvIx) NOT = "X"
               AND DtDriveDate (DvIx) NOT < FromDateIn
               AND DtDriveDate (DvIx) NOT > ToDateIn
                MOVE DtCompCode (DvIx) TO CompWk
                PERFORM AddCompPara
                IF CoHit NOT = 0
                    ADD 1 TO CoDrives (CoHit).
        PrintCoursePara.
            ADD 1 TO CrIx.
            MOVE CrCourse (CrIx) TO CurCourse.
            MOVE 0 TO CcIx.
            PERFORM PrintCourseCompPara UNTIL CcIx NOT < CcCount.
            MOVE CrRegd (CrIx) TO CtRegdOut.
            MOVE CrPlaced (CrIx) TO CtPlacedOut.
            MOVE CrHighPkg (CrIx) TO CtHighOut.
            MOVE 0 TO CrOffers (CrIx).
            MOVE 0 TO CcIx.
            PERFORM SumCourseOffersPara UNTIL CcIx NOT < CcCount.
            MOVE CrOffers (CrIx) TO CtOfferOut.
            MOVE 0 TO AvgPkgWk.
            MOVE 0 TO PctWk.
            IF CrPlaced (CrIx) > 0
                COMPUTE AvgPkgWk ROUNDED =
                        CrTotPkg (CrIx) / CrPlaced (CrIx).
            IF CrRegd (CrIx) > 0
                COMPUTE PctWk ROUNDED =
                        CrPlaced (CrIx) * 100 / CrRegd (CrIx).
            MOVE AvgPkgWk TO CtAvgOut.
            MOVE PctWk TO CtPctOut.
            WRITE RecOut FROM CourseTotLine.
            WRITE RecOut FROM BlankRec.
            ADD 1 TO LinesOut.
        SumCourseOffersPara.
            ADD 1 TO CcIx.
            IF CcCourse (CcIx) = CurCourse
                ADD CcOffers (CcIx) TO CrOffers (CrIx).
        PrintCourseCompPara.
            ADD 1 TO CcIx.
            IF CcCourse (CcIx) = CurCourse
                PERFORM PrintOneCourseCompPara.
        PrintOneCourseCompPara.
            MOVE CcCourse (CcIx) TO CdCourseOut.
            MOVE CcCompCode (CcIx) TO CdCompOut.
            MOVE CcCompCode (CcIx) TO CompWk.
            PERFORM FindRecruiterPara.
            IF RrHit NOT = 0
                MOVE RtCompName (RrHit) TO CdNameOut
            ELSE
                MOVE SPACES TO CdNameOut.
            MOVE CcRegd (CcIx) TO CdRegdOut.
            MOVE CcOffers (CcIx) TO CdOfferOut.
            MOVE CcAccepted (CcIx) TO CdAcceptOut.
            MOVE CcHighPkg (CcIx) TO CdHighOut.
            MOVE 0 TO AvgPkgWk.
            IF CcAccepted (CcIx) > 0
                COMPUTE AvgPkgWk ROUNDED =
                        CcTotPkg (CcIx) / CcAccepted (CcIx).
            MOVE AvgPkgWk TO CdAvgOut.
            WRITE RecOut FROM CcDetail.
            ADD 1 TO LinesOut.
        PrintCompPara.
            ADD 1 TO CoIx.
            MOVE CoCompCode (CoIx) TO CoCodeOut.
            MOVE CoCompCode (CoIx) TO CompWk.
            PERFORM FindRecruiterPara.
            IF RrHit NOT = 0
                MOVE RtCompName (RrHit) TO CoNameOut
            ELSE
                MOVE SPACES TO CoNameOut.
            MOVE CoDrives (CoIx) TO CoDriveOut.
            MOVE CoRegd (CoIx) TO CoRegdOut.
            MOVE CoOffers (CoIx) TO CoOfferOut.
            MOVE CoAccepted (CoIx) TO CoAcceptOut.
            MOVE CoHighPkg (CoIx) TO CoHighOut.
            WRITE RecOut FROM CoDetail.
            ADD 1 TO LinesOut.
        LogRunPara.
            OPEN EXTEND RunLogFile.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO RlUserId.
            IF RunLogStatus = "35"
                OPEN OUTPUT RunLogFile.
            MOVE "PLSTAT" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE RowsRead TO RlRecRead.
            MOVE LinesOut TO RlRecWrit.
            MOVE 0 TO RlReturnCode.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
