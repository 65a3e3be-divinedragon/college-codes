        IDENTIFICATION DIVISION.
        PROGRAM-ID. PlacementEligibility.
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
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS EPrnNo
            FILE STATUS IS StudentExtStatus.
            SELECT PlDriveFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PlDriveStatus.
            SELECT GradeExtFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GradeExtStatus.
            SELECT SubjFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SubjStatus.
            SELECT BacklogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BacklogStatus.
            SELECT StandFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StandStatus.
            SELECT PlEligFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PlEligStatus.
            SELECT PlEligNewFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
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
        FD GradeExtFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "GradeExt.dat".
            COPY "TRANSCPT.CPY".
        FD SubjFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "SubjMast.dat".
            COPY "SUBJMAST.CPY".
        FD BacklogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Backlog.dat".
            COPY "BACKLOG.CPY".
        FD StandFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "StudStand.dat".
            COPY "STANDING.CPY".
        FD PlEligFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PlElig.dat".
            COPY "PLELIG.CPY".
        FD PlEligNewFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PlEligNew.dat".
        01  PlEligNewRec       PIC X(36).
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PlEligRep.dat".
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
        01  GradeExtStatus PIC XX VALUE "00".
        01  SubjStatus     PIC XX VALUE "00".
        01  BacklogStatus  PIC XX VALUE "00".
        01  StandStatus    PIC XX VALUE "00".
        01  PlEligStatus   PIC XX VALUE "00".
        01  CompParamStatus PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  StudentEOF     PIC A VALUE "N".
        01  PlDriveEOF     PIC A VALUE "N".
        01  GradeEOF       PIC A VALUE "N".
        01  SubjEOF        PIC A VALUE "N".
        01  BacklogEOF     PIC A VALUE "N".
        01  StandEOF       PIC A VALUE "N".
        01  PlEligEOF      PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  RunDateParts REDEFINES RunDate8.
            05  RunYear    PIC 9(4).
            05  RunMonth   PIC 99.
            05  RunDay     PIC 99.
        01  AcadEndYear    PIC 9(4) VALUE 0.
        01  DriveIn        PIC 9(4).
        01  DriveFound     PIC A VALUE "N".
        01  DriveSave      PIC X(89).
        01  AnyCourse      PIC A VALUE "Y".
        01  CourseOk       PIC A VALUE "N".
        01  DcIx           PIC 9 VALUE 0.
        01  SbIx           PIC 9(3) VALUE 0.
        01  SbHit          PIC 9(3) VALUE 0.
        01  SbCount        PIC 9(3) VALUE 0.
        01  CreditTable.
            05  CreditEntry OCCURS 200 TIMES.
                10  CtSubjCode PIC X(4).
                10  CtCredits  PIC 9.
        01  UseCredits     PIC 9 VALUE 1.
        01  GradePoint     PIC 9 VALUE 0.
        01  CgIx           PIC 9(4) VALUE 0.
        01  CgHit          PIC 9(4) VALUE 0.
        01  CgCount        PIC 9(4) VALUE 0.
        01  CgpaTable.
            05  CgpaEntry OCCURS 2000 TIMES.
                10  CgPrnNo    PIC 9(9).
                10  CgPoints   PIC 9(6).
                10  CgCredits  PIC 9(4).
                10  CgHighSem  PIC 99.
        01  BlIx           PIC 9(4) VALUE 0.
        01  BlHit          PIC 9(4) VALUE 0.
        01  BlCount        PIC 9(4) VALUE 0.
        01  BacklogTable.
            05  BacklogEntry OCCURS 3000 TIMES.
                10  BlPrnNo    PIC 9(9).
                10  BlSubjCode PIC X(4).
        01  SdIx           PIC 9(4) VALUE 0.
        01  SdHit          PIC 9(4) VALUE 0.
        01  SdCount        PIC 9(4) VALUE 0.
        01  StandTable.
            05  StandEntry OCCURS 2000 TIMES.
                10  SdPrnNo    PIC 9(9).
                10  SdSemester PIC 99.
        01  StudCgpa       PIC 9V99 VALUE 0.
        01  StudBacklogs   PIC 99 VALUE 0.
        01  StudSem        PIC 99 VALUE 0.
        01  StudGradYear   PIC 9(4) VALUE 0.
        01  SemsLeft       PIC 99 VALUE 0.
        01  YearsLeft      PIC 99 VALUE 0.
        01  FailReason     PIC X(8) VALUE SPACES.
        01  StudChecked    PIC 9(6) VALUE 0.
        01  EligCount      PIC 9(6) VALUE 0.
        01  FailCourse     PIC 9(6) VALUE 0.
        01  FailCgpa       PIC 9(6) VALUE 0.
        01  FailBacklog    PIC 9(6) VALUE 0.
        01  FailYear       PIC 9(6) VALUE 0.
        COPY "CTLTOT.CPY".
        01  Heading1.
            05  F          PIC X(30) VALUE SPACES.
            05  CompanyNameOut PIC X(20) VALUE "XYZ BANK LTD.".
        01  Heading2.
            05  F          PIC X(12) VALUE SPACES.
            05  F          PIC X(30) VALUE
                "PLACEMENT ELIGIBILITY  Drive :".
            05  DriveOut   PIC ZZZ9.
            05  F          PIC X(8) VALUE " Date : ".
            05  RunDateOut PIC 9(8).
        01  DriveLine1.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(10) VALUE "Company : ".
            05  DlCompOut  PIC X(4).
            05  F          PIC X(9) VALUE "  Role : ".
            05  DlRoleOut  PIC X(20).
            05  F          PIC X(9) VALUE "  Date : ".
            05  DlDateOut  PIC 9(8).
        01  DriveLine2.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(10) VALUE "Courses : ".
            05  DlCourseOut PIC A(6) OCCURS 4 TIMES.
            05  F          PIC X(1) VALUE SPACES.
            05  F          PIC X(11) VALUE "Min CGPA : ".
            05  DlCgpaOut  PIC 9.99.
            05  F          PIC X(7) VALUE "  Bkl: ".
            05  DlBklOut   PIC Z9.
            05  F          PIC X(8) VALUE "  Year: ".
            05  DlYearOut  PIC 9(4).
        01  LineRec        PIC X(80) VALUE ALL "-".
        01  RecHead.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(11) VALUE "Prn No".
            05  F          PIC X(32) VALUE "Name".
            05  F          PIC X(8) VALUE "Course".
            05  F          PIC X(6) VALUE "CGPA".
            05  F          PIC X(10) VALUE "Backlogs".
            05  F          PIC X(6) VALUE "Year".
        01  DetailRec.
            05  F          PIC X(3) VALUE SPACES.
            05  PrnOut     PIC 9(9).
            05  F          PIC X(2) VALUE SPACES.
            05  NameOut    PIC A(30).
            05  F          PIC X(2) VALUE SPACES.
            05  CourseOut  PIC A(6).
            05  F          PIC X(2) VALUE SPACES.
            05  CgpaOut    PIC 9.99.
            05  F          PIC X(4) VALUE SPACES.
            05  BklOut     PIC Z9.
            05  F          PIC X(6) VALUE SPACES.
            05  YearOut    PIC 9(4).
        01  TotLine1.
            05  F          PIC X(11) VALUE SPACES.
            05  F          PIC X(26) VALUE "Active Students Checked: ".
            05  TlCheckOut PIC Z(5)9.
        01  TotLine2.
            05  F          PIC X(11) VALUE SPACES.
            05  F          PIC X(26) VALUE "Eligible               : ".
            05  TlEligOut  PIC Z(5)9.
        01  TotLine3.
            05  F          PIC X(11) VALUE SPACES.
            05  F          PIC X(26) VALUE "Out - Course           : ".
            05  TlCourseOut PIC Z(5)9.
        01  TotLine4.
            05  F          PIC X(11) VALUE SPACES.
            05  F          PIC X(26) VALUE "Out - CGPA             : ".
            05  TlCgpaOut  PIC Z(5)9.
        01  TotLine5.
            05  F          PIC X(11) VALUE SPACES.
            05  F          PIC X(26) VALUE "Out - Active Backlogs  : ".
            05  TlBklOut   PIC Z(5)9.
        01  TotLine6.
            05  F          PIC X(11) VALUE SPACES.
            05  F          PIC X(26) VALUE "Out - Graduating Year  : ".
            05  TlYearOut  PIC Z(5)9.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            DISPLAY (3, 10) "Eligibility For Drive No :- ".
            ACCEPT DriveIn.
            PERFORM FindDrivePara.
            IF DriveFound = "N"
                DISPLAY (5, 10) "Drive Not On File. Run Refused."
                GOBACK.
            IF DvStatus NOT = "O"
                DISPLAY (5, 10) "Drive Is Not Open. Run Refused."
                GOBACK.
            OPEN INPUT StudentExtFile.
            IF StudentExtStatus NOT = "00"
                DISPLAY "StudentExt.dat Not Found. Run Aborted."
                GOBACK.
            IF RunMonth < 7
                MOVE RunYear TO AcadEndYear
            ELSE
                COMPUTE AcadEndYear = RunYear + 1.
            MOVE "Y" TO AnyCourse.
            MOVE 0 TO DcIx.
            PERFORM TestAnyCoursePara UNTIL DcIx NOT < 4.
            PERFORM ReadCompParamPara.
            PERFORM LoadCreditsPara.
            PERFORM LoadCgpaPara.
            PERFORM LoadBacklogPara.
            PERFORM LoadStandPara.
            PERFORM CarryForwardPara.
            OPEN OUTPUT FileOut.
            PERFORM PrintHeadPara.
            PERFORM ReadStudentPara.
            PERFORM CheckStudentPara UNTIL StudentEOF = "Y".
            CLOSE StudentExtFile PlEligFile.
            WRITE RecOut FROM LineRec.
            MOVE StudChecked TO TlCheckOut.
            MOVE EligCount TO TlEligOut.
            MOVE FailCourse TO TlCourseOut.
            MOVE FailCgpa TO TlCgpaOut.
            MOVE FailBacklog TO TlBklOut.
            MOVE FailYear TO TlYearOut.
            WRITE RecOut FROM TotLine1.
            WRITE RecOut FROM TotLine2.
            WRITE RecOut FROM TotLine3.
            WRITE RecOut FROM TotLine4.
            WRITE RecOut FROM TotLine5.
            WRITE RecOut FROM TotLine6.
            MOVE EligCount TO CtRecsOut.
            MOVE StudChecked TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE FileOut.
            PERFORM LogRunPara.
            DISPLAY (5, 10) "Students Eligible :- " EligCount.
            GOBACK.
        ReadCompParamPara.
            OPEN INPUT CompParamFile.
            IF CompParamStatus = "00"
                READ CompParamFile
                MOVE CpCompanyName TO CompanyNameOut
                CLOSE CompParamFile.
        FindDrivePara.
            MOVE "N" TO DriveFound.
            OPEN INPUT PlDriveFile.
            IF PlDriveStatus = "00"
                PERFORM ReadDrivePara
                PERFORM ScanDrivePara UNTIL PlDriveEOF = "Y"
                CLOSE PlDriveFile.
            IF DriveFound = "Y"
                MOVE DriveSave TO PlDriveRec.
        ReadDrivePara.
            READ PlDriveFile AT END MOVE "Y" TO PlDriveEOF.
        ScanDrivePara.
            IF DvDriveNo = DriveIn
                MOVE "Y" TO DriveFound
                MOVE PlDriveRec TO DriveSave.
            PERFORM ReadDrivePara.
        TestAnyCoursePara.
            ADD 1 TO DcIx.
            IF DvCourse (DcIx) NOT = SPACES
                MOVE "N" TO AnyCourse.
        PrintHeadPara.
            MOVE DriveIn TO DriveOut.
            MOVE RunDate8 TO RunDateOut.
            MOVE DvCompCode TO DlCompOut.
            MOVE DvRole TO DlRoleOut.
            MOVE DvDriveDate TO DlDateOut.
            MOVE DvCourse (1) TO DlCourseOut (1).
            MOVE DvCourse (2) TO DlCourseOut (2).
            MOVE DvCourse (3) TO DlCourseOut (3).
            MOVE DvCourse (4) TO DlCourseOut (4).
            MOVE DvMinCgpa TO DlCgpaOut.
            MOVE DvMaxBacklog TO DlBklOut.
            MOVE DvGradYear TO DlYearOut.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM Heading2.
            WRITE RecOut FROM DriveLine1.
            WRITE RecOut FROM DriveLine2.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM RecHead.
            WRITE RecOut FROM LineRec.
        LoadCreditsPara.
            MOVE 0 TO SbCount.
            OPEN INPUT SubjFile.
            IF SubjStatus = "00"
                PERFORM ReadSubjPara
                PERFORM LoadOneCreditPara UNTIL SubjEOF = "Y"
                CLOSE SubjFile.
        ReadSubjPara.
            READ SubjFile AT END MOVE "Y" TO SubjEOF.
        LoadOneCreditPara.
            IF SbCount < 200
                ADD 1 TO SbCount
                MOVE SmSubjCode TO CtSubjCode (SbCount)
                MOVE SmCredits TO CtCredits (SbCount).
            PERFORM ReadSubjPara.
      * CGPA is worked the way the transcript works it: grade points
      * A=9, B=7, C=5, weighted by the subject's credits, over every
      * semester graded so far.
        LoadCgpaPara.
            MOVE 0 TO CgCount.
            OPEN INPUT GradeExtFile.
            IF GradeExtStatus = "00"
                PERFORM ReadGradePara
                PERFORM AddGradePara UNTIL GradeEOF = "Y"
                CLOSE GradeExtFile.
        ReadGradePara.
            READ GradeExtFile AT END MOVE "Y" TO GradeEOF.
        AddGradePara.
            PERFORM FindCreditsPara.
            PERFORM GradePointPara.
            MOVE 0 TO CgHit.
            MOVE 0 TO CgIx.
            PERFORM ScanCgpaTabPara UNTIL CgIx NOT < CgCount
                                    OR CgHit NOT = 0.
            IF CgHit = 0 AND CgCount < 2000
                ADD 1 TO CgCount
                MOVE CgCount TO CgHit
                MOVE TrPrnNo TO CgPrnNo (CgHit)
                MOVE 0 TO CgPoints (CgHit)
                MOVE 0 TO CgCredits (CgHit)
                MOVE 0 TO CgHighSem (CgHit).
            IF CgHit NOT = 0
                COMPUTE CgPoints (CgHit) = CgPoints (CgHit)
                    + GradePoint * UseCredits
                ADD UseCredits TO CgCredits (CgHit)
                IF TrSemester > CgHighSem (CgHit)
                    MOVE TrSemester TO CgHighSem (CgHit).
            PERFORM ReadGradePara.
        GradePointPara.
            IF TrGrade = "A"
                MOVE 9 TO GradePoint
            ELSE IF TrGrade = "B"
                MOVE 7 TO GradePoint
            ELSE IF TrGrade = "C"
                MOVE 5 TO GradePoint
            ELSE
                MOVE 0 TO GradePoint.
        ScanCgpaTabPara.
            ADD 1 TO CgIx.
            IF CgPrnNo (CgIx) = TrPrnNo
                MOVE CgIx TO CgHit.
        FindCreditsPara.
            MOVE 1 TO UseCredits.
            MOVE 0 TO SbHit.
            MOVE 0 TO SbIx.
            PERFORM ScanCreditTabPara UNTIL SbIx NOT < SbCount.
            IF SbHit NOT = 0 AND CtCredits (SbHit) > 0
                MOVE CtCredits (SbHit) TO UseCredits.
        ScanCreditTabPara.
            ADD 1 TO SbIx.
            IF CtSubjCode (SbIx) = TrSubjectCode
                MOVE SbIx TO SbHit.
      * A backlog stays on Backlog.dat until the supplementary result
      * clears it, so every distinct subject still there for the
      * student is an active backlog.
        LoadBacklogPara.
            MOVE 0 TO BlCount.
            OPEN INPUT BacklogFile.
            IF BacklogStatus = "00"
                PERFORM ReadBacklogPara
                PERFORM LoadOneBacklogPara UNTIL BacklogEOF = "Y"
                CLOSE BacklogFile.
        ReadBacklogPara.
            READ BacklogFile AT END MOVE "Y" TO BacklogEOF.
        LoadOneBacklogPara.
            MOVE 0 TO BlHit.
            MOVE 0 TO BlIx.
            PERFORM ScanBacklogTabPara UNTIL BlIx NOT < BlCount
                                       OR BlHit NOT = 0.
            IF BlHit = 0 AND BlCount < 3000
                ADD 1 TO BlCount
                MOVE BkPrnNo TO BlPrnNo (BlCount)
                MOVE BkSubjectCode TO BlSubjCode (BlCount).
            PERFORM ReadBacklogPara.
        ScanBacklogTabPara.
            ADD 1 TO BlIx.
            IF BlPrnNo (BlIx) = BkPrnNo
               AND BlSubjCode (BlIx) = BkSubjectCode
                MOVE BlIx TO BlHit.
        LoadStandPara.
            MOVE 0 TO SdCount.
            OPEN INPUT StandFile.
            IF StandStatus = "00"
                PERFORM ReadStandPara
                PERFORM LoadOneStandPara UNTIL StandEOF = "Y"
                CLOSE StandFile.
        ReadStandPara.
            READ StandFile AT END MOVE "Y" TO StandEOF.
        LoadOneStandPara.
            MOVE 0 TO SdHit.
            MOVE 0 TO SdIx.
            PERFORM ScanStandTabPara UNTIL SdIx NOT < SdCount
                                     OR SdHit NOT = 0.
            IF SdHit = 0 AND SdCount < 2000
                ADD 1 TO SdCount
                MOVE SdCount TO SdHit
                MOVE SsPrnNo TO SdPrnNo (SdHit).
            IF SdHit NOT = 0
                MOVE SsSemester TO SdSemester (SdHit).
            PERFORM ReadStandPara.
        ScanStandTabPara.
            ADD 1 TO SdIx.
            IF SdPrnNo (SdIx) = SsPrnNo
                MOVE SdIx TO SdHit.
      * Rows already listed for other drives are kept; this drive's
      * list is replaced by the run.
        CarryForwardPara.
            OPEN OUTPUT PlEligNewFile.
            OPEN INPUT PlEligFile.
            IF PlEligStatus = "00"
                PERFORM ReadPlEligPara
                PERFORM CopyOtherDrivePara UNTIL PlEligEOF = "Y"
                CLOSE PlEligFile
                MOVE "N" TO PlEligEOF.
            CLOSE PlEligNewFile.
            OPEN INPUT PlEligNewFile.
            OPEN OUTPUT PlEligFile.
            PERFORM ReadPlEligNewPara.
            PERFORM CopyBackPara UNTIL PlEligEOF = "Y".
            CLOSE PlEligNewFile.
        ReadPlEligPara.
            READ PlEligFile AT END MOVE "Y" TO PlEligEOF.
        CopyOtherDrivePara.
            IF PeDriveNo NOT = DriveIn
                WRITE PlEligNewRec FROM PlEligRec.
            PERFORM ReadPlEligPara.
        ReadPlEligNewPara.
            READ PlEligNewFile AT END MOVE "Y" TO PlEligEOF.
        CopyBackPara.
            WRITE PlEligRec FROM PlEligNewRec.
            PERFORM ReadPlEligNewPara.
        ReadStudentPara.
            READ StudentExtFile AT END MOVE "Y" TO StudentEOF.
        CheckStudentPara.
            IF EStatus = "A"
                ADD 1 TO StudChecked
                PERFORM JudgeStudentPara.
            PERFORM ReadStudentPara.
      * Each rule is tried in turn and the first one failed is the
      * one the student is counted under.
        JudgeStudentPara.
            PERFORM WorkOutStudentPara.
            MOVE SPACES TO FailReason.
            MOVE "Y" TO CourseOk.
            IF AnyCourse = "N"
                MOVE "N" TO CourseOk
                MOVE 0 TO DcIx
                PERFORM MatchCoursePara UNTIL DcIx NOT < 4.
            IF CourseOk = "N"
                MOVE "COURSE" TO FailReason
                ADD 1 TO FailCourse
            ELSE IF StudCgpa < DvMinCgpa
                MOVE "CGPA" TO FailReason
                ADD 1 TO FailCgpa
            ELSE IF StudBacklogs > DvMaxBacklog
                MOVE "BACKLOG" TO FailReason
                ADD 1 TO FailBacklog
            ELSE IF DvGradYear NOT = 0
                    AND StudGradYear NOT = DvGradYear
                MOVE "YEAR" TO FailReason
                ADD 1 TO FailYear.
            IF FailReason = SPACES
                PERFORM ListEligiblePara.
        MatchCoursePara.
            ADD 1 TO DcIx.
            IF DvCourse (DcIx) = ECourse
                MOVE "Y" TO CourseOk.
      * The graduating year follows from the semester the student
      * stands in: odd semesters run July to December, even ones
      * January to June, and the eighth semester ends the course.
        WorkOutStudentPara.
            MOVE 0 TO StudCgpa.
            MOVE 0 TO StudSem.
            MOVE 0 TO CgHit.
            MOVE 0 TO CgIx.
            PERFORM MatchCgpaPara UNTIL CgIx NOT < CgCount
                                  OR CgHit NOT = 0.
            IF CgHit NOT = 0
                IF CgCredits (CgHit) > 0
                    COMPUTE StudCgpa =
                        CgPoints (CgHit) / CgCredits (CgHit).
            MOVE 0 TO StudBacklogs.
            MOVE 0 TO BlIx.
            PERFORM CountBacklogPara UNTIL BlIx NOT < BlCount.
            MOVE 0 TO SdHit.
            MOVE 0 TO SdIx.
            PERFORM MatchStandPara UNTIL SdIx NOT < SdCount
                                   OR SdHit NOT = 0.
            IF SdHit NOT = 0
                MOVE SdSemester (SdHit) TO StudSem
            ELSE IF CgHit NOT = 0
                COMPUTE StudSem = CgHighSem (CgHit) + 1.
            IF StudSem < 1
                MOVE 1 TO StudSem.
            IF StudSem > 8
                MOVE 8 TO StudSem.
            COMPUTE SemsLeft = 8 - StudSem.
            DIVIDE SemsLeft BY 2 GIVING YearsLeft.
            COMPUTE StudGradYear = AcadEndYear + YearsLeft.
        MatchCgpaPara.
            ADD 1 TO CgIx.
            IF CgPrnNo (CgIx) = EPrnNo
                MOVE CgIx TO CgHit.
        CountBacklogPara.
            ADD 1 TO BlIx.
            IF BlPrnNo (BlIx) = EPrnNo
                ADD 1 TO StudBacklogs.
        MatchStandPara.
            ADD 1 TO SdIx.
            IF SdPrnNo (SdIx) = EPrnNo
                MOVE SdIx TO SdHit.
        ListEligiblePara.
            ADD 1 TO EligCount.
            MOVE EPrnNo TO PrnOut.
            MOVE EName TO NameOut.
            MOVE ECourse TO CourseOut.
            MOVE StudCgpa TO CgpaOut.
            MOVE StudBacklogs TO BklOut.
            MOVE StudGradYear TO YearOut.
            WRITE RecOut FROM DetailRec.
            MOVE DriveIn TO PeDriveNo.
            MOVE EPrnNo TO PePrnNo.
            MOVE ECourse TO PeCourse.
            MOVE StudCgpa TO PeCgpa.
            MOVE StudBacklogs TO PeBacklogs.
            MOVE StudGradYear TO PeGradYear.
            MOVE RunDate8 TO PeDate.
            WRITE PlEligRec.
        LogRunPara.
            OPEN EXTEND RunLogFile.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO RlUserId.
            IF RunLogStatus = "35"
                OPEN OUTPUT RunLogFile.
            MOVE "PLELIG" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE StudChecked TO RlRecRead.
            MOVE EligCount TO RlRecWrit.
            MOVE 0 TO RlReturnCode.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
