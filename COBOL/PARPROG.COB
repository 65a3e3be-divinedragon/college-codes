        IDENTIFICATION DIVISION.
        PROGRAM-ID. ParentProgress.
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
            SELECT StandFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StandStatus.
            SELECT SubjFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SubjStatus.
            SELECT GradeExtFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GradeExtStatus.
            SELECT DailyAttFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DailyAttStatus.
            SELECT BacklogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BacklogStatus.
            SELECT FeeLedgerFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FeeLedgerStatus.
            SELECT LoanFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LoanStatus.
            SELECT CompParamFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CompParamStatus.
            SELECT WorkFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT SortWork ASSIGN TO DISK.
            SELECT SortedWork ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT ReportFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RunLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RunLogStatus.

        DATA DIVISION.
        FILE SECTION.
        FD StudentExtFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "StudentExt.dat".
            COPY "STUDEXT.CPY".
        FD StandFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "StudStand.dat".
            COPY "STANDING.CPY".
        FD SubjFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "SubjMast.dat".
            COPY "SUBJMAST.CPY".
        FD GradeExtFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "GradeExt.dat".
            COPY "TRANSCPT.CPY".
        FD DailyAttFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "DailyAtt.dat".
            COPY "DAILYATT.CPY".
        FD BacklogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Backlog.dat".
            COPY "BACKLOG.CPY".
        FD FeeLedgerFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "FeeLedger.dat".
            COPY "FEELEDG.CPY".
        FD LoanFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "LibLoan.dat".
            COPY "LIBLOAN.CPY".
        FD CompParamFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CompParam.dat".
            COPY "PARAM.CPY".
        FD WorkFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ParWork.dat".
        01  WorkRec.
            05  WCourse        PIC A(6).
            05  WSemester      PIC 99.
            05  WPrnNo         PIC 9(9).
        SD  SortWork.
        01  SortRec.
            05  SWCourse       PIC A(6).
            05  SWSemester     PIC 99.
            05  SWPrnNo        PIC 9(9).
        FD SortedWork
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ParSorted.dat".
        01  SortedRec.
            05  TCourse        PIC A(6).
            05  TSemester      PIC 99.
            05  TPrnNo         PIC 9(9).
        FD ReportFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ParProg.dat".
        01  RecOut             PIC X(80).
        FD RunLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RunLog.dat".
            COPY "RUNLOG.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        COPY "CALENDAR.CPY".
        COPY "CTLTOT.CPY".
        01  StudentExtStatus PIC XX VALUE "00".
        01  StandStatus    PIC XX VALUE "00".
        01  SubjStatus     PIC XX VALUE "00".
        01  GradeExtStatus PIC XX VALUE "00".
        01  DailyAttStatus PIC XX VALUE "00".
        01  BacklogStatus  PIC XX VALUE "00".
        01  FeeLedgerStatus PIC XX VALUE "00".
        01  LoanStatus     PIC XX VALUE "00".
        01  CompParamStatus PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  StudentEOF     PIC A VALUE "N".
        01  StandEOF       PIC A VALUE "N".
        01  SubjEOF        PIC A VALUE "N".
        01  GradeEOF       PIC A VALUE "N".
        01  DailyAttEOF    PIC A VALUE "N".
        01  BacklogEOF     PIC A VALUE "N".
        01  FeeEOF         PIC A VALUE "N".
        01  LoanEOF        PIC A VALUE "N".
        01  SortedEOF      PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  AgeRunDays     PIC 9(8) VALUE 0.
        01  AgeDueDays     PIC 9(8) VALUE 0.
        01  DaysLate       PIC 9(5) VALUE 0.
        01  StudFound      PIC A VALUE "N".
        01  PrnWk          PIC 9(9) VALUE 0.
        01  StudSem        PIC 99 VALUE 0.
        01  ResultSem      PIC 99 VALUE 0.
        01  StandWk        PIC A VALUE SPACE.
        01  FeeBalance     PIC S9(8)V99 VALUE 0.
        01  StudCount      PIC 9(6) VALUE 0.
        01  ReportCount    PIC 9(6) VALUE 0.
        01  BalanceTotal   PIC S9(9)V99 VALUE 0.
        01  LineCount      PIC 9(3) VALUE 0.
        01  SdIx           PIC 9(4) VALUE 0.
        01  SdHit          PIC 9(4) VALUE 0.
        01  SdCount        PIC 9(4) VALUE 0.
        01  StandTable.
            05  StandEntry OCCURS 2000 TIMES.
                10  SdPrnNo    PIC 9(9).
                10  SdSemester PIC 99.
                10  SdStatus   PIC A.
        01  HsIx           PIC 9(4) VALUE 0.
        01  HsHit          PIC 9(4) VALUE 0.
        01  HsCount        PIC 9(4) VALUE 0.
        01  HighSemTable.
            05  HighSemEntry OCCURS 2000 TIMES.
                10  HsPrnNo    PIC 9(9).
                10  HsSemester PIC 99.
        01  SbIx           PIC 9(3) VALUE 0.
        01  SbHit          PIC 9(3) VALUE 0.
        01  SbCount        PIC 9(3) VALUE 0.
        01  SubjTable.
            05  SubjEntry OCCURS 500 TIMES.
                10  SbSubjCode PIC X(4).
                10  SbSubjName PIC X(20).
                10  SbSemester PIC 99.
        01  SubjCodeWk     PIC X(4) VALUE SPACES.
        01  AtIx           PIC 99 VALUE 0.
        01  AtHit          PIC 99 VALUE 0.
        01  AtCount        PIC 99 VALUE 0.
        01  AttTable.
            05  AttEntry OCCURS 20 TIMES.
                10  AttSubjCode PIC X(4).
                10  AttHeld     PIC 9(4).
                10  AttPresent  PIC 9(4).
        01  BlIx           PIC 99 VALUE 0.
        01  BlHit          PIC 99 VALUE 0.
        01  BlCount        PIC 99 VALUE 0.
        01  BlTable.
            05  BlEntry OCCURS 30 TIMES.
                10  BlSubjCode PIC X(4).
        01  LnIx           PIC 9(4) VALUE 0.
        01  LnHit          PIC 9(4) VALUE 0.
        01  LnCount        PIC 9(4) VALUE 0.
        01  LnTable.
            05  LnEntry OCCURS 2000 TIMES.
                10  LntBookId  PIC X(6).
                10  LntPrnNo   PIC 9(9).
                10  LntDueDate PIC 9(8).
                10  LntStat    PIC A.
                10  LntStaff   PIC A.
        01  LineRec        PIC X(80) VALUE ALL "*".
        01  DashRec        PIC X(80) VALUE ALL "-".
        01  BlankRec       PIC X(80) VALUE SPACES.
        01  RptHead.
            05  F          PIC X(28) VALUE SPACES.
            05  CompanyNameOut PIC X(20) VALUE "XYZ BANK LTD.".
        01  RptTitle.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(50) VALUE
                "PARENT PROGRESS REPORT".
            05  F          PIC X(7) VALUE "Date : ".
            05  TitleDateOut PIC 9(8).
        01  ToLine.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(5) VALUE "To : ".
            05  ToNameOut  PIC A(30).
            05  F          PIC X(2) VALUE " (".
            05  ToRelOut   PIC X(8).
            05  F          PIC X VALUE ")".
        01  AddrLine.
            05  F          PIC X(7) VALUE SPACES.
            05  AddrOut    PIC X(40).
        01  CityLine.
            05  F          PIC X(7) VALUE SPACES.
            05  CityOut    PIC X(20).
            05  F          PIC X(3) VALUE " - ".
            05  PinOut     PIC X(6).
        01  PhoneLine.
            05  F          PIC X(7) VALUE SPACES.
            05  F          PIC X(8) VALUE "Phone : ".
            05  PhoneOut   PIC X(12).
        01  NoGuardLine.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(40) VALUE
                "** GUARDIAN DETAILS NOT ON FILE **".
        01  WardLine.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(10) VALUE "Ward    : ".
            05  WardNameOut PIC A(30).
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(9) VALUE "Prn No : ".
            05  WardPrnOut PIC 9(9).
        01  ClassLine.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(10) VALUE "Class   : ".
            05  ClassCrsOut PIC A(6).
            05  F          PIC X(11) VALUE "  Semester ".
            05  ClassSemOut PIC Z9.
            05  F          PIC X(15) VALUE "   Standing : ".
            05  StandOut   PIC X(12).
        01  SectHead.
            05  F          PIC X(2) VALUE SPACES.
            05  SectNameOut PIC X(30).
            05  F          PIC X(10) VALUE " SEMESTER ".
            05  SectSemOut PIC Z9.
        01  AttHead.
            05  F          PIC X(4) VALUE SPACES.
            05  F          PIC X(28) VALUE "Subject".
            05  F          PIC X(26) VALUE
                "Held    Attd      Pct".
        01  AttLine.
            05  F          PIC X(4) VALUE SPACES.
            05  AttCodeOut PIC X(4).
            05  F          PIC X(2) VALUE SPACES.
            05  AttNameOut PIC X(20).
            05  F          PIC X(2) VALUE SPACES.
            05  AttHeldOut PIC Z(3)9.
            05  F          PIC X(4) VALUE SPACES.
            05  AttPresOut PIC Z(3)9.
            05  F          PIC X(3) VALUE SPACES.
            05  AttPctOut  PIC ZZ9.99.
        01  MarkHead.
            05  F          PIC X(4) VALUE SPACES.
            05  F          PIC X(28) VALUE "Subject".
            05  F          PIC X(36) VALUE
                "Int      Ext    Tot   Grd".
        01  MarkLine.
            05  F          PIC X(4) VALUE SPACES.
            05  MkCodeOut  PIC X(4).
            05  F          PIC X(2) VALUE SPACES.
            05  MkNameOut  PIC X(20).
            05  F          PIC X(2) VALUE SPACES.
            05  MkIntOut   PIC ZZ9.
            05  F          PIC X(6) VALUE SPACES.
            05  MkExtOut   PIC ZZ9.
            05  F          PIC X(4) VALUE SPACES.
            05  MkTotOut   PIC ZZ9.
            05  F          PIC X(4) VALUE SPACES.
            05  MkGradeOut PIC A.
            05  F          PIC X(2) VALUE SPACES.
            05  MkSuppOut  PIC X(6).
        01  NoneLine.
            05  F          PIC X(4) VALUE SPACES.
            05  NoneOut    PIC X(40).
        01  BacklogHead.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(20) VALUE "PENDING BACKLOGS : ".
            05  BlCountOut PIC Z9.
        01  BacklogLine.
            05  F          PIC X(4) VALUE SPACES.
            05  BlCodeOut  PIC X(4).
            05  F          PIC X(2) VALUE SPACES.
            05  BlNameOut  PIC X(20).
        01  FeeLine.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(20) VALUE "FEE BALANCE      : ".
            05  FeeBalOut  PIC -(7)9.99.
            05  F          PIC X(2) VALUE SPACES.
            05  FeeStatOut PIC X(12).
        01  LibHead.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(30) VALUE "LIBRARY BOOKS OVERDUE".
        01  LibLine.
            05  F          PIC X(4) VALUE SPACES.
            05  F          PIC X(5) VALUE "Book ".
            05  LibBookOut PIC X(6).
            05  F          PIC X(7) VALUE "  Due ".
            05  LibDueOut  PIC 9(8).
            05  F          PIC X(16) VALUE "  Days Overdue ".
            05  LibDaysOut PIC Z(4)9.

        PROCEDURE DIVISION.
      * Active students go out in class order - course, then the
      * semester they now stand in, then Prn No - so the class
      * teacher can hand each bundle across at the meeting.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            MOVE RunDate8 TO CalInDate.
            CALL "Calendar" USING CalLinkRec.
            COMPUTE AgeRunDays = CalYYOut * 360 + CalMMOut * 30
                               + CalDDOut.
            OPEN INPUT StudentExtFile.
            IF StudentExtStatus NOT = "00"
                DISPLAY "StudentExt.dat Not Found. Run Aborted."
                GOBACK.
            PERFORM ReadCompParamPara.
            PERFORM LoadStandPara.
            PERFORM LoadHighSemPara.
            PERFORM LoadSubjPara.
            PERFORM LoadLoansPara.
            OPEN OUTPUT WorkFile.
            PERFORM ReadStudentPara.
            PERFORM SelectStudentPara UNTIL StudentEOF = "Y".
            CLOSE WorkFile.
            SORT SortWork ON ASCENDING KEY SWCourse SWSemester SWPrnNo
                USING WorkFile
                GIVING SortedWork.
            OPEN INPUT SortedWork OUTPUT ReportFile.
            PERFORM ReadSortedPara.
            PERFORM ReportOnePara UNTIL SortedEOF = "Y".
            COMPUTE CtRecsOut = ReportCount.
            MOVE BalanceTotal TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE SortedWork ReportFile StudentExtFile.
            PERFORM LogRunPara.
            DISPLAY "Progress Reports Printed :- " ReportCount.
            GOBACK.
        ReadCompParamPara.
            OPEN INPUT CompParamFile.
            IF CompParamStatus = "00"
                READ CompParamFile
                MOVE CpCompanyName TO CompanyNameOut
                CLOSE CompParamFile.
        ReadStudentPara.
            READ StudentExtFile NEXT RECORD
                AT END MOVE "Y" TO StudentEOF.
        SelectStudentPara.
            ADD 1 TO StudCount.
            IF EStatus = "A"
                PERFORM FindSemesterPara
                MOVE ECourse TO WCourse
                MOVE StudSem TO WSemester
                MOVE EPrnNo TO WPrnNo
                WRITE WorkRec.
            PERFORM ReadStudentPara.
      * The latest standing row gives the semester; a student the
      * promotion run has not reached yet stands one above the
      * highest semester graded so far.
        FindSemesterPara.
            MOVE EPrnNo TO PrnWk.
            MOVE 0 TO StudSem.
            MOVE SPACE TO StandWk.
            MOVE 0 TO ResultSem.
            MOVE 0 TO HsHit.
            MOVE 0 TO HsIx.
            PERFORM ScanHighSemPara UNTIL HsIx NOT < HsCount
                                    OR HsHit NOT = 0.
            IF HsHit NOT = 0
                MOVE HsSemester (HsHit) TO ResultSem.
            MOVE 0 TO SdHit.
            MOVE 0 TO SdIx.
            PERFORM ScanStandTabPara UNTIL SdIx NOT < SdCount
                                     OR SdHit NOT = 0.
            IF SdHit NOT = 0
                MOVE SdSemester (SdHit) TO StudSem
                MOVE SdStatus (SdHit) TO StandWk
            ELSE
                COMPUTE StudSem = ResultSem + 1.
            IF StudSem < 1
                MOVE 1 TO StudSem.
            IF StudSem > 8
                MOVE 8 TO StudSem.
        ScanHighSemPara.
            ADD 1 TO HsIx.
            IF HsPrnNo (HsIx) = PrnWk
                MOVE HsIx TO HsHit.
        ScanStandTabPara.
            ADD 1 TO SdIx.
            IF SdPrnNo (SdIx) = PrnWk
                MOVE SdIx TO SdHit.
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
            MOVE SsPrnNo TO PrnWk.
            MOVE 0 TO SdHit.
            MOVE 0 TO SdIx.
            PERFORM ScanStandTabPara UNTIL SdIx NOT < SdCount
                                     OR SdHit NOT = 0.
            IF SdHit = 0 AND SdCount < 2000
                ADD 1 TO SdCount
                MOVE SdCount TO SdHit
                MOVE SsPrnNo TO SdPrnNo (SdHit).
            IF SdHit NOT = 0
                MOVE SsSemester TO SdSemester (SdHit)
                MOVE SsStatus TO SdStatus (SdHit).
            PERFORM ReadStandPara.
        LoadHighSemPara.
            MOVE 0 TO HsCount.
            OPEN INPUT GradeExtFile.
            IF GradeExtStatus = "00"
                PERFORM ReadGradePara
                PERFORM LoadOneHighSemPara UNTIL GradeEOF = "Y"
                CLOSE GradeExtFile
                MOVE "N" TO GradeEOF.
        ReadGradePara.
            READ GradeExtFile AT END MOVE "Y" TO GradeEOF.
        LoadOneHighSemPara.
            MOVE TrPrnNo TO PrnWk.
            MOVE 0 TO HsHit.
            MOVE 0 TO HsIx.
            PERFORM ScanHighSemPara UNTIL HsIx NOT < HsCount
                                    OR HsHit NOT = 0.
            IF HsHit = 0 AND HsCount < 2000
                ADD 1 TO HsCount
                MOVE HsCount TO HsHit
                MOVE TrPrnNo TO HsPrnNo (HsHit)
                MOVE 0 TO HsSemester (HsHit).
            IF HsHit NOT = 0
                IF TrSemester > HsSemester (HsHit)
                    MOVE TrSemester TO HsSemester (HsHit).
            PERFORM ReadGradePara.
        LoadSubjPara.
            MOVE 0 TO SbCount.
            OPEN INPUT SubjFile.
            IF SubjStatus = "00"
                PERFORM ReadSubjPara
                PERFORM LoadOneSubjPara UNTIL SubjEOF = "Y"
                CLOSE SubjFile.
        ReadSubjPara.
            READ SubjFile AT END MOVE "Y" TO SubjEOF.
        LoadOneSubjPara.
            MOVE SmSubjCode TO SubjCodeWk.
            PERFORM FindSubjPara.
            IF SbHit = 0 AND SbCount < 500
                ADD 1 TO SbCount
                MOVE SbCount TO SbHit
                MOVE SmSubjCode TO SbSubjCode (SbHit).
            IF SbHit NOT = 0
                MOVE SmSubjName TO SbSubjName (SbHit)
                MOVE 0 TO SbSemester (SbHit)
                IF SmSemester NUMERIC
                    MOVE SmSemester TO SbSemester (SbHit).
            PERFORM ReadSubjPara.
        FindSubjPara.
            MOVE 0 TO SbHit.
            MOVE 0 TO SbIx.
            PERFORM ScanSubjTabPara UNTIL SbIx NOT < SbCount
                                    OR SbHit NOT = 0.
        ScanSubjTabPara.
            ADD 1 TO SbIx.
            IF SbSubjCode (SbIx) = SubjCodeWk
                MOVE SbIx TO SbHit.
      * The library position: the latest loan row per book decides,
      * same convention as LibCirculation; staff loans are left out.
        LoadLoansPara.
            MOVE 0 TO LnCount.
            OPEN INPUT LoanFile.
            IF LoanStatus = "00"
                PERFORM ReadLoanPara
                PERFORM LoadOneLoanPara UNTIL LoanEOF = "Y"
                CLOSE LoanFile.
        ReadLoanPara.
            READ LoanFile AT END MOVE "Y" TO LoanEOF.
        LoadOneLoanPara.
            MOVE 0 TO LnHit.
            MOVE 0 TO LnIx.
            PERFORM ScanLoanTabPara UNTIL LnIx NOT < LnCount
                                    OR LnHit NOT = 0.
            IF LnHit = 0 AND LnCount < 2000
                ADD 1 TO LnCount
                MOVE LnCount TO LnHit
                MOVE LlBookId TO LntBookId (LnHit).
            IF LnHit NOT = 0
                MOVE LlPrnNo TO LntPrnNo (LnHit)
                MOVE LlDueDate TO LntDueDate (LnHit)
                MOVE LlStatus TO LntStat (LnHit)
                IF LlBorrowerType = "E"
                    MOVE "Y" TO LntStaff (LnHit)
                ELSE
                    MOVE "N" TO LntStaff (LnHit).
            PERFORM ReadLoanPara.
        ScanLoanTabPara.
            ADD 1 TO LnIx.
            IF LntBookId (LnIx) = LlBookId
                MOVE LnIx TO LnHit.
        ReadSortedPara.
            READ SortedWork AT END MOVE "Y" TO SortedEOF.
        ReportOnePara.
            MOVE TPrnNo TO EPrnNo.
            READ StudentExtFile
                INVALID KEY MOVE "N" TO StudFound
                NOT INVALID KEY MOVE "Y" TO StudFound.
            IF StudFound = "Y"
                PERFORM FindSemesterPara
                PERFORM PrintHeadPara
                PERFORM PrintAttendPara
                PERFORM PrintMarksPara
                PERFORM PrintBacklogPara
                PERFORM PrintFeePara
                PERFORM PrintLibraryPara
                WRITE RecOut FROM LineRec
                WRITE RecOut FROM BlankRec
                ADD 1 TO ReportCount.
            PERFORM ReadSortedPara.
        PrintHeadPara.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM RptHead.
            MOVE RunDate8 TO TitleDateOut.
            WRITE RecOut FROM RptTitle.
            WRITE RecOut FROM LineRec.
            IF EGuardName = SPACES
                WRITE RecOut FROM NoGuardLine
            ELSE
                PERFORM PrintGuardianPara.
            WRITE RecOut FROM DashRec.
            MOVE EName TO WardNameOut.
            MOVE EPrnNo TO WardPrnOut.
            WRITE RecOut FROM WardLine.
            MOVE ECourse TO ClassCrsOut.
            MOVE StudSem TO ClassSemOut.
            IF StandWk = "P"
                MOVE "PROMOTED" TO StandOut
            ELSE IF StandWk = "D"
                MOVE "DETAINED" TO StandOut
            ELSE
                MOVE "NOT RECORDED" TO StandOut.
            WRITE RecOut FROM ClassLine.
        PrintGuardianPara.
            MOVE EGuardName TO ToNameOut.
            IF EGuardRel = "F"
                MOVE "FATHER" TO ToRelOut
            ELSE IF EGuardRel = "M"
                MOVE "MOTHER" TO ToRelOut
            ELSE
                MOVE "GUARDIAN" TO ToRelOut.
            WRITE RecOut FROM ToLine.
            MOVE EGuardAddr1 TO AddrOut.
            WRITE RecOut FROM AddrLine.
            IF EGuardAddr2 NOT = SPACES
                MOVE EGuardAddr2 TO AddrOut
                WRITE RecOut FROM AddrLine.
            MOVE EGuardCity TO CityOut.
            MOVE EGuardPin TO PinOut.
            WRITE RecOut FROM CityLine.
            IF EGuardPhone NOT = SPACES
                MOVE EGuardPhone TO PhoneOut
                WRITE RecOut FROM PhoneLine.
      * Subject-wise attendance for the semester the student stands
      * in, counted day by day from DailyAtt.dat. Subjects not on
      * the master, or on it without a semester, are shown as well.
        PrintAttendPara.
            MOVE 0 TO AtCount.
            OPEN INPUT DailyAttFile.
            IF DailyAttStatus = "00"
                PERFORM ReadDailyAttPara
                PERFORM TallyAttendPara UNTIL DailyAttEOF = "Y"
                CLOSE DailyAttFile
                MOVE "N" TO DailyAttEOF.
            WRITE RecOut FROM DashRec.
            MOVE "ATTENDANCE -" TO SectNameOut.
            MOVE StudSem TO SectSemOut.
            WRITE RecOut FROM SectHead.
            IF AtCount = 0
                MOVE "No attendance recorded." TO NoneOut
                WRITE RecOut FROM NoneLine
            ELSE
                WRITE RecOut FROM AttHead
                MOVE 0 TO AtIx
                PERFORM PrintAttLinePara UNTIL AtIx NOT < AtCount.
        ReadDailyAttPara.
            READ DailyAttFile AT END MOVE "Y" TO DailyAttEOF.
        TallyAttendPara.
            IF DaPrnNo = EPrnNo
                MOVE DaSubjCode TO SubjCodeWk
                PERFORM FindSubjPara
                IF SbHit = 0
                    PERFORM AddAttendPara
                ELSE IF SbSemester (SbHit) = 0
                        OR SbSemester (SbHit) = StudSem
                    PERFORM AddAttendPara.
            PERFORM ReadDailyAttPara.
        AddAttendPara.
            MOVE 0 TO AtHit.
            MOVE 0 TO AtIx.
            PERFORM ScanAttTabPara UNTIL AtIx NOT < AtCount
                                   OR AtHit NOT = 0.
            IF AtHit = 0 AND AtCount < 20
                ADD 1 TO AtCount
                MOVE AtCount TO AtHit
                MOVE DaSubjCode TO AttSubjCode (AtHit)
                MOVE 0 TO AttHeld (AtHit)
                MOVE 0 TO AttPresent (AtHit).
            IF AtHit NOT = 0
                ADD 1 TO AttHeld (AtHit)
                IF DaPresent = "P"
                    ADD 1 TO AttPresent (AtHit).
        ScanAttTabPara.
            ADD 1 TO AtIx.
            IF AttSubjCode (AtIx) = DaSubjCode
                MOVE AtIx TO AtHit.
        PrintAttLinePara.
            ADD 1 TO AtIx.
            MOVE AttSubjCode (AtIx) TO AttCodeOut SubjCodeWk.
            PERFORM FindSubjPara.
            MOVE SPACES TO AttNameOut.
            IF SbHit NOT = 0
                MOVE SbSubjName (SbHit) TO AttNameOut.
            MOVE AttHeld (AtIx) TO AttHeldOut.
            MOVE AttPresent (AtIx) TO AttPresOut.
            MOVE 0 TO AttPctOut.
            IF AttHeld (AtIx) > 0
                COMPUTE AttPctOut ROUNDED =
                    AttPresent (AtIx) * 100 / AttHeld (AtIx).
            WRITE RecOut FROM AttLine.
      * Internal and external marks for the latest semester graded,
      * every attempt shown so a cleared supplementary is visible.
        PrintMarksPara.
            WRITE RecOut FROM DashRec.
            MOVE "RESULTS -" TO SectNameOut.
            MOVE ResultSem TO SectSemOut.
            WRITE RecOut FROM SectHead.
            MOVE 0 TO LineCount.
            IF ResultSem NOT = 0
                WRITE RecOut FROM MarkHead
                OPEN INPUT GradeExtFile
                IF GradeExtStatus = "00"
                    PERFORM ReadGradePara
                    PERFORM PrintMarkLinePara UNTIL GradeEOF = "Y"
                    CLOSE GradeExtFile
                    MOVE "N" TO GradeEOF.
            IF LineCount = 0
                MOVE "No results declared yet." TO NoneOut
                WRITE RecOut FROM NoneLine.
        PrintMarkLinePara.
            IF TrPrnNo = EPrnNo AND TrSemester = ResultSem
                PERFORM WriteMarkLinePara.
            PERFORM ReadGradePara.
        WriteMarkLinePara.
            MOVE TrSubjectCode TO MkCodeOut SubjCodeWk.
            PERFORM FindSubjPara.
            MOVE SPACES TO MkNameOut.
            IF SbHit NOT = 0
                MOVE SbSubjName (SbHit) TO MkNameOut.
            MOVE TrIntMark TO MkIntOut.
            MOVE TrExtMark TO MkExtOut.
            MOVE TrTotalMark TO MkTotOut.
            MOVE TrGrade TO MkGradeOut.
            MOVE SPACES TO MkSuppOut.
            IF TrAttempt = "S"
                MOVE "(SUPP)" TO MkSuppOut.
            WRITE RecOut FROM MarkLine.
            ADD 1 TO LineCount.
      * A backlog stays on Backlog.dat until the supplementary result
      * clears it, so every distinct subject still there is pending.
        PrintBacklogPara.
            MOVE 0 TO BlCount.
            OPEN INPUT BacklogFile.
            IF BacklogStatus = "00"
                PERFORM ReadBacklogPara
                PERFORM TallyBacklogPara UNTIL BacklogEOF = "Y"
                CLOSE BacklogFile
                MOVE "N" TO BacklogEOF.
            WRITE RecOut FROM DashRec.
            MOVE BlCount TO BlCountOut.
            WRITE RecOut FROM BacklogHead.
            MOVE 0 TO BlIx.
            PERFORM PrintBacklogLinePara UNTIL BlIx NOT < BlCount.
        ReadBacklogPara.
            READ BacklogFile AT END MOVE "Y" TO BacklogEOF.
        TallyBacklogPara.
            IF BkPrnNo = EPrnNo
                MOVE 0 TO BlHit
                MOVE 0 TO BlIx
                PERFORM ScanBacklogTabPara UNTIL BlIx NOT < BlCount
                                           OR BlHit NOT = 0
                IF BlHit = 0 AND BlCount < 30
                    ADD 1 TO BlCount
                    MOVE BkSubjectCode TO BlSubjCode (BlCount).
            PERFORM ReadBacklogPara.
        ScanBacklogTabPara.
            ADD 1 TO BlIx.
            IF BlSubjCode (BlIx) = BkSubjectCode
                MOVE BlIx TO BlHit.
        PrintBacklogLinePara.
            ADD 1 TO BlIx.
            MOVE BlSubjCode (BlIx) TO BlCodeOut SubjCodeWk.
            PERFORM FindSubjPara.
            MOVE SPACES TO BlNameOut.
            IF SbHit NOT = 0
                MOVE SbSubjName (SbHit) TO BlNameOut.
            WRITE RecOut FROM BacklogLine.
        PrintFeePara.
            MOVE 0 TO FeeBalance.
            OPEN INPUT FeeLedgerFile.
            IF FeeLedgerStatus = "00"
                PERFORM ReadFeePara
                PERFORM TallyFeePara UNTIL FeeEOF = "Y"
                CLOSE FeeLedgerFile
                MOVE "N" TO FeeEOF.
            WRITE RecOut FROM DashRec.
            MOVE FeeBalance TO FeeBalOut.
            IF FeeBalance > 0
                MOVE "DUES PENDING" TO FeeStatOut
            ELSE
                MOVE "CLEAR" TO FeeStatOut.
            WRITE RecOut FROM FeeLine.
            ADD FeeBalance TO BalanceTotal.
        ReadFeePara.
            READ FeeLedgerFile AT END MOVE "Y" TO FeeEOF.
        TallyFeePara.
            IF FlPrnNo = EPrnNo AND FlApprvFlag = "A"
                IF FlTxnType = "D" OR FlTxnType = "L"
                   OR FlTxnType = "H" OR FlTxnType = "B"
                   OR FlTxnType = "R" OR FlTxnType = "M"
                   OR FlTxnType = "T"
                    ADD FlAmount TO FeeBalance
                ELSE
                    SUBTRACT FlAmount FROM FeeBalance.
            PERFORM ReadFeePara.
        PrintLibraryPara.
            WRITE RecOut FROM DashRec.
            WRITE RecOut FROM LibHead.
            MOVE 0 TO LineCount.
            MOVE 0 TO LnIx.
            PERFORM TestLoanPara UNTIL LnIx NOT < LnCount.
            IF LineCount = 0
                MOVE "No library books overdue." TO NoneOut
                WRITE RecOut FROM NoneLine.
        TestLoanPara.
            ADD 1 TO LnIx.
            IF LntPrnNo (LnIx) = EPrnNo
               AND LntStat (LnIx) = "O"
               AND LntStaff (LnIx) = "N"
               AND LntDueDate (LnIx) < RunDate8
                PERFORM PrintLoanLinePara.
        PrintLoanLinePara.
            MOVE LntDueDate (LnIx) TO CalInDate.
            CALL "Calendar" USING CalLinkRec.
            COMPUTE AgeDueDays = CalYYOut * 360 + CalMMOut * 30
                               + CalDDOut.
            MOVE 0 TO DaysLate.
            IF AgeRunDays > AgeDueDays
                COMPUTE DaysLate = AgeRunDays - AgeDueDays.
            MOVE LntBookId (LnIx) TO LibBookOut.
            MOVE LntDueDate (LnIx) TO LibDueOut.
            MOVE DaysLate TO LibDaysOut.
            WRITE RecOut FROM LibLine.
            ADD 1 TO LineCount.
        LogRunPara.
            OPEN EXTEND RunLogFile.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO RlUserId.
            IF RunLogStatus = "35"
                OPEN OUTPUT RunLogFile.
            MOVE "PARPROG" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE StudCount TO RlRecRead.
            MOVE ReportCount TO RlRecWrit.
            MOVE 0 TO RlReturnCode.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
