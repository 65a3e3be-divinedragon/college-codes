        IDENTIFICATION DIVISION.
        PROGRAM-ID. ExamClashCheck.
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
            SELECT ExamSchdFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ExamSchdStatus.
            SELECT SubjFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SubjStatus.
            SELECT SubjRegFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SubjRegStatus.
            SELECT ReExCandFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ReExCandStatus.
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
        FD ExamSchdFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ExamSchd.dat".
            COPY "EXAMSCHD.CPY".
        FD SubjFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "SubjMast.dat".
            COPY "SUBJMAST.CPY".
        FD SubjRegFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "SubjReg.dat".
            COPY "SUBJREG.CPY".
        FD ReExCandFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ReExCand.dat".
            COPY "REEXCAND.CPY".
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ExamClash.dat".
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
        01  ExamSchdStatus PIC XX VALUE "00".
        01  SubjStatus     PIC XX VALUE "00".
        01  SubjRegStatus  PIC XX VALUE "00".
        01  ReExCandStatus PIC XX VALUE "00".
        01  CompParamStatus PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  StudentEOF     PIC A VALUE "N".
        01  ExamSchdEOF    PIC A VALUE "N".
        01  SubjEOF        PIC A VALUE "N".
        01  SubjRegEOF     PIC A VALUE "N".
        01  ReExCandEOF    PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  SemIn          PIC 99.
        01  StudChecked    PIC 9(6) VALUE 0.
        01  StudClashing   PIC 9(6) VALUE 0.
        01  ClashCount     PIC 9(6) VALUE 0.
        01  UnschedCount   PIC 9(6) VALUE 0.
        01  LinesOut       PIC 9(6) VALUE 0.
        01  StudHasClash   PIC A VALUE "N".
        01  EsIx           PIC 9(3) VALUE 0.
        01  EsHit          PIC 9(3) VALUE 0.
        01  EsCount        PIC 9(3) VALUE 0.
        01  SchdTable.
            05  SchdEntry OCCURS 300 TIMES.
                10  XtSubjCode PIC X(4).
                10  XtExamDate PIC 9(8).
                10  XtSession  PIC A.
                10  XtStatus   PIC A.
        01  CsIx           PIC 9(3) VALUE 0.
        01  CsHit          PIC 9(3) VALUE 0.
        01  CsCount        PIC 9(3) VALUE 0.
        01  CoreTable.
            05  CoreEntry OCCURS 200 TIMES.
                10  CsSubjCode PIC X(4).
                10  CsCourse   PIC A(6).
                10  CsSemester PIC 99.
                10  CsElective PIC A.
        01  RgIx           PIC 9(4) VALUE 0.
        01  RgHit          PIC 9(4) VALUE 0.
        01  RgCount        PIC 9(4) VALUE 0.
        01  RegTable.
            05  RegEntry OCCURS 2000 TIMES.
                10  RgPrnNo    PIC 9(9).
                10  RgSubjCode PIC X(4).
                10  RgStatus   PIC A.
        01  RcIx           PIC 9(4) VALUE 0.
        01  RcCount        PIC 9(4) VALUE 0.
        01  ReExTable.
            05  ReExEntry OCCURS 2000 TIMES.
                10  RxPrnNo    PIC 9(9).
                10  RxSubjCode PIC X(4).
        01  CdIx           PIC 99 VALUE 0.
        01  CdIx2          PIC 99 VALUE 0.
        01  CdHit          PIC 99 VALUE 0.
        01  CdCount        PIC 99 VALUE 0.
        01  CandTable.
            05  CandEntry OCCURS 30 TIMES.
                10  CdSubjCode PIC X(4).
                10  CdType     PIC A.
                10  CdExamDate PIC 9(8).
                10  CdSession  PIC A.
        01  AddSubjWk      PIC X(4).
        01  AddTypeWk      PIC A.
        COPY "CTLTOT.CPY".
        01  Heading1.
            05  F          PIC X(30) VALUE SPACES.
            05  CompanyNameOut PIC X(20) VALUE "XYZ BANK LTD.".
        01  Heading2.
            05  F          PIC X(10) VALUE SPACES.
            05  F          PIC X(32) VALUE
                "EXAMINATION CLASH CHECK  Sem :".
            05  SemOut     PIC Z9.
            05  F          PIC X(8) VALUE " Date : ".
            05  RunDateOut PIC 9(8).
        01  LineRec        PIC X(80) VALUE ALL "-".
        01  RecHead.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(11) VALUE "Prn No".
            05  F          PIC X(22) VALUE "Name".
            05  F          PIC X(9) VALUE "Paper".
            05  F          PIC X(9) VALUE "Paper".
            05  F          PIC X(10) VALUE "Date".
            05  F          PIC X(9) VALUE "Session".
        01  ClashLine.
            05  F          PIC X(2) VALUE SPACES.
            05  ClPrnOut   PIC 9(9).
            05  F          PIC X(2) VALUE SPACES.
            05  ClNameOut  PIC X(20).
            05  F          PIC X(2) VALUE SPACES.
            05  ClSubj1Out PIC X(4).
            05  F          PIC X(1) VALUE "/".
            05  ClType1Out PIC X(3).
            05  F          PIC X(1) VALUE SPACES.
            05  ClSubj2Out PIC X(4).
            05  F          PIC X(1) VALUE "/".
            05  ClType2Out PIC X(3).
            05  F          PIC X(1) VALUE SPACES.
            05  ClDateOut  PIC 9(8).
            05  F          PIC X(2) VALUE SPACES.
            05  ClSessOut  PIC X(9).
        01  UnschedLine.
            05  F          PIC X(2) VALUE SPACES.
            05  UsPrnOut   PIC 9(9).
            05  F          PIC X(2) VALUE SPACES.
            05  UsNameOut  PIC X(20).
            05  F          PIC X(2) VALUE SPACES.
            05  UsSubjOut  PIC X(4).
            05  F          PIC X(1) VALUE "/".
            05  UsTypeOut  PIC X(3).
            05  F          PIC X(22) VALUE
                " ** PAPER NOT ON SCHED".
        01  TotLine1.
            05  F          PIC X(11) VALUE SPACES.
            05  F          PIC X(26) VALUE "Students Checked       : ".
            05  TlCheckOut PIC Z(5)9.
        01  TotLine2.
            05  F          PIC X(11) VALUE SPACES.
            05  F          PIC X(26) VALUE "Students With A Clash  : ".
            05  TlStudOut  PIC Z(5)9.
        01  TotLine3.
            05  F          PIC X(11) VALUE SPACES.
            05  F          PIC X(26) VALUE "Clashing Paper Pairs   : ".
            05  TlClashOut PIC Z(5)9.
        01  TotLine4.
            05  F          PIC X(11) VALUE SPACES.
            05  F          PIC X(26) VALUE "Papers Not Scheduled   : ".
            05  TlUnsOut   PIC Z(5)9.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            DISPLAY (3, 10) "Clash Check For Semester (1-8) :- ".
            ACCEPT SemIn.
            IF SemIn < 1 OR SemIn > 8
                DISPLAY (5, 10) "Semester Must Be 1-8. Run Refused."
                GOBACK.
            OPEN INPUT StudentExtFile.
            IF StudentExtStatus NOT = "00"
                DISPLAY "StudentExt.dat Not Found. Run Aborted."
                GOBACK.
            PERFORM ReadCompParamPara.
            PERFORM LoadSchdPara.
            PERFORM LoadSubjMastPara.
            PERFORM LoadSubjRegPara.
            PERFORM LoadReExPara.
            OPEN OUTPUT FileOut.
            MOVE SemIn TO SemOut.
            MOVE RunDate8 TO RunDateOut.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM Heading2.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM RecHead.
            WRITE RecOut FROM LineRec.
            PERFORM ReadStudentPara.
            PERFORM CheckStudentPara UNTIL StudentEOF = "Y".
            CLOSE StudentExtFile.
            WRITE RecOut FROM LineRec.
            MOVE StudChecked TO TlCheckOut.
            MOVE StudClashing TO TlStudOut.
            MOVE ClashCount TO TlClashOut.
            MOVE UnschedCount TO TlUnsOut.
            WRITE RecOut FROM TotLine1.
            WRITE RecOut FROM TotLine2.
            WRITE RecOut FROM TotLine3.
            WRITE RecOut FROM TotLine4.
            MOVE LinesOut TO CtRecsOut.
            MOVE ClashCount TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE FileOut.
            PERFORM LogRunPara.
            DISPLAY (5, 10) "Clashing Paper Pairs :- " ClashCount.
            GOBACK.
        ReadCompParamPara.
            OPEN INPUT CompParamFile.
            IF CompParamStatus = "00"
                READ CompParamFile
                MOVE CpCompanyName TO CompanyNameOut
                CLOSE CompParamFile.
        LoadSchdPara.
            MOVE 0 TO EsCount.
            OPEN INPUT ExamSchdFile.
            IF ExamSchdStatus = "00"
                PERFORM ReadSchdPara
                PERFORM LoadOneSchdPara UNTIL ExamSchdEOF = "Y"
                CLOSE ExamSchdFile.
        ReadSchdPara.
            READ ExamSchdFile AT END MOVE "Y" TO ExamSchdEOF.
        LoadOneSchdPara.
            MOVE EsSubjCode TO AddSubjWk.
            PERFORM FindSchdPara.
            IF EsHit = 0 AND EsCount < 300
                ADD 1 TO EsCount
                MOVE EsCount TO EsHit
                MOVE EsSubjCode TO XtSubjCode (EsHit).
            IF EsHit NOT = 0
                MOVE EsExamDate TO XtExamDate (EsHit)
                MOVE EsSession TO XtSession (EsHit)
                MOVE EsStatus TO XtStatus (EsHit).
            PERFORM ReadSchdPara.
        FindSchdPara.
            MOVE 0 TO EsHit.
            MOVE 0 TO EsIx.
            PERFORM ScanSchdTabPara UNTIL EsIx NOT < EsCount
                                    OR EsHit NOT = 0.
        ScanSchdTabPara.
            ADD 1 TO EsIx.
            IF XtSubjCode (EsIx) = AddSubjWk
                MOVE EsIx TO EsHit.
        LoadSubjMastPara.
            MOVE 0 TO CsCount.
            OPEN INPUT SubjFile.
            IF SubjStatus = "00"
                PERFORM ReadSubjMastPara
                PERFORM LoadOneSubjPara UNTIL SubjEOF = "Y"
                CLOSE SubjFile.
        ReadSubjMastPara.
            READ SubjFile AT END MOVE "Y" TO SubjEOF.
        LoadOneSubjPara.
            MOVE 0 TO CsHit.
            MOVE 0 TO CsIx.
            PERFORM ScanCoreTabPara UNTIL CsIx NOT < CsCount
                                    OR CsHit NOT = 0.
            IF CsHit = 0 AND CsCount < 200
                ADD 1 TO CsCount
                MOVE CsCount TO CsHit.
            IF CsHit NOT = 0
                MOVE SmSubjCode TO CsSubjCode (CsHit)
                MOVE SmCourse TO CsCourse (CsHit)
                MOVE SmElective TO CsElective (CsHit)
                IF SmSemester NUMERIC
                    MOVE SmSemester TO CsSemester (CsHit)
                ELSE
                    MOVE 0 TO CsSemester (CsHit).
            PERFORM ReadSubjMastPara.
        ScanCoreTabPara.
            ADD 1 TO CsIx.
            IF CsSubjCode (CsIx) = SmSubjCode
                MOVE CsIx TO CsHit.
        LoadSubjRegPara.
            MOVE 0 TO RgCount.
            OPEN INPUT SubjRegFile.
            IF SubjRegStatus = "00"
                PERFORM ReadSubjRegPara
                PERFORM LoadOneRegPara UNTIL SubjRegEOF = "Y"
                CLOSE SubjRegFile.
        ReadSubjRegPara.
            READ SubjRegFile AT END MOVE "Y" TO SubjRegEOF.
        LoadOneRegPara.
            IF SrSemester = SemIn
                MOVE 0 TO RgHit
                MOVE 0 TO RgIx
                PERFORM ScanRegTabPara UNTIL RgIx NOT < RgCount
                                       OR RgHit NOT = 0
                IF RgHit = 0 AND RgCount < 2000
                    ADD 1 TO RgCount
                    MOVE RgCount TO RgHit
                    MOVE SrPrnNo TO RgPrnNo (RgHit)
                    MOVE SrSubjCode TO RgSubjCode (RgHit)
                END-IF
                IF RgHit NOT = 0
                    MOVE SrStatus TO RgStatus (RgHit)
                END-IF.
            PERFORM ReadSubjRegPara.
        ScanRegTabPara.
            ADD 1 TO RgIx.
            IF RgPrnNo (RgIx) = SrPrnNo
               AND RgSubjCode (RgIx) = SrSubjCode
                MOVE RgIx TO RgHit.
        LoadReExPara.
            MOVE 0 TO RcCount.
            OPEN INPUT ReExCandFile.
            IF ReExCandStatus = "00"
                PERFORM ReadReExPara
                PERFORM LoadOneReExPara UNTIL ReExCandEOF = "Y"
                CLOSE ReExCandFile.
        ReadReExPara.
            READ ReExCandFile AT END MOVE "Y" TO ReExCandEOF.
        LoadOneReExPara.
            IF RcCount < 2000
                ADD 1 TO RcCount
                MOVE RcPrnNo TO RxPrnNo (RcCount)
                MOVE RcSubjCode TO RxSubjCode (RcCount).
            PERFORM ReadReExPara.
        ReadStudentPara.
            READ StudentExtFile AT END MOVE "Y" TO StudentEOF.
      * A student's papers are the core subjects of their course for
      * the semester, the electives they were allotted, and any
      * backlog subjects they are eligible to re-sit. Two papers on
      * the same date and session are a clash.
        CheckStudentPara.
            IF EStatus = "A"
                PERFORM CheckOneStudPara.
            PERFORM ReadStudentPara.
        CheckOneStudPara.
            MOVE 0 TO CdCount.
            MOVE 0 TO CsIx.
            PERFORM AddCorePara UNTIL CsIx NOT < CsCount.
            MOVE 0 TO RgIx.
            PERFORM AddElectPara UNTIL RgIx NOT < RgCount.
            MOVE 0 TO RcIx.
            PERFORM AddReExPara UNTIL RcIx NOT < RcCount.
            IF CdCount > 0
                ADD 1 TO StudChecked
                MOVE "N" TO StudHasClash
                MOVE 0 TO CdIx
                PERFORM ComparePapersPara UNTIL CdIx NOT < CdCount
                IF StudHasClash = "Y"
                    ADD 1 TO StudClashing.
        AddCorePara.
            ADD 1 TO CsIx.
            IF CsCourse (CsIx) = ECourse
               AND CsSemester (CsIx) = SemIn
               AND CsElective (CsIx) NOT = "Y"
                MOVE CsSubjCode (CsIx) TO AddSubjWk
                MOVE "R" TO AddTypeWk
                PERFORM AddCandPara.
        AddElectPara.
            ADD 1 TO RgIx.
            IF RgPrnNo (RgIx) = EPrnNo AND RgStatus (RgIx) = "A"
                MOVE RgSubjCode (RgIx) TO AddSubjWk
                MOVE "R" TO AddTypeWk
                PERFORM AddCandPara.
        AddReExPara.
            ADD 1 TO RcIx.
            IF RxPrnNo (RcIx) = EPrnNo
                MOVE RxSubjCode (RcIx) TO AddSubjWk
                MOVE "S" TO AddTypeWk
                PERFORM AddCandPara.
        AddCandPara.
            MOVE 0 TO CdHit.
            MOVE 0 TO CdIx.
            PERFORM ScanCandPara UNTIL CdIx NOT < CdCount
                                 OR CdHit NOT = 0.
            IF CdHit = 0 AND CdCount < 30
                ADD 1 TO CdCount
                MOVE AddSubjWk TO CdSubjCode (CdCount)
                MOVE AddTypeWk TO CdType (CdCount)
                PERFORM SetCandSchdPara.
        SetCandSchdPara.
            MOVE 0 TO CdExamDate (CdCount).
            MOVE SPACE TO CdSession (CdCount).
            PERFORM FindSchdPara.
            IF EsHit NOT = 0
                IF XtStatus (EsHit) = "A"
                    MOVE XtExamDate (EsHit) TO CdExamDate (CdCount)
                    MOVE XtSession (EsHit) TO CdSession (CdCount).
            IF CdExamDate (CdCount) = 0
                PERFORM PrintUnschedPara.
        ScanCandPara.
            ADD 1 TO CdIx.
            IF CdSubjCode (CdIx) = AddSubjWk
                MOVE CdIx TO CdHit.
        PrintUnschedPara.
            ADD 1 TO UnschedCount.
            MOVE EPrnNo TO UsPrnOut.
            MOVE EName TO UsNameOut.
            MOVE AddSubjWk TO UsSubjOut.
            IF AddTypeWk = "S"
                MOVE "SUP" TO UsTypeOut
            ELSE
                MOVE "REG" TO UsTypeOut.
            WRITE RecOut FROM UnschedLine.
            ADD 1 TO LinesOut.
        ComparePapersPara.
            ADD 1 TO CdIx.
            MOVE CdIx TO CdIx2.
            PERFORM CompareOnePara UNTIL CdIx2 NOT < CdCount.
        CompareOnePara.
            ADD 1 TO CdIx2.
            IF CdExamDate (CdIx) NOT = 0
               AND CdExamDate (CdIx) = CdExamDate (CdIx2)
               AND CdSession (CdIx) = CdSession (CdIx2)
                PERFORM PrintClashPara.
        PrintClashPara.
            ADD 1 TO ClashCount.
            MOVE "Y" TO StudHasClash.
            MOVE EPrnNo TO ClPrnOut.
            MOVE EName TO ClNameOut.
            MOVE CdSubjCode (CdIx) TO ClSubj1Out.
            MOVE CdSubjCode (CdIx2) TO ClSubj2Out.
            IF CdType (CdIx) = "S"
                MOVE "SUP" TO ClType1Out
            ELSE
                MOVE "REG" TO ClType1Out.
            IF CdType (CdIx2) = "S"
                MOVE "SUP" TO ClType2Out
            ELSE
                MOVE "REG" TO ClType2Out.
            MOVE CdExamDate (CdIx) TO ClDateOut.
            IF CdSession (CdIx) = "M"
                MOVE "MORNING" TO ClSessOut
            ELSE
                MOVE "AFTERNOON" TO ClSessOut.
            WRITE RecOut FROM ClashLine.
            ADD 1 TO LinesOut.
        LogRunPara.
            OPEN EXTEND RunLogFile.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO RlUserId.
            IF RunLogStatus = "35"
                OPEN OUTPUT RunLogFile.
            MOVE "EXCLASH" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE StudChecked TO RlRecRead.
            MOVE LinesOut TO RlRecWrit.
            IF ClashCount > 0
                MOVE 4 TO RlReturnCode
            ELSE
                MOVE 0 TO RlReturnCode.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
