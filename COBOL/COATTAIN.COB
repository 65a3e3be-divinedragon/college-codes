        IDENTIFICATION DIVISION.
        PROGRAM-ID. CoAttainmentRun.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT GradeExtFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GradeStatus.
            SELECT SubjFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SubjStatus.
            SELECT CoTargetFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CoTargetStatus.
            SELECT CompParamFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CompParamStatus.
            SELECT FileOut ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RunLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RunLogStatus.

        DATA DIVISION.
        FILE SECTION.
        FD GradeExtFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "GradeExt.dat".
            COPY "TRANSCPT.CPY".
        FD SubjFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "SubjMast.dat".
            COPY "SUBJMAST.CPY".
        FD CoTargetFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CoTarget.dat".
            COPY "COTARGET.CPY".
        FD CompParamFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CompParam.dat".
            COPY "PARAM.CPY".
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CoAttain.dat".
        01  RecOut             PIC X(80).
        FD RunLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RunLog.dat".
            COPY "RUNLOG.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  GradeStatus    PIC XX VALUE "00".
        01  SubjStatus     PIC XX VALUE "00".
        01  CoTargetStatus PIC XX VALUE "00".
        01  CompParamStatus PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  GradeEOF       PIC A VALUE "N".
        01  SubjEOF        PIC A VALUE "N".
        01  CoTargetEOF    PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  SemIn          PIC 99 VALUE 0.
        01  SubjWk         PIC X(4) VALUE SPACES.
        01  SjIx           PIC 9(3) VALUE 0.
        01  SjHit          PIC 9(3) VALUE 0.
        01  SjCount        PIC 9(3) VALUE 0.
        01  SjTable.
            05  SjEntry OCCURS 300 TIMES.
                10  SjtCode     PIC X(4).
                10  SjtName     PIC X(20).
                10  SjtIntMax   PIC 9(3).
                10  SjtExtMax   PIC 9(3).
                10  SjtHasTgt   PIC A.
                10  SjtDept     PIC X(4).
                10  SjtThresh   PIC 999.
                10  SjtLevel1   PIC 999.
                10  SjtLevel2   PIC 999.
                10  SjtLevel3   PIC 999.
                10  SjtWeight   PIC 999.
                10  SjtTgt      PIC 9V99.
                10  SjtCount    PIC 9(4).
                10  SjtIntReach PIC 9(4).
                10  SjtExtReach PIC 9(4).
        01  DpIx           PIC 9(2) VALUE 0.
        01  DpHit          PIC 9(2) VALUE 0.
        01  DpCount        PIC 9(2) VALUE 0.
        01  DpTable.
            05  DpEntry OCCURS 50 TIMES.
                10  DptCode     PIC X(4).
                10  DptSubjects PIC 9(3).
                10  DptSum      PIC 9(5)V99.
                10  DptMet      PIC 9(3).
        01  IntMaxWk       PIC 9(3) VALUE 30.
        01  ExtMaxWk       PIC 9(3) VALUE 70.
        01  CutMarkWk      PIC 9(3)V99 VALUE 0.
        01  ReachPct       PIC 9(3)V9 VALUE 0.
        01  IntPct         PIC 9(3)V9 VALUE 0.
        01  ExtPct         PIC 9(3)V9 VALUE 0.
        01  LevelWk        PIC 9 VALUE 0.
        01  IntLevel       PIC 9 VALUE 0.
        01  ExtLevel       PIC 9 VALUE 0.
        01  DirectWk       PIC 9V99 VALUE 0.
        01  AvgWk          PIC 9V99 VALUE 0.
        01  ReadCount      PIC 9(6) VALUE 0.
        01  AssessCount    PIC 9(4) VALUE 0.
        01  NoTgtCount     PIC 9(4) VALUE 0.
        01  MetCount       PIC 9(4) VALUE 0.
        01  AttainTotal    PIC 9(7)V99 VALUE 0.
        COPY "CTLTOT.CPY".
        01  Heading0.
            05  F          PIC X(30) VALUE SPACES.
            05  CompanyNameOut PIC X(20) VALUE "XYZ BANK LTD.".
        01  Heading1.
            05  F          PIC X(14) VALUE SPACES.
            05  F          PIC X(34) VALUE
                "COURSE OUTCOME DIRECT ATTAINMENT".
            05  F          PIC X(11) VALUE "Semester : ".
            05  HdSemOut   PIC Z9.
        01  LineRec        PIC X(80) VALUE ALL "-".
        01  DeptHeadRec.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(13) VALUE "Department : ".
            05  DhDeptOut  PIC X(4).
        01  ColHead.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(24) VALUE "Subj  Name".
            05  F          PIC X(6) VALUE " Cands".
            05  F          PIC X(10) VALUE "  Int% Lv".
            05  F          PIC X(10) VALUE "  Ext% Lv".
            05  F          PIC X(12) VALUE "  Attn  Tgt".
            05  F          PIC X(7) VALUE "  Note".
        01  DetailRec.
            05  F          PIC X(3) VALUE SPACES.
            05  SubjOut    PIC X(4).
            05  F          PIC X(2) VALUE SPACES.
            05  NameOut    PIC X(16).
            05  F          PIC X(2) VALUE SPACES.
            05  CandOut    PIC ZZZ9.
            05  F          PIC X(2) VALUE SPACES.
            05  IntPctOut  PIC ZZ9.9.
            05  F          PIC X(1) VALUE SPACES.
            05  IntLvlOut  PIC 9.
            05  F          PIC X(2) VALUE SPACES.
            05  ExtPctOut  PIC ZZ9.9.
            05  F          PIC X(1) VALUE SPACES.
            05  ExtLvlOut  PIC 9.
            05  F          PIC X(3) VALUE SPACES.
            05  AttnOut    PIC 9.99.
            05  F          PIC X(1) VALUE SPACES.
            05  TgtOut     PIC 9.99.
            05  F          PIC X(2) VALUE SPACES.
            05  NoteOut    PIC X(7).
        01  NoTgtHead.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(47) VALUE
                "Subjects Graded With No Target On CoTarget.dat".
        01  NoTgtRec.
            05  F          PIC X(3) VALUE SPACES.
            05  NtSubjOut  PIC X(4).
            05  F          PIC X(2) VALUE SPACES.
            05  NtNameOut  PIC X(20).
            05  F          PIC X(2) VALUE SPACES.
            05  NtCandOut  PIC ZZZ9.
        01  SumHead.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(30) VALUE "DEPARTMENT SUMMARY".
        01  SumColHead.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(8) VALUE "Dept".
            05  F          PIC X(10) VALUE "Subjects".
            05  F          PIC X(12) VALUE "Avg Attn".
            05  F          PIC X(10) VALUE "Met".
            05  F          PIC X(10) VALUE "Not Met".
        01  SumRec.
            05  F          PIC X(3) VALUE SPACES.
            05  SmDeptOut  PIC X(4).
            05  F          PIC X(6) VALUE SPACES.
            05  SmSubjOut  PIC ZZ9.
            05  F          PIC X(7) VALUE SPACES.
            05  SmAvgOut   PIC 9.99.
            05  F          PIC X(6) VALUE SPACES.
            05  SmMetOut   PIC ZZ9.
            05  F          PIC X(7) VALUE SPACES.
            05  SmNotOut   PIC ZZ9.

        PROCEDURE DIVISION.
      * Direct attainment per subject: for each component, the share
      * of regular-attempt candidates scoring at least the threshold
      * percent of that component's maximum gives a level 0-3 from
      * the subject's cut-offs; the two levels are weighted into the
      * subject's attainment and set against its target level.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            DISPLAY (3, 10) "Semester (1-8) :- ".
            ACCEPT SemIn.
            IF SemIn < 1 OR SemIn > 8
                DISPLAY (5, 10) "Invalid Semester. Run Aborted."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            PERFORM ReadCompParamPara.
            PERFORM LoadSubjPara.
            PERFORM LoadTargetPara.
            OPEN INPUT GradeExtFile.
            IF GradeStatus NOT = "00"
                DISPLAY (5, 10) "GradeExt.dat Not Found. Run Aborted."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            PERFORM ReadGradePara.
            PERFORM TallyPara UNTIL GradeEOF = "Y".
            CLOSE GradeExtFile.
            PERFORM BuildDeptPara.
            OPEN OUTPUT FileOut.
            MOVE SemIn TO HdSemOut.
            WRITE RecOut FROM Heading0.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO DpIx.
            PERFORM DeptReportPara UNTIL DpIx NOT < DpCount.
            PERFORM NoTargetPara.
            PERFORM SummaryPara.
            MOVE AssessCount TO CtRecsOut.
            MOVE AttainTotal TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE FileOut.
            DISPLAY (5, 10) "Subjects Assessed :- " AssessCount.
            DISPLAY (6, 10) "Graded, No Target :- " NoTgtCount.
            IF NoTgtCount > 0
                MOVE 4 TO RlReturnCode
            ELSE
                MOVE 0 TO RlReturnCode.
            PERFORM LogRunPara.
            MOVE RlReturnCode TO RETURN-CODE.
            GOBACK.
        ReadCompParamPara.
            OPEN INPUT CompParamFile.
            IF CompParamStatus = "00"
                READ CompParamFile
                MOVE CpCompanyName TO CompanyNameOut
                CLOSE CompParamFile.
        LoadSubjPara.
            OPEN INPUT SubjFile.
            IF SubjStatus = "00"
                PERFORM ReadSubjPara
                PERFORM LoadOneSubjPara UNTIL SubjEOF = "Y"
                CLOSE SubjFile.
        ReadSubjPara.
            READ SubjFile AT END MOVE "Y" TO SubjEOF.
        LoadOneSubjPara.
            MOVE SmSubjCode TO SubjWk.
            PERFORM FindSubjTabPara.
            IF SjHit = 0 AND SjCount < 300
                ADD 1 TO SjCount
                MOVE SjCount TO SjHit
                MOVE SmSubjCode TO SjtCode (SjHit)
                MOVE "N" TO SjtHasTgt (SjHit)
                MOVE 0 TO SjtCount (SjHit)
                MOVE 0 TO SjtIntReach (SjHit)
                MOVE 0 TO SjtExtReach (SjHit).
            IF SjHit NOT = 0
                MOVE SmSubjName TO SjtName (SjHit)
                MOVE SmIntMax TO SjtIntMax (SjHit)
                MOVE SmExtMax TO SjtExtMax (SjHit).
            PERFORM ReadSubjPara.
        FindSubjTabPara.
            MOVE 0 TO SjHit.
            MOVE 0 TO SjIx.
            PERFORM ScanSubjTabPara UNTIL SjIx NOT < SjCount
                                    OR SjHit NOT = 0.
        ScanSubjTabPara.
            ADD 1 TO SjIx.
            IF SjtCode (SjIx) = SubjWk
                MOVE SjIx TO SjHit.
        LoadTargetPara.
            OPEN INPUT CoTargetFile.
            IF CoTargetStatus = "00"
                PERFORM ReadTargetPara
                PERFORM LoadOneTargetPara UNTIL CoTargetEOF = "Y"
                CLOSE CoTargetFile.
        ReadTargetPara.
            READ CoTargetFile AT END MOVE "Y" TO CoTargetEOF.
        LoadOneTargetPara.
            MOVE CtSubjCode TO SubjWk.
            PERFORM FindSubjTabPara.
            IF SjHit NOT = 0
                MOVE "Y" TO SjtHasTgt (SjHit)
                MOVE CtDept TO SjtDept (SjHit)
                MOVE CtThreshPct TO SjtThresh (SjHit)
                MOVE CtLevel1Pct TO SjtLevel1 (SjHit)
                MOVE CtLevel2Pct TO SjtLevel2 (SjHit)
                MOVE CtLevel3Pct TO SjtLevel3 (SjHit)
                MOVE CtIntWeight TO SjtWeight (SjHit)
                MOVE CtTgtLevel TO SjtTgt (SjHit).
            PERFORM ReadTargetPara.
        ReadGradePara.
            READ GradeExtFile AT END MOVE "Y" TO GradeEOF.
      * Supplementary attempts are left out; rows from before the
      * component split carry spaces in the marks and cannot count.
        TallyPara.
            ADD 1 TO ReadCount.
            IF TrSemester = SemIn AND TrAttempt NOT = "S"
               AND TrIntMark NUMERIC AND TrExtMark NUMERIC
                MOVE TrSubjectCode TO SubjWk
                PERFORM FindSubjTabPara
                IF SjHit NOT = 0
                    PERFORM TallyOnePara.
            PERFORM ReadGradePara.
        TallyOnePara.
            ADD 1 TO SjtCount (SjHit).
            IF SjtHasTgt (SjHit) = "Y"
                PERFORM SetMaximaPara
                COMPUTE CutMarkWk = IntMaxWk * SjtThresh (SjHit) / 100
                IF TrIntMark NOT < CutMarkWk
                    ADD 1 TO SjtIntReach (SjHit)
                END-IF
                COMPUTE CutMarkWk = ExtMaxWk * SjtThresh (SjHit) / 100
                IF TrExtMark NOT < CutMarkWk
                    ADD 1 TO SjtExtReach (SjHit).
        SetMaximaPara.
            IF SjtIntMax (SjHit) > 0 AND SjtExtMax (SjHit) > 0
                MOVE SjtIntMax (SjHit) TO IntMaxWk
                MOVE SjtExtMax (SjHit) TO ExtMaxWk
            ELSE
                MOVE 30 TO IntMaxWk
                MOVE 70 TO ExtMaxWk.
      * Departments are listed in the order their first subject
      * appears on the subject master.
        BuildDeptPara.
            MOVE 0 TO SjIx.
            PERFORM BuildOneDeptPara UNTIL SjIx NOT < SjCount.
        BuildOneDeptPara.
            ADD 1 TO SjIx.
            IF SjtCount (SjIx) > 0 AND SjtHasTgt (SjIx) = "Y"
                PERFORM FindDeptPara
                IF DpHit = 0 AND DpCount < 50
                    ADD 1 TO DpCount
                    MOVE DpCount TO DpHit
                    MOVE SjtDept (SjIx) TO DptCode (DpHit)
                    MOVE 0 TO DptSubjects (DpHit)
                    MOVE 0 TO DptSum (DpHit)
                    MOVE 0 TO DptMet (DpHit).
        FindDeptPara.
            MOVE 0 TO DpHit.
            MOVE 0 TO DpIx.
            PERFORM ScanDeptPara UNTIL DpIx NOT < DpCount
                                 OR DpHit NOT = 0.
        ScanDeptPara.
            ADD 1 TO DpIx.
            IF DptCode (DpIx) = SjtDept (SjIx)
                MOVE DpIx TO DpHit.
        DeptReportPara.
            ADD 1 TO DpIx.
            MOVE DptCode (DpIx) TO DhDeptOut.
            WRITE RecOut FROM DeptHeadRec.
            WRITE RecOut FROM ColHead.
            MOVE 0 TO SjIx.
            PERFORM SubjReportPara UNTIL SjIx NOT < SjCount.
            WRITE RecOut FROM LineRec.
        SubjReportPara.
            ADD 1 TO SjIx.
            IF SjtCount (SjIx) > 0 AND SjtHasTgt (SjIx) = "Y"
               AND SjtDept (SjIx) = DptCode (DpIx)
                PERFORM AttainPara.
        AttainPara.
            COMPUTE IntPct ROUNDED =
                SjtIntReach (SjIx) * 100 / SjtCount (SjIx).
            MOVE IntPct TO ReachPct.
            PERFORM LevelPara.
            MOVE LevelWk TO IntLevel.
            COMPUTE ExtPct ROUNDED =
                SjtExtReach (SjIx) * 100 / SjtCount (SjIx).
            MOVE ExtPct TO ReachPct.
            PERFORM LevelPara.
            MOVE LevelWk TO ExtLevel.
            COMPUTE DirectWk ROUNDED =
                (IntLevel * SjtWeight (SjIx)
                 + ExtLevel * (100 - SjtWeight (SjIx))) / 100.
            MOVE SjtCode (SjIx) TO SubjOut.
            MOVE SjtName (SjIx) TO NameOut.
            MOVE SjtCount (SjIx) TO CandOut.
            MOVE IntPct TO IntPctOut.
            MOVE IntLevel TO IntLvlOut.
            MOVE ExtPct TO ExtPctOut.
            MOVE ExtLevel TO ExtLvlOut.
            MOVE DirectWk TO AttnOut.
            MOVE SjtTgt (SjIx) TO TgtOut.
            ADD 1 TO DptSubjects (DpIx).
            ADD DirectWk TO DptSum (DpIx).
            ADD 1 TO AssessCount.
            ADD DirectWk TO AttainTotal.
            IF DirectWk NOT < SjtTgt (SjIx)
                MOVE "MET" TO NoteOut
                ADD 1 TO DptMet (DpIx)
                ADD 1 TO MetCount
            ELSE
                MOVE "NOT MET" TO NoteOut.
            WRITE RecOut FROM DetailRec.
        LevelPara.
            IF ReachPct NOT < SjtLevel3 (SjIx)
                MOVE 3 TO LevelWk
            ELSE IF ReachPct NOT < SjtLevel2 (SjIx)
                MOVE 2 TO LevelWk
            ELSE IF ReachPct NOT < SjtLevel1 (SjIx)
                MOVE 1 TO LevelWk
            ELSE
                MOVE 0 TO LevelWk.
        NoTargetPara.
            WRITE RecOut FROM NoTgtHead.
            MOVE 0 TO SjIx.
            PERFORM NoTargetOnePara UNTIL SjIx NOT < SjCount.
            WRITE RecOut FROM LineRec.
        NoTargetOnePara.
            ADD 1 TO SjIx.
            IF SjtCount (SjIx) > 0 AND SjtHasTgt (SjIx) = "N"
                MOVE SjtCode (SjIx) TO NtSubjOut
                MOVE SjtName (SjIx) TO NtNameOut
                MOVE SjtCount (SjIx) TO NtCandOut
                WRITE RecOut FROM NoTgtRec
                ADD 1 TO NoTgtCount.
        SummaryPara.
            WRITE RecOut FROM SumHead.
            WRITE RecOut FROM SumColHead.
            MOVE 0 TO DpIx.
            PERFORM SummaryOnePara UNTIL DpIx NOT < DpCount.
            WRITE RecOut FROM LineRec.
        SummaryOnePara.
            ADD 1 TO DpIx.
            MOVE DptCode (DpIx) TO SmDeptOut.
            MOVE DptSubjects (DpIx) TO SmSubjOut.
            MOVE 0 TO AvgWk.
            IF DptSubjects (DpIx) > 0
                COMPUTE AvgWk ROUNDED =
                    DptSum (DpIx) / DptSubjects (DpIx).
            MOVE AvgWk TO SmAvgOut.
            MOVE DptMet (DpIx) TO SmMetOut.
            COMPUTE SmNotOut = DptSubjects (DpIx) - DptMet (DpIx).
            WRITE RecOut FROM SumRec.
        LogRunPara.
            OPEN EXTEND RunLogFile.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO RlUserId.
            IF RunLogStatus = "35"
                OPEN OUTPUT RunLogFile.
            MOVE "COATTAIN" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE ReadCount TO RlRecRead.
            MOVE AssessCount TO RlRecWrit.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
