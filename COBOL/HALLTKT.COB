            SELECT SeatFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SeatStatus.
            SELECT SubjFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SubjStatus.
            SELECT SubjRegFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SubjRegStatus.
            SELECT ExamSchdFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ExamSchdStatus.
            SELECT ReExCandFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ReExCandStatus.
            SELECT ExamCandFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "SeatAloc.dat".
            COPY "SEATALOC.CPY".
        FD SubjFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "SubjMast.dat".
            COPY "SUBJMAST.CPY".
        FD SubjRegFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "SubjReg.dat".
            COPY "SUBJREG.CPY".
        FD ExamSchdFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ExamSchd.dat".
            COPY "EXAMSCHD.CPY".
        FD ReExCandFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ReExCand.dat".
            COPY "REEXCAND.CPY".
        FD ExamCandFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ExamCand.dat".
            COPY "EXAMCAND.CPY".

        WORKING-STORAGE SECTION.
        01  StudentExtStatus PIC XX VALUE "00".
        01  SubjTable.
            05  SubjEntry OCCURS 20 TIMES.
                10  StSubjCode PIC X(4).
                10  StType     PIC A.
                10  StExamDate PIC 9(8).
                10  StSession  PIC A.
                10  StSortKey  PIC 9(9).
                10  StPrinted  PIC A.
        01  AddSubjWk      PIC X(4).
        01  AddTypeWk      PIC A.
        01  NextKeyWk      PIC 9(9) VALUE 0.
        01  PickIx         PIC 9(2) VALUE 0.
        01  BkIx           PIC 9(2) VALUE 0.
        01  BkHit          PIC 9(2) VALUE 0.
        01  BkCount        PIC 9(2) VALUE 0.
        01  RefCount       PIC 9(5) VALUE 0.
        01  SeatStatus     PIC XX VALUE "00".
        01  SeatEOF        PIC A VALUE "N".
        01  SeatIx         PIC 9(4) VALUE 0.
        01  SeatCount      PIC 9(4) VALUE 0.
        01  SeatTable.
            05  SeatEntry OCCURS 3000 TIMES.
                10  SeatTabPrn  PIC 9(9).
                10  SeatTabRoom PIC X(4).
                10  SeatTabNo   PIC 9(3).
                10  SeatTabDate PIC 9(8).
                10  SeatTabSess PIC A.
        01  SeatFoundWk    PIC A VALUE "N".
        01  SubjStatus     PIC XX VALUE "00".
        01  SubjEOF        PIC A VALUE "N".
        01  SubjRegStatus  PIC XX VALUE "00".
        01  SubjRegEOF     PIC A VALUE "N".
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
        01  ExamSchdStatus PIC XX VALUE "00".
        01  ExamSchdEOF    PIC A VALUE "N".
        01  EsIx           PIC 9(3) VALUE 0.
        01  EsHit          PIC 9(3) VALUE 0.
        01  EsCount        PIC 9(3) VALUE 0.
        01  SchdTable.
            05  SchdEntry OCCURS 300 TIMES.
                10  XtSubjCode PIC X(4).
                10  XtExamDate PIC 9(8).
                10  XtSession  PIC A.
                10  XtStatus   PIC A.
        01  ReExCandStatus PIC XX VALUE "00".
        01  ReExCandEOF    PIC A VALUE "N".
        01  RcIx           PIC 9(4) VALUE 0.
        01  RcCount        PIC 9(4) VALUE 0.
        01  ReExTable.
            05  ReExEntry OCCURS 2000 TIMES.
                10  RxPrnNo    PIC 9(9).
                10  RxSubjCode PIC X(4).
        01  LineRec        PIC X(80) VALUE ALL "*".
        01  DashRec        PIC X(80) VALUE ALL "-".
        01  BlankRec       PIC X(80) VALUE SPACES.
            05  TktNameOut PIC A(30).
            05  F          PIC X(2) VALUE SPACES.
            05  TktCourseOut PIC A(6).
        01  TktSubjHead.
            05  F          PIC X(4) VALUE SPACES.
            05  F          PIC X(8) VALUE "Paper".
            05  F          PIC X(7) VALUE "Type".
            05  F          PIC X(10) VALUE "Date".
            05  F          PIC X(11) VALUE "Session".
            05  F          PIC X(10) VALUE "Room/Seat".
        01  TktSubjLine.
            05  F          PIC X(4) VALUE SPACES.
            05  TktSubjOut PIC X(4).
            05  F          PIC X(4) VALUE SPACES.
            05  TktTypeOut PIC X(5).
            05  F          PIC X(2) VALUE SPACES.
            05  TktDateOut PIC X(8).
            05  F          PIC X(2) VALUE SPACES.
            05  TktSessOut PIC X(9).
            05  F          PIC X(2) VALUE SPACES.
            05  TktRoomOut PIC X(4).
            05  TktSlashOut PIC X(3).
            05  TktSeatOut PIC ZZ9.
        01  RefHeading.
            05  F          PIC X(25) VALUE SPACES.
            05  F          PIC X(20) VALUE "Refusal Register".
                DISPLAY "StudentExt.dat Not Found. Run Aborted."
                GOBACK.
            PERFORM LoadSeatsPara.
            PERFORM LoadSubjMastPara.
            PERFORM LoadSubjRegPara.
            PERFORM LoadSchdPara.
            PERFORM LoadReExPara.
            OPEN OUTPUT TktFile OUTPUT RefFile OUTPUT EligFile
                 OUTPUT ExamCandFile.
            WRITE RefRecOut FROM RefHeading.
            WRITE RefRecOut FROM DashRec.
            PERFORM ReadStudentPara.
            MOVE TktCount TO TktCntOut.
            MOVE RefCount TO RefCntOut.
            WRITE RefRecOut FROM RefTotRec.
            CLOSE StudentExtFile TktFile RefFile EligFile
                  ExamCandFile.
            GOBACK.
        LoadSeatsPara.
            OPEN INPUT SeatFile.
        ReadSeatPara.
            READ SeatFile AT END MOVE "Y" TO SeatEOF.
        LoadOneSeatPara.
            IF SeatCount < 3000
                ADD 1 TO SeatCount
                MOVE SaSeatPrnNo TO SeatTabPrn (SeatCount)
                MOVE SaRoomCode TO SeatTabRoom (SeatCount)
                MOVE SaSeatNo TO SeatTabNo (SeatCount)
                MOVE SaExamDate TO SeatTabDate (SeatCount)
                MOVE SaSession TO SeatTabSess (SeatCount).
            PERFORM ReadSeatPara.
        ReadStudentPara.
            READ StudentExtFile AT END MOVE "Y" TO StudentEOF.
            IF FlPrnNo = EPrnNo AND FlApprvFlag = "A"
                IF FlTxnType = "D" OR FlTxnType = "L"
                   OR FlTxnType = "H" OR FlTxnType = "B"
                   OR FlTxnType = "R" OR FlTxnType = "M"
                   OR FlTxnType = "T"
                    ADD FlAmount TO Balance
                ELSE
                    SUBTRACT FlAmount FROM Balance.
            ADD 1 TO BkIx.
            IF BkTabCnt (BkIx) > 1
                MOVE "Y" TO Detained.
      * The admit card lists the core subjects of the student's course
      * for the semester plus the electives they hold a seat on. Where
      * the subject master carries no semester plan yet, the subjects
      * already graded for the semester are listed as before. Backlog
      * subjects the student may re-sit are added as supplementary
      * papers, and every paper carries its scheduled date and
      * session.
        LoadSubjMastPara.
            MOVE 0 TO CsCount.
            OPEN INPUT SubjFile.
            IF SubjStatus = "00"
                PERFORM ReadSubjMastPara
                PERFORM LoadOneSubjPara UNTIL SubjEOF = "Y"
                CLOSE SubjFile
                MOVE "N" TO SubjEOF.
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
                CLOSE SubjRegFile
                MOVE "N" TO SubjRegEOF.
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
        FindSubjectsPara.
            MOVE 0 TO SubjCount.
            MOVE 0 TO CsIx.
            PERFORM AddCoreSubjPara UNTIL CsIx NOT < CsCount.
            MOVE 0 TO RgIx.
            PERFORM AddElectSubjPara UNTIL RgIx NOT < RgCount.
            IF SubjCount = 0
                PERFORM FindGradedSubjPara.
            MOVE 0 TO RcIx.
            PERFORM AddReExSubjPara UNTIL RcIx NOT < RcCount.
        AddCoreSubjPara.
            ADD 1 TO CsIx.
            IF CsCourse (CsIx) = ECourse
               AND CsSemester (CsIx) = SemIn
               AND CsElective (CsIx) NOT = "Y"
                MOVE CsSubjCode (CsIx) TO AddSubjWk
                MOVE "R" TO AddTypeWk
                PERFORM AddSubjPara.
        AddElectSubjPara.
            ADD 1 TO RgIx.
            IF RgPrnNo (RgIx) = EPrnNo AND RgStatus (RgIx) = "A"
                MOVE RgSubjCode (RgIx) TO AddSubjWk
                MOVE "R" TO AddTypeWk
                PERFORM AddSubjPara.
        AddReExSubjPara.
            ADD 1 TO RcIx.
            IF RxPrnNo (RcIx) = EPrnNo
                MOVE RxSubjCode (RcIx) TO AddSubjWk
                MOVE "S" TO AddTypeWk
                PERFORM AddSubjPara.
        AddSubjPara.
            MOVE 0 TO SubjHit.
            MOVE 0 TO SubjIx.
            PERFORM ScanSubjTabPara UNTIL SubjIx NOT < SubjCount
                                    OR SubjHit NOT = 0.
            IF SubjHit = 0 AND SubjCount < 20
                ADD 1 TO SubjCount
                MOVE AddSubjWk TO StSubjCode (SubjCount)
                MOVE AddTypeWk TO StType (SubjCount)
                MOVE "N" TO StPrinted (SubjCount)
                PERFORM SetSubjSchdPara.
      * Unscheduled papers sort after every dated one; a morning
      * sitting sorts before the afternoon of the same day.
        SetSubjSchdPara.
            MOVE 0 TO StExamDate (SubjCount).
            MOVE SPACE TO StSession (SubjCount).
            MOVE 999999999 TO StSortKey (SubjCount).
            PERFORM FindSchdPara.
            IF EsHit NOT = 0
                IF XtStatus (EsHit) = "A"
                    MOVE XtExamDate (EsHit) TO StExamDate (SubjCount)
                    MOVE XtSession (EsHit) TO StSession (SubjCount).
            IF StExamDate (SubjCount) NOT = 0
                IF StSession (SubjCount) = "M"
                    COMPUTE StSortKey (SubjCount) =
                            StExamDate (SubjCount) * 10 + 1
                ELSE
                    COMPUTE StSortKey (SubjCount) =
                            StExamDate (SubjCount) * 10 + 2.
        LoadSchdPara.
            MOVE 0 TO EsCount.
            OPEN INPUT ExamSchdFile.
            IF ExamSchdStatus = "00"
                PERFORM ReadSchdPara
                PERFORM LoadOneSchdPara UNTIL ExamSchdEOF = "Y"
                CLOSE ExamSchdFile
                MOVE "N" TO ExamSchdEOF.
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
        LoadReExPara.
            MOVE 0 TO RcCount.
            OPEN INPUT ReExCandFile.
            IF ReExCandStatus = "00"
                PERFORM ReadReExPara
                PERFORM LoadOneReExPara UNTIL ReExCandEOF = "Y"
                CLOSE ReExCandFile
                MOVE "N" TO ReExCandEOF.
        ReadReExPara.
            READ ReExCandFile AT END MOVE "Y" TO ReExCandEOF.
        LoadOneReExPara.
            IF RcCount < 2000
                ADD 1 TO RcCount
                MOVE RcPrnNo TO RxPrnNo (RcCount)
                MOVE RcSubjCode TO RxSubjCode (RcCount).
            PERFORM ReadReExPara.
        FindGradedSubjPara.
            OPEN INPUT GradeExtFile.
            IF GradeExtStatus = "00"
                PERFORM ReadGradePara
            READ GradeExtFile AT END MOVE "Y" TO GradeEOF.
        TallySubjPara.
            IF TrPrnNo = EPrnNo AND TrSemester = SemIn
                MOVE TrSubjectCode TO AddSubjWk
                MOVE "R" TO AddTypeWk
                PERFORM AddSubjPara.
            PERFORM ReadGradePara.
        ScanSubjTabPara.
            ADD 1 TO SubjIx.
            IF StSubjCode (SubjIx) = AddSubjWk
                MOVE SubjIx TO SubjHit.
        PrintTicketPara.
            PERFORM FindSubjectsPara.
            MOVE EName TO TktNameOut.
            MOVE ECourse TO TktCourseOut.
            WRITE RecOut FROM TktStudLine.
            WRITE RecOut FROM DashRec.
            WRITE RecOut FROM TktSubjHead.
            MOVE 0 TO SubjIx.
            PERFORM PrintSubjPara UNTIL SubjIx NOT < SubjCount.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM BlankRec.
      * Papers are printed in date and session order, each with the
      * room and seat allotted for that sitting once the seat
      * allocation has been run.
        PrintSubjPara.
            ADD 1 TO SubjIx.
            MOVE 0 TO SubjHit.
            MOVE 999999999 TO NextKeyWk.
            MOVE 0 TO PickIx.
            PERFORM PickSubjPara UNTIL PickIx NOT < SubjCount.
            MOVE "Y" TO StPrinted (SubjHit).
            MOVE StSubjCode (SubjHit) TO TktSubjOut.
            IF StType (SubjHit) = "S"
                MOVE "SUPP" TO TktTypeOut
            ELSE
                MOVE "REG" TO TktTypeOut.
            IF StExamDate (SubjHit) = 0
                MOVE "TO BE" TO TktDateOut
                MOVE "NOTIFIED" TO TktSessOut
            ELSE
                MOVE StExamDate (SubjHit) TO TktDateOut
                IF StSession (SubjHit) = "M"
                    MOVE "MORNING" TO TktSessOut
                ELSE
                    MOVE "AFTERNOON" TO TktSessOut.
            PERFORM StampSeatPara.
            WRITE RecOut FROM TktSubjLine.
            MOVE EPrnNo TO EcPrnNo.
            MOVE EName TO EcName.
            MOVE ECourse TO EcCourse.
            MOVE SemIn TO EcSemester.
            MOVE StSubjCode (SubjHit) TO EcSubjCode.
            MOVE StExamDate (SubjHit) TO EcExamDate.
            MOVE StSession (SubjHit) TO EcSession.
            MOVE StType (SubjHit) TO EcPaperType.
            WRITE ExamCandRec.
        PickSubjPara.
            ADD 1 TO PickIx.
            IF StPrinted (PickIx) = "N"
               AND (SubjHit = 0 OR StSortKey (PickIx) < NextKeyWk)
                MOVE PickIx TO SubjHit
                MOVE StSortKey (PickIx) TO NextKeyWk.
        StampSeatPara.
            MOVE "N" TO SeatFoundWk.
            MOVE SPACES TO TktRoomOut.
            MOVE SPACES TO TktSlashOut.
            MOVE 0 TO TktSeatOut.
            MOVE 0 TO SeatIx.
            IF StExamDate (SubjHit) NOT = 0
                PERFORM TestSeatPara UNTIL SeatIx NOT < SeatCount
                                     OR SeatFoundWk = "Y".
        TestSeatPara.
            ADD 1 TO SeatIx.
            IF SeatTabPrn (SeatIx) = EPrnNo
               AND SeatTabDate (SeatIx) = StExamDate (SubjHit)
               AND SeatTabSess (SeatIx) = StSession (SubjHit)
                MOVE "Y" TO SeatFoundWk
                MOVE SeatTabRoom (SeatIx) TO TktRoomOut
                MOVE " / " TO TktSlashOut
                MOVE SeatTabNo (SeatIx) TO TktSeatOut.
        PrintRefusalPara.
            ADD 1 TO RefCount.
            MOVE EPrnNo TO RefPrnOut.
