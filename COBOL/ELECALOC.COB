        IDENTIFICATION DIVISION.
        PROGRAM-ID. ElectiveAllocation.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ElecOfferFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ElecOfferStatus.
            SELECT SubjRegFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SubjRegStatus.
            SELECT GradeExtFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GradeExtStatus.
            SELECT SubjFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SubjStatus.
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
        FD ElecOfferFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ElecOffr.dat".
            COPY "ELECOFFR.CPY".
        FD SubjRegFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "SubjReg.dat".
            COPY "SUBJREG.CPY".
        FD GradeExtFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "GradeExt.dat".
            COPY "TRANSCPT.CPY".
        FD SubjFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "SubjMast.dat".
            COPY "SUBJMAST.CPY".
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ElecAloc.dat".
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
        01  ElecOfferStatus PIC XX VALUE "00".
        01  SubjRegStatus  PIC XX VALUE "00".
        01  GradeExtStatus PIC XX VALUE "00".
        01  SubjStatus     PIC XX VALUE "00".
        01  CompParamStatus PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  ElecOfferEOF   PIC A VALUE "N".
        01  SubjRegEOF     PIC A VALUE "N".
        01  GradeEOF       PIC A VALUE "N".
        01  SubjEOF        PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  SemIn          PIC 99.
        01  RecsRead       PIC 9(6) VALUE 0.
        01  RowsWritten    PIC 9(6) VALUE 0.
        01  SeatsAllotted  PIC 9(6) VALUE 0.
        01  OfIx           PIC 99 VALUE 0.
        01  OfHit          PIC 99 VALUE 0.
        01  OfCount        PIC 99 VALUE 0.
        01  OfferTable.
            05  OfferEntry OCCURS 50 TIMES.
                10  OtSubjCode PIC X(4).
                10  OtSeatCap  PIC 9(3).
                10  OtCloseDate PIC 9(8).
                10  OtAllocMode PIC A.
                10  OtStatus   PIC A.
        01  RgIx           PIC 9(4) VALUE 0.
        01  RgHit          PIC 9(4) VALUE 0.
        01  RgCount        PIC 9(4) VALUE 0.
        01  RegTable.
            05  RegEntry OCCURS 2000 TIMES.
                10  RgPrnNo    PIC 9(9).
                10  RgSubjCode PIC X(4).
                10  RgStatus   PIC A.
                10  RgReqDate  PIC 9(8).
                10  RgCgpa     PIC 9V99.
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
        01  CurSubj        PIC X(4).
        01  CurMode        PIC A.
        01  SeatsTaken     PIC 9(4) VALUE 0.
        01  SeatsFree      PIC 9(4) VALUE 0.
        01  SubjAllotted   PIC 9(4) VALUE 0.
        01  SubjWaiting    PIC 9(4) VALUE 0.
        01  BestIx         PIC 9(4) VALUE 0.
        COPY "CTLTOT.CPY".
        01  Heading1.
            05  F          PIC X(30) VALUE SPACES.
            05  CompanyNameOut PIC X(20) VALUE "XYZ BANK LTD.".
        01  Heading2.
            05  F          PIC X(14) VALUE SPACES.
            05  F          PIC X(27) VALUE
                "ELECTIVE SEAT ALLOCATION".
            05  F          PIC X(6) VALUE "Sem : ".
            05  SemOut     PIC Z9.
            05  F          PIC X(8) VALUE " Date : ".
            05  RunDateOut PIC 9(8).
        01  LineRec        PIC X(80) VALUE ALL "-".
        01  SubjHead.
            05  F          PIC X(1) VALUE SPACES.
            05  F          PIC X(10) VALUE "Subject : ".
            05  ShSubjOut  PIC X(4).
            05  F          PIC X(8) VALUE "  Cap : ".
            05  ShCapOut   PIC ZZ9.
            05  F          PIC X(9) VALUE "  Mode : ".
            05  ShModeOut  PIC X(9).
        01  SkipLine.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(40) VALUE
                "** WINDOW STILL OPEN - NOT ALLOCATED".
        01  DetailRec.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(7) VALUE "Prn No ".
            05  PrnOut     PIC 9(9).
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(11) VALUE "Requested ".
            05  ReqDateOut PIC 9(8).
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(5) VALUE "CGPA ".
            05  CgpaOut    PIC 9.99.
            05  F          PIC X(3) VALUE SPACES.
            05  ResultOut  PIC X(10).
        01  SubjTotLine.
            05  F          PIC X(11) VALUE SPACES.
            05  F          PIC X(12) VALUE "Allotted : ".
            05  StAllotOut PIC ZZZ9.
            05  F          PIC X(16) VALUE "  Wait-listed : ".
            05  StWaitOut  PIC ZZZ9.
            05  F          PIC X(15) VALUE "  Seats Left : ".
            05  StFreeOut  PIC ZZZ9.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            CALL "GetOper" USING OperLinkRec.
            DISPLAY (3, 10) "Allocate Electives For Semester (1-8) :- ".
            ACCEPT SemIn.
            IF SemIn < 1 OR SemIn > 8
                DISPLAY (5, 10) "Semester Must Be 1-8. Run Refused."
                GOBACK.
            PERFORM ReadCompParamPara.
            PERFORM LoadOffersPara.
            PERFORM LoadRegPara.
            PERFORM LoadCreditsPara.
            PERFORM LoadCgpaPara.
            MOVE 0 TO RgIx.
            PERFORM StampCgpaPara UNTIL RgIx NOT < RgCount.
            OPEN OUTPUT FileOut.
            OPEN EXTEND SubjRegFile.
            IF SubjRegStatus = "35"
                OPEN OUTPUT SubjRegFile.
            MOVE SemIn TO SemOut.
            MOVE RunDate8 TO RunDateOut.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM Heading2.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO OfIx.
            PERFORM OfferPara UNTIL OfIx NOT < OfCount.
            MOVE RowsWritten TO CtRecsOut.
            MOVE SeatsAllotted TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE FileOut SubjRegFile.
            PERFORM LogRunPara.
            DISPLAY (5, 10) "Seats Allotted :- " SeatsAllotted.
            GOBACK.
        ReadCompParamPara.
            OPEN INPUT CompParamFile.
            IF CompParamStatus = "00"
                READ CompParamFile
                MOVE CpCompanyName TO CompanyNameOut
                CLOSE CompParamFile.
        LoadOffersPara.
            MOVE 0 TO OfCount.
            OPEN INPUT ElecOfferFile.
            IF ElecOfferStatus = "00"
                PERFORM ReadOfferPara
                PERFORM LoadOneOfferPara UNTIL ElecOfferEOF = "Y"
                CLOSE ElecOfferFile.
        ReadOfferPara.
            READ ElecOfferFile AT END MOVE "Y" TO ElecOfferEOF.
        LoadOneOfferPara.
            IF EoSemester = SemIn
                MOVE 0 TO OfHit
                MOVE 0 TO OfIx
                PERFORM ScanOfferTabPara UNTIL OfIx NOT < OfCount
                                         OR OfHit NOT = 0
                IF OfHit = 0 AND OfCount < 50
                    ADD 1 TO OfCount
                    MOVE OfCount TO OfHit
                    MOVE EoSubjCode TO OtSubjCode (OfHit)
                END-IF
                IF OfHit NOT = 0
                    MOVE EoSeatCap TO OtSeatCap (OfHit)
                    MOVE EoCloseDate TO OtCloseDate (OfHit)
                    MOVE EoAllocMode TO OtAllocMode (OfHit)
                    MOVE EoStatus TO OtStatus (OfHit)
                END-IF.
            PERFORM ReadOfferPara.
        ScanOfferTabPara.
            ADD 1 TO OfIx.
            IF OtSubjCode (OfIx) = EoSubjCode
                MOVE OfIx TO OfHit.
      * The latest row for a student and subject is the registration
      * as it stands. Table order is the order requests were first
      * keyed, which the first-come mode breaks ties on.
        LoadRegPara.
            MOVE 0 TO RgCount.
            OPEN INPUT SubjRegFile.
            IF SubjRegStatus = "00"
                PERFORM ReadRegPara
                PERFORM LoadOneRegPara UNTIL SubjRegEOF = "Y"
                CLOSE SubjRegFile.
        ReadRegPara.
            READ SubjRegFile AT END MOVE "Y" TO SubjRegEOF.
        LoadOneRegPara.
            ADD 1 TO RecsRead.
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
                    MOVE SrReqDate TO RgReqDate (RgHit)
                END-IF.
            PERFORM ReadRegPara.
        ScanRegTabPara.
            ADD 1 TO RgIx.
            IF RgPrnNo (RgIx) = SrPrnNo
               AND RgSubjCode (RgIx) = SrSubjCode
                MOVE RgIx TO RgHit.
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
      * semester graded before the one being allocated.
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
            IF TrSemester < SemIn
                PERFORM FindCreditsPara
                PERFORM GradePointPara
                MOVE 0 TO CgHit
                MOVE 0 TO CgIx
                PERFORM ScanCgpaTabPara UNTIL CgIx NOT < CgCount
                                        OR CgHit NOT = 0
                IF CgHit = 0 AND CgCount < 2000
                    ADD 1 TO CgCount
                    MOVE CgCount TO CgHit
                    MOVE TrPrnNo TO CgPrnNo (CgHit)
                    MOVE 0 TO CgPoints (CgHit)
                    MOVE 0 TO CgCredits (CgHit)
                END-IF
                IF CgHit NOT = 0
                    COMPUTE CgPoints (CgHit) = CgPoints (CgHit)
                        + GradePoint * UseCredits
                    ADD UseCredits TO CgCredits (CgHit)
                END-IF.
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
        StampCgpaPara.
            ADD 1 TO RgIx.
            MOVE 0 TO RgCgpa (RgIx).
            MOVE 0 TO CgIx.
            PERFORM MatchCgpaPara UNTIL CgIx NOT < CgCount.
        MatchCgpaPara.
            ADD 1 TO CgIx.
            IF CgPrnNo (CgIx) = RgPrnNo (RgIx)
               AND CgCredits (CgIx) > 0
                COMPUTE RgCgpa (RgIx) =
                    CgPoints (CgIx) / CgCredits (CgIx).
      * Seats go to waiting students while any are free. A by-CGPA
      * elective is allotted only after its window closes, so that
      * every request is ranked together; first-come electives may
      * be allotted as the requests arrive.
        OfferPara.
            ADD 1 TO OfIx.
            IF OtStatus (OfIx) = "O"
                PERFORM AllocSubjPara.
        AllocSubjPara.
            MOVE OtSubjCode (OfIx) TO CurSubj.
            MOVE OtAllocMode (OfIx) TO CurMode.
            MOVE CurSubj TO ShSubjOut.
            MOVE OtSeatCap (OfIx) TO ShCapOut.
            IF CurMode = "C"
                MOVE "BY CGPA" TO ShModeOut
            ELSE
                MOVE "FIRST-IN" TO ShModeOut.
            WRITE RecOut FROM SubjHead.
            IF CurMode = "C" AND RunDate8 NOT > OtCloseDate (OfIx)
                WRITE RecOut FROM SkipLine
            ELSE
                PERFORM FillSeatsPara.
            WRITE RecOut FROM LineRec.
        FillSeatsPara.
            MOVE 0 TO SeatsTaken.
            MOVE 0 TO SubjAllotted.
            MOVE 0 TO SubjWaiting.
            MOVE 0 TO RgIx.
            PERFORM CountTakenPara UNTIL RgIx NOT < RgCount.
            IF SeatsTaken < OtSeatCap (OfIx)
                COMPUTE SeatsFree = OtSeatCap (OfIx) - SeatsTaken
            ELSE
                MOVE 0 TO SeatsFree.
            PERFORM PickBestPara.
            PERFORM AllotOnePara UNTIL SeatsFree = 0 OR BestIx = 0.
            MOVE 0 TO RgIx.
            PERFORM WaitListPara UNTIL RgIx NOT < RgCount.
            MOVE SubjAllotted TO StAllotOut.
            MOVE SubjWaiting TO StWaitOut.
            MOVE SeatsFree TO StFreeOut.
            WRITE RecOut FROM SubjTotLine.
        CountTakenPara.
            ADD 1 TO RgIx.
            IF RgSubjCode (RgIx) = CurSubj AND RgStatus (RgIx) = "A"
                ADD 1 TO SeatsTaken.
        PickBestPara.
            MOVE 0 TO BestIx.
            MOVE 0 TO RgIx.
            PERFORM TestBestPara UNTIL RgIx NOT < RgCount.
        TestBestPara.
            ADD 1 TO RgIx.
            IF RgSubjCode (RgIx) = CurSubj
               AND (RgStatus (RgIx) = "R" OR RgStatus (RgIx) = "W")
                IF BestIx = 0
                    MOVE RgIx TO BestIx
                ELSE IF CurMode = "C"
                        AND RgCgpa (RgIx) > RgCgpa (BestIx)
                    MOVE RgIx TO BestIx
                ELSE IF (CurMode NOT = "C"
                         OR RgCgpa (RgIx) = RgCgpa (BestIx))
                        AND RgReqDate (RgIx) < RgReqDate (BestIx)
                    MOVE RgIx TO BestIx.
        AllotOnePara.
            MOVE "A" TO RgStatus (BestIx).
            MOVE BestIx TO RgHit.
            PERFORM WriteRegPara.
            MOVE "ALLOTTED" TO ResultOut.
            PERFORM PrintDetailPara.
            ADD 1 TO SubjAllotted.
            ADD 1 TO SeatsAllotted.
            SUBTRACT 1 FROM SeatsFree.
            PERFORM PickBestPara.
        WaitListPara.
            ADD 1 TO RgIx.
            IF RgSubjCode (RgIx) = CurSubj AND RgStatus (RgIx) = "R"
                MOVE "W" TO RgStatus (RgIx)
                MOVE RgIx TO RgHit
                PERFORM WriteRegPara
                MOVE "WAIT-LIST" TO ResultOut
                PERFORM PrintDetailPara.
            IF RgSubjCode (RgIx) = CurSubj AND RgStatus (RgIx) = "W"
                ADD 1 TO SubjWaiting.
        WriteRegPara.
            MOVE RgPrnNo (RgHit) TO SrPrnNo.
            MOVE SemIn TO SrSemester.
            MOVE RgSubjCode (RgHit) TO SrSubjCode.
            MOVE RgStatus (RgHit) TO SrStatus.
            MOVE RgReqDate (RgHit) TO SrReqDate.
            MOVE RgCgpa (RgHit) TO SrCgpa.
            MOVE RunDate8 TO SrActDate.
            MOVE OperOpId TO SrUserId.
            WRITE SubjRegRec.
            ADD 1 TO RowsWritten.
        PrintDetailPara.
            MOVE RgPrnNo (RgHit) TO PrnOut.
            MOVE RgReqDate (RgHit) TO ReqDateOut.
            MOVE RgCgpa (RgHit) TO CgpaOut.
            WRITE RecOut FROM DetailRec.
        LogRunPara.
            OPEN EXTEND RunLogFile.
            MOVE OperOpId TO RlUserId.
            IF RunLogStatus = "35"
                OPEN OUTPUT RunLogFile.
            MOVE "ELECALOC" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE RecsRead TO RlRecRead.
            MOVE RowsWritten TO RlRecWrit.
            MOVE 0 TO RlReturnCode.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
