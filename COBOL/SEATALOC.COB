        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ExamCandFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ExamCandStatus.
            SELECT RoomFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RoomStatus.

        DATA DIVISION.
        FILE SECTION.
        FD ExamCandFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ExamCand.dat".
            COPY "EXAMCAND.CPY".
        FD RoomFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RoomMast.dat".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  ExamCandStatus PIC XX VALUE "00".
        01  RoomStatus     PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  ExamCandEOF    PIC A VALUE "N".
        01  RoomEOF        PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  StIx           PIC 9(4) VALUE 0.
        01  StHit          PIC 9(4) VALUE 0.
        01  StCount        PIC 9(4) VALUE 0.
        01  StTable.
            05  StEntry OCCURS 3000 TIMES.
                10  SePrnNo   PIC 9(9).
                10  SeName    PIC A(30).
                10  SeCourse  PIC A(6).
                10  SeSubjCode PIC X(4).
                10  SeExamDate PIC 9(8).
                10  SeSession PIC A.
                10  SeDone    PIC A.
        01  SsIx           PIC 9(2) VALUE 0.
        01  SsHit          PIC 9(2) VALUE 0.
        01  SsCount        PIC 9(2) VALUE 0.
        01  SessTable.
            05  SessEntry OCCURS 60 TIMES.
                10  SsExamDate PIC 9(8).
                10  SsSession  PIC A.
                10  SsSortKey  PIC 9(9).
                10  SsCands    PIC 9(4).
                10  SsDone     PIC A.
        01  SessLeft       PIC 9(2) VALUE 0.
        01  SessSeated     PIC 9(4) VALUE 0.
        01  CurDate        PIC 9(8) VALUE 0.
        01  CurSession     PIC A VALUE SPACE.
        01  NextKeyWk      PIC 9(9) VALUE 0.
        01  SkippedCount   PIC 9(4) VALUE 0.
        01  RmIx           PIC 9(2) VALUE 0.
        01  RmHit          PIC 9(2) VALUE 0.
        01  RmCountWk      PIC 9(2) VALUE 0.
            05  RmEntry OCCURS 20 TIMES.
                10  RmTabCode PIC X(4).
                10  RmTabCap  PIC 9(4).
        01  PrevSubj       PIC X(4) VALUE SPACES.
        01  PickIx         PIC 9(4) VALUE 0.
        01  SeatNoWk       PIC 9(3) VALUE 0.
        01  RoomLeft       PIC 9(4) VALUE 0.
        01  SeatedCount    PIC 9(4) VALUE 0.
            05  RhRoomOut  PIC X(4).
            05  F          PIC X(9) VALUE "  Date : ".
            05  RhDateOut  PIC 9(8).
            05  F          PIC X(2) VALUE SPACES.
            05  RhSessOut  PIC X(9).
        01  DetailRec.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(6) VALUE "Seat ".
            05  NameOut    PIC A(30).
            05  F          PIC X(2) VALUE SPACES.
            05  CourseOut  PIC A(6).
            05  F          PIC X(2) VALUE SPACES.
            05  SubjOut    PIC X(4).
        01  UnseatedRec.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(30) VALUE
                "** NO SEAT LEFT FOR PRN ".
            05  UnsPrnOut  PIC 9(9).
            05  F          PIC X(2) VALUE SPACES.
            05  UnsSubjOut PIC X(4).
            05  F          PIC X(2) VALUE SPACES.
            05  UnsDateOut PIC 9(8).
            05  F          PIC X(1) VALUE SPACES.
            05  UnsSessOut PIC A.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            PERFORM LoadCandPara.
            IF StCount = 0
                DISPLAY "ExamCand.dat Has No Scheduled Papers. Run"
                        " The HallTicket Gate First."
                GOBACK.
            PERFORM LoadRoomsPara.
            IF RmCountWk = 0
                        " RoomMaint First."
                GOBACK.
            OPEN OUTPUT SeatFile OUTPUT ChartFile.
            MOVE SsCount TO SessLeft.
            PERFORM SeatSessionPara UNTIL SessLeft = 0.
            PERFORM CountUnseatedPara.
            WRITE RecOut FROM LineRec.
            MOVE SeatedCount TO CtRecsOut.
            PERFORM LogRunPara.
            DISPLAY "Students Seated   :- " SeatedCount.
            DISPLAY "Without A Seat    :- " UnseatedCount.
            DISPLAY "Papers Unscheduled:- " SkippedCount.
            GOBACK.
      * A paper not yet on the schedule cannot be seated. A student
      * holding two papers in one sitting takes a single seat; the
      * clash itself is reported by the clash check.
        LoadCandPara.
            OPEN INPUT ExamCandFile.
            IF ExamCandStatus = "00"
                PERFORM ReadCandPara
                PERFORM LoadOneCandPara UNTIL ExamCandEOF = "Y"
                CLOSE ExamCandFile
                MOVE "N" TO ExamCandEOF.
        ReadCandPara.
            READ ExamCandFile AT END MOVE "Y" TO ExamCandEOF.
        LoadOneCandPara.
            IF EcExamDate = 0
                ADD 1 TO SkippedCount
            ELSE
                PERFORM AddCandPara.
            PERFORM ReadCandPara.
        AddCandPara.
            MOVE 0 TO StHit.
            MOVE 0 TO StIx.
            PERFORM ScanCandTabPara UNTIL StIx NOT < StCount
                                    OR StHit NOT = 0.
            IF StHit = 0 AND StCount < 3000
                ADD 1 TO StCount
                MOVE EcPrnNo TO SePrnNo (StCount)
                MOVE EcName TO SeName (StCount)
                MOVE EcCourse TO SeCourse (StCount)
                MOVE EcSubjCode TO SeSubjCode (StCount)
                MOVE EcExamDate TO SeExamDate (StCount)
                MOVE EcSession TO SeSession (StCount)
                MOVE "N" TO SeDone (StCount)
                PERFORM AddSessionPara.
        ScanCandTabPara.
            ADD 1 TO StIx.
            IF SePrnNo (StIx) = EcPrnNo
               AND SeExamDate (StIx) = EcExamDate
               AND SeSession (StIx) = EcSession
                MOVE StIx TO StHit.
        AddSessionPara.
            MOVE 0 TO SsHit.
            MOVE 0 TO SsIx.
            PERFORM ScanSessTabPara UNTIL SsIx NOT < SsCount
                                    OR SsHit NOT = 0.
            IF SsHit = 0 AND SsCount < 60
                ADD 1 TO SsCount
                MOVE SsCount TO SsHit
                MOVE EcExamDate TO SsExamDate (SsHit)
                MOVE EcSession TO SsSession (SsHit)
                MOVE 0 TO SsCands (SsHit)
                MOVE "N" TO SsDone (SsHit)
                IF EcSession = "M"
                    COMPUTE SsSortKey (SsHit) = EcExamDate * 10 + 1
                ELSE
                    COMPUTE SsSortKey (SsHit) = EcExamDate * 10 + 2
                END-IF.
            IF SsHit NOT = 0
                ADD 1 TO SsCands (SsHit).
        ScanSessTabPara.
            ADD 1 TO SsIx.
            IF SsExamDate (SsIx) = EcExamDate
               AND SsSession (SsIx) = EcSession
                MOVE SsIx TO SsHit.
        LoadRoomsPara.
            OPEN INPUT RoomFile.
            IF RoomStatus = "00"
            ADD 1 TO RmIx.
            IF RmTabCode (RmIx) = RmRoomCode
                MOVE RmIx TO RmHit.
      * Sittings are seated in date order, morning before afternoon,
      * and every sitting starts again from the first room.
        SeatSessionPara.
            MOVE 0 TO SsHit.
            MOVE 999999999 TO NextKeyWk.
            MOVE 0 TO SsIx.
            PERFORM PickSessionPara UNTIL SsIx NOT < SsCount.
            MOVE "Y" TO SsDone (SsHit).
            SUBTRACT 1 FROM SessLeft.
            MOVE SsExamDate (SsHit) TO CurDate.
            MOVE SsSession (SsHit) TO CurSession.
            MOVE 0 TO SessSeated.
            MOVE 0 TO RoomIx.
            PERFORM FillRoomPara
                UNTIL RoomIx NOT < RmCountWk
                OR SessSeated NOT < SsCands (SsHit).
        PickSessionPara.
            ADD 1 TO SsIx.
            IF SsDone (SsIx) = "N"
               AND (SsHit = 0 OR SsSortKey (SsIx) < NextKeyWk)
                MOVE SsIx TO SsHit
                MOVE SsSortKey (SsIx) TO NextKeyWk.
      * Seats are dealt out so that two neighbouring seats never
      * hold the same paper while another paper still has
      * candidates waiting.
        FillRoomPara.
            ADD 1 TO RoomIx.
            MOVE RmTabCap (RoomIx) TO RoomLeft.
            MOVE 0 TO SeatNoWk.
            MOVE SPACES TO PrevSubj.
            MOVE RmTabCode (RoomIx) TO RhRoomOut.
            MOVE CurDate TO RhDateOut.
            IF CurSession = "M"
                MOVE "MORNING" TO RhSessOut
            ELSE
                MOVE "AFTERNOON" TO RhSessOut.
            WRITE RecOut FROM RoomHeading.
            WRITE RecOut FROM LineRec.
            PERFORM SeatOnePara
                UNTIL RoomLeft = 0
                OR SessSeated NOT < SsCands (SsHit).
            WRITE RecOut FROM BlankRec.
        SeatOnePara.
            PERFORM PickNextPara.
            ELSE
                MOVE "Y" TO SeDone (PickIx)
                ADD 1 TO SeatedCount
                ADD 1 TO SessSeated
                ADD 1 TO SeatNoWk
                SUBTRACT 1 FROM RoomLeft
                MOVE SeSubjCode (PickIx) TO PrevSubj
                MOVE RmTabCode (RoomIx) TO SaRoomCode
                MOVE SeatNoWk TO SaSeatNo
                MOVE SePrnNo (PickIx) TO SaSeatPrnNo
                MOVE SeCourse (PickIx) TO SaSeatCourse
                MOVE CurDate TO SaExamDate
                MOVE CurSession TO SaSession
                MOVE SeSubjCode (PickIx) TO SaSubjCode
                WRITE SeatAlocRec
                MOVE SeatNoWk TO SeatOut
                MOVE SePrnNo (PickIx) TO PrnOut
                MOVE SeName (PickIx) TO NameOut
                MOVE SeCourse (PickIx) TO CourseOut
                MOVE SeSubjCode (PickIx) TO SubjOut
                WRITE RecOut FROM DetailRec.
        PickNextPara.
            MOVE 0 TO PickIx.
        PickDiffPara.
            ADD 1 TO StIx.
            IF SeDone (StIx) = "N"
               AND SeExamDate (StIx) = CurDate
               AND SeSession (StIx) = CurSession
               AND SeSubjCode (StIx) NOT = PrevSubj
                MOVE StIx TO PickIx.
        PickAnyPara.
            ADD 1 TO StIx.
            IF SeDone (StIx) = "N"
               AND SeExamDate (StIx) = CurDate
               AND SeSession (StIx) = CurSession
                MOVE StIx TO PickIx.
        CountUnseatedPara.
            MOVE 0 TO UnseatedCount.
            IF SeDone (StIx) = "N"
                ADD 1 TO UnseatedCount
                MOVE SePrnNo (StIx) TO UnsPrnOut
                MOVE SeSubjCode (StIx) TO UnsSubjOut
                MOVE SeExamDate (StIx) TO UnsDateOut
                MOVE SeSession (StIx) TO UnsSessOut
                WRITE RecOut FROM UnseatedRec.
        LogRunPara.
            OPEN EXTEND RunLogFile.
            MOVE RunDate8 TO RlRunDate.
            MOVE StCount TO RlRecRead.
            MOVE SeatedCount TO RlRecWrit.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
