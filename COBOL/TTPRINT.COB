        IDENTIFICATION DIVISION.
        PROGRAM-ID. TimetablePrint.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT TimeTblFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TimeTblStatus.
            SELECT FacultyFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FacultyStatus.
            SELECT ClassOut ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT FacOut ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RoomOut ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT LoadOut ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CompParamFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CompParamStatus.
            SELECT RunLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RunLogStatus.

        DATA DIVISION.
        FILE SECTION.
        FD TimeTblFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "TimeTbl.dat".
            COPY "TIMETBL.CPY".
        FD FacultyFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Faculty.dat".
            COPY "FACULTY.CPY".
        FD ClassOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ClassTT.dat".
        01  ClassRec           PIC X(80).
        FD FacOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "FacultyTT.dat".
        01  FacRec             PIC X(80).
        FD RoomOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RoomTT.dat".
        01  RoomRec            PIC X(80).
        FD LoadOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "FacLoad.dat".
        01  LoadRec            PIC X(80).
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
        01  TimeTblStatus  PIC XX VALUE "00".
        01  FacultyStatus  PIC XX VALUE "00".
        01  CompParamStatus PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  TimeTblEOF     PIC A VALUE "N".
        01  FacultyEOF     PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  RecsRead       PIC 9(6) VALUE 0.
        01  LinesOut       PIC 9(6) VALUE 0.
        01  SlIx           PIC 9(4) VALUE 0.
        01  SlHit          PIC 9(4) VALUE 0.
        01  SlCount        PIC 9(4) VALUE 0.
        01  SlotTable.
            05  SlotEntry OCCURS 1500 TIMES.
                10  SlCourse   PIC A(6).
                10  SlSemester PIC 99.
                10  SlDay      PIC 9.
                10  SlPeriod   PIC 9.
                10  SlSubjCode PIC X(4).
                10  SlFacCode  PIC X(4).
                10  SlRoomCode PIC X(4).
                10  SlStatus   PIC A.
        01  FcIx           PIC 9(3) VALUE 0.
        01  FcHit          PIC 9(3) VALUE 0.
        01  FcCount        PIC 9(3) VALUE 0.
        01  FacTable.
            05  FacEntry OCCURS 200 TIMES.
                10  FtFacCode  PIC X(4).
                10  FtName     PIC X(20).
                10  FtDept     PIC X(4).
                10  FtMax      PIC 99.
                10  FtStatus   PIC A.
                10  FtPeriods  PIC 99.
        01  GrIx           PIC 9(3) VALUE 0.
        01  GrHit          PIC 9(3) VALUE 0.
        01  GrCount        PIC 9(3) VALUE 0.
        01  GroupTable.
            05  GroupEntry OCCURS 300 TIMES.
                10  GtCourse   PIC A(6).
                10  GtSemester PIC 99.
        01  RmIx           PIC 9(3) VALUE 0.
        01  RmHit          PIC 9(3) VALUE 0.
        01  RmCount        PIC 9(3) VALUE 0.
        01  RoomTable.
            05  RoomEntry OCCURS 100 TIMES.
                10  RtRoomCode PIC X(4).
        01  DpIx           PIC 9(3) VALUE 0.
        01  DpHit          PIC 9(3) VALUE 0.
        01  DpCount        PIC 9(3) VALUE 0.
        01  DeptTable.
            05  DeptEntry OCCURS 50 TIMES.
                10  DtDept     PIC X(4).
        01  CurCourse      PIC A(6).
        01  CurSem         PIC 99.
        01  CurFac         PIC X(4).
        01  CurRoom        PIC X(4).
        01  CurDept        PIC X(4).
        01  DayIx          PIC 9 VALUE 0.
        01  PerIx          PIC 9 VALUE 0.
        01  Grid.
            05  GridDay OCCURS 6 TIMES.
                10  GridCell   PIC X(9) OCCURS 8 TIMES.
        01  CellWk.
            05  CwFirst    PIC X(4).
            05  F          PIC X(1) VALUE SPACES.
            05  CwSecond   PIC X(4).
        01  DayNames       PIC X(24) VALUE
                "MON TUE WED THU FRI SAT ".
        01  DayNamesX REDEFINES DayNames.
            05  DayName    PIC X(4) OCCURS 6 TIMES.
        01  DeptPeriods    PIC 9(4) VALUE 0.
        01  DeptMax        PIC 9(4) VALUE 0.
        01  TotPeriods     PIC 9(6) VALUE 0.
        COPY "CTLTOT.CPY".
        01  Heading1.
            05  F          PIC X(30) VALUE SPACES.
            05  CompanyNameOut PIC X(20) VALUE "XYZ BANK LTD.".
        01  Heading2.
            05  F          PIC X(14) VALUE SPACES.
            05  Hd2TitleOut PIC X(36).
            05  F          PIC X(8) VALUE " Date : ".
            05  RunDateOut PIC 9(8).
        01  LineRec        PIC X(80) VALUE ALL "-".
        01  BlankRec       PIC X(80) VALUE SPACES.
        01  ClassHead.
            05  F          PIC X(1) VALUE SPACES.
            05  F          PIC X(9) VALUE "Course : ".
            05  ChCourseOut PIC A(6).
            05  F          PIC X(13) VALUE "   Semester :".
            05  ChSemOut   PIC Z9.
        01  FacHead.
            05  F          PIC X(1) VALUE SPACES.
            05  F          PIC X(10) VALUE "Faculty : ".
            05  FhCodeOut  PIC X(4).
            05  F          PIC X(2) VALUE SPACES.
            05  FhNameOut  PIC X(20).
            05  F          PIC X(9) VALUE "  Dept : ".
            05  FhDeptOut  PIC X(4).
        01  RoomHead.
            05  F          PIC X(1) VALUE SPACES.
            05  F          PIC X(7) VALUE "Room : ".
            05  RhCodeOut  PIC X(4).
        01  PeriodHead.
            05  F          PIC X(4) VALUE "Day".
            05  F          PIC X(9) VALUE "P1".
            05  F          PIC X(9) VALUE "P2".
            05  F          PIC X(9) VALUE "P3".
            05  F          PIC X(9) VALUE "P4".
            05  F          PIC X(9) VALUE "P5".
            05  F          PIC X(9) VALUE "P6".
            05  F          PIC X(9) VALUE "P7".
            05  F          PIC X(9) VALUE "P8".
        01  GridLine.
            05  GlDayOut   PIC X(4).
            05  GlCellOut  PIC X(9) OCCURS 8 TIMES.
        01  LoadHead.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(6) VALUE "Code".
            05  F          PIC X(22) VALUE "Name".
            05  F          PIC X(9) VALUE "Periods".
            05  F          PIC X(9) VALUE "Agreed".
            05  F          PIC X(9) VALUE "Spare".
            05  F          PIC X(10) VALUE "Remark".
        01  DeptHead.
            05  F          PIC X(1) VALUE SPACES.
            05  F          PIC X(13) VALUE "Department : ".
            05  DhDeptOut  PIC X(4).
        01  LoadLine.
            05  F          PIC X(3) VALUE SPACES.
            05  LlCodeOut  PIC X(4).
            05  F          PIC X(2) VALUE SPACES.
            05  LlNameOut  PIC X(20).
            05  F          PIC X(4) VALUE SPACES.
            05  LlPerOut   PIC Z9.
            05  F          PIC X(7) VALUE SPACES.
            05  LlMaxOut   PIC Z9.
            05  F          PIC X(6) VALUE SPACES.
            05  LlSpareOut PIC -Z9.
            05  F          PIC X(5) VALUE SPACES.
            05  LlRemarkOut PIC X(10).
        01  DeptTotLine.
            05  F          PIC X(11) VALUE SPACES.
            05  F          PIC X(18) VALUE "Department Total :".
            05  F          PIC X(4) VALUE SPACES.
            05  DtPerOut   PIC ZZZ9.
            05  F          PIC X(5) VALUE SPACES.
            05  DtMaxOut   PIC ZZZ9.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            PERFORM ReadCompParamPara.
            PERFORM LoadSlotsPara.
            PERFORM LoadFacultyPara.
            MOVE 0 TO SlIx.
            PERFORM ListEntitiesPara UNTIL SlIx NOT < SlCount.
            MOVE RunDate8 TO RunDateOut.
            MOVE RunDate8 TO CtRunDateOut.
            PERFORM ClassReportPara.
            PERFORM FacultyReportPara.
            PERFORM RoomReportPara.
            PERFORM LoadReportPara.
            PERFORM LogRunPara.
            DISPLAY "Timetable Periods Booked :- " TotPeriods.
            GOBACK.
        ReadCompParamPara.
            OPEN INPUT CompParamFile.
            IF CompParamStatus = "00"
                READ CompParamFile
                MOVE CpCompanyName TO CompanyNameOut
                CLOSE CompParamFile.
      * The latest row for a class, day and period is the slot as it
      * stands; cleared slots are not printed.
        LoadSlotsPara.
            OPEN INPUT TimeTblFile.
            IF TimeTblStatus = "00"
                PERFORM ReadSlotPara
                PERFORM LoadOneSlotPara UNTIL TimeTblEOF = "Y"
                CLOSE TimeTblFile.
        ReadSlotPara.
            READ TimeTblFile AT END MOVE "Y" TO TimeTblEOF.
        LoadOneSlotPara.
            ADD 1 TO RecsRead.
            MOVE 0 TO SlHit.
            MOVE 0 TO SlIx.
            PERFORM ScanSlotTabPara UNTIL SlIx NOT < SlCount
                                    OR SlHit NOT = 0.
            IF SlHit = 0 AND SlCount < 1500
                ADD 1 TO SlCount
                MOVE SlCount TO SlHit
                MOVE TtCourse TO SlCourse (SlHit)
                MOVE TtSemester TO SlSemester (SlHit)
                MOVE TtDay TO SlDay (SlHit)
                MOVE TtPeriod TO SlPeriod (SlHit).
            IF SlHit NOT = 0
                MOVE TtSubjCode TO SlSubjCode (SlHit)
                MOVE TtFacCode TO SlFacCode (SlHit)
                MOVE TtRoomCode TO SlRoomCode (SlHit)
                MOVE TtStatus TO SlStatus (SlHit).
            PERFORM ReadSlotPara.
        ScanSlotTabPara.
            ADD 1 TO SlIx.
            IF SlCourse (SlIx) = TtCourse
               AND SlSemester (SlIx) = TtSemester
               AND SlDay (SlIx) = TtDay AND SlPeriod (SlIx) = TtPeriod
                MOVE SlIx TO SlHit.
        LoadFacultyPara.
            OPEN INPUT FacultyFile.
            IF FacultyStatus = "00"
                PERFORM ReadFacultyPara
                PERFORM LoadOneFacPara UNTIL FacultyEOF = "Y"
                CLOSE FacultyFile.
        ReadFacultyPara.
            READ FacultyFile AT END MOVE "Y" TO FacultyEOF.
        LoadOneFacPara.
            MOVE FcFacCode TO CurFac.
            PERFORM FindFacPara.
            IF FcHit = 0 AND FcCount < 200
                ADD 1 TO FcCount
                MOVE FcCount TO FcHit
                MOVE FcFacCode TO FtFacCode (FcHit)
                MOVE 0 TO FtPeriods (FcHit).
            IF FcHit NOT = 0
                MOVE FcName TO FtName (FcHit)
                MOVE FcDept TO FtDept (FcHit)
                MOVE FcMaxPeriods TO FtMax (FcHit)
                MOVE FcStatus TO FtStatus (FcHit).
            PERFORM ReadFacultyPara.
        FindFacPara.
            MOVE 0 TO FcHit.
            MOVE 0 TO FcIx.
            PERFORM ScanFacTabPara UNTIL FcIx NOT < FcCount
                                   OR FcHit NOT = 0.
        ScanFacTabPara.
            ADD 1 TO FcIx.
            IF FtFacCode (FcIx) = CurFac
                MOVE FcIx TO FcHit.
      * Build the list of classes and rooms that have booked periods,
      * and count each teacher's periods for the workload summary.
        ListEntitiesPara.
            ADD 1 TO SlIx.
            IF SlStatus (SlIx) = "A"
                ADD 1 TO TotPeriods
                PERFORM AddGroupPara
                PERFORM AddRoomPara
                MOVE SlFacCode (SlIx) TO CurFac
                PERFORM FindFacPara
                IF FcHit = 0 AND FcCount < 200
                    ADD 1 TO FcCount
                    MOVE FcCount TO FcHit
                    MOVE CurFac TO FtFacCode (FcHit)
                    MOVE "NOT ON MASTER" TO FtName (FcHit)
                    MOVE SPACES TO FtDept (FcHit)
                    MOVE 0 TO FtMax (FcHit)
                    MOVE "I" TO FtStatus (FcHit)
                    MOVE 0 TO FtPeriods (FcHit)
                END-IF
                IF FcHit NOT = 0
                    ADD 1 TO FtPeriods (FcHit)
                END-IF.
        AddGroupPara.
            MOVE 0 TO GrHit.
            MOVE 0 TO GrIx.
            PERFORM ScanGroupTabPara UNTIL GrIx NOT < GrCount
                                     OR GrHit NOT = 0.
            IF GrHit = 0 AND GrCount < 300
                ADD 1 TO GrCount
                MOVE SlCourse (SlIx) TO GtCourse (GrCount)
                MOVE SlSemester (SlIx) TO GtSemester (GrCount).
        ScanGroupTabPara.
            ADD 1 TO GrIx.
            IF GtCourse (GrIx) = SlCourse (SlIx)
               AND GtSemester (GrIx) = SlSemester (SlIx)
                MOVE GrIx TO GrHit.
        AddRoomPara.
            MOVE 0 TO RmHit.
            MOVE 0 TO RmIx.
            PERFORM ScanRoomTabPara UNTIL RmIx NOT < RmCount
                                    OR RmHit NOT = 0.
            IF RmHit = 0 AND RmCount < 100
                ADD 1 TO RmCount
                MOVE SlRoomCode (SlIx) TO RtRoomCode (RmCount).
        ScanRoomTabPara.
            ADD 1 TO RmIx.
            IF RtRoomCode (RmIx) = SlRoomCode (SlIx)
                MOVE RmIx TO RmHit.
      * Class-wise grid: subject and teacher in each period.
        ClassReportPara.
            OPEN OUTPUT ClassOut.
            MOVE "CLASS-WISE TIMETABLE" TO Hd2TitleOut.
            WRITE ClassRec FROM Heading1.
            WRITE ClassRec FROM Heading2.
            WRITE ClassRec FROM LineRec.
            MOVE 0 TO LinesOut.
            MOVE 0 TO GrIx.
            PERFORM PrintClassPara UNTIL GrIx NOT < GrCount.
            MOVE LinesOut TO CtRecsOut.
            MOVE TotPeriods TO CtKeyTotOut.
            WRITE ClassRec FROM CtlTotRec.
            CLOSE ClassOut.
        PrintClassPara.
            ADD 1 TO GrIx.
            MOVE GtCourse (GrIx) TO CurCourse.
            MOVE GtSemester (GrIx) TO CurSem.
            MOVE SPACES TO Grid.
            MOVE 0 TO SlIx.
            PERFORM FillClassCellPara UNTIL SlIx NOT < SlCount.
            MOVE CurCourse TO ChCourseOut.
            MOVE CurSem TO ChSemOut.
            WRITE ClassRec FROM ClassHead.
            WRITE ClassRec FROM PeriodHead.
            MOVE 0 TO DayIx.
            PERFORM PrintClassDayPara UNTIL DayIx = 6.
            WRITE ClassRec FROM LineRec.
        FillClassCellPara.
            ADD 1 TO SlIx.
            IF SlStatus (SlIx) = "A" AND SlCourse (SlIx) = CurCourse
               AND SlSemester (SlIx) = CurSem
                MOVE SlSubjCode (SlIx) TO CwFirst
                MOVE SlFacCode (SlIx) TO CwSecond
                MOVE CellWk TO
                    GridCell (SlDay (SlIx), SlPeriod (SlIx)).
        PrintClassDayPara.
            ADD 1 TO DayIx.
            PERFORM BuildGridLinePara.
            WRITE ClassRec FROM GridLine.
            ADD 1 TO LinesOut.
        BuildGridLinePara.
            MOVE DayName (DayIx) TO GlDayOut.
            MOVE 0 TO PerIx.
            PERFORM MoveCellPara UNTIL PerIx = 8.
        MoveCellPara.
            ADD 1 TO PerIx.
            MOVE GridCell (DayIx, PerIx) TO GlCellOut (PerIx).
      * Faculty-wise grid: subject and room in each period.
        FacultyReportPara.
            OPEN OUTPUT FacOut.
            MOVE "FACULTY-WISE TIMETABLE" TO Hd2TitleOut.
            WRITE FacRec FROM Heading1.
            WRITE FacRec FROM Heading2.
            WRITE FacRec FROM LineRec.
            MOVE 0 TO LinesOut.
            MOVE 0 TO FcIx.
            PERFORM PrintFacultyPara UNTIL FcIx NOT < FcCount.
            MOVE LinesOut TO CtRecsOut.
            MOVE TotPeriods TO CtKeyTotOut.
            WRITE FacRec FROM CtlTotRec.
            CLOSE FacOut.
        PrintFacultyPara.
            ADD 1 TO FcIx.
            IF FtPeriods (FcIx) > 0
                PERFORM PrintOneFacPara.
        PrintOneFacPara.
            MOVE FtFacCode (FcIx) TO CurFac.
            MOVE SPACES TO Grid.
            MOVE 0 TO SlIx.
            PERFORM FillFacCellPara UNTIL SlIx NOT < SlCount.
            MOVE CurFac TO FhCodeOut.
            MOVE FtName (FcIx) TO FhNameOut.
            MOVE FtDept (FcIx) TO FhDeptOut.
            WRITE FacRec FROM FacHead.
            WRITE FacRec FROM PeriodHead.
            MOVE 0 TO DayIx.
            PERFORM PrintFacDayPara UNTIL DayIx = 6.
            WRITE FacRec FROM LineRec.
        FillFacCellPara.
            ADD 1 TO SlIx.
            IF SlStatus (SlIx) = "A" AND SlFacCode (SlIx) = CurFac
                MOVE SlSubjCode (SlIx) TO CwFirst
                MOVE SlRoomCode (SlIx) TO CwSecond
                MOVE CellWk TO
                    GridCell (SlDay (SlIx), SlPeriod (SlIx)).
        PrintFacDayPara.
            ADD 1 TO DayIx.
            PERFORM BuildGridLinePara.
            WRITE FacRec FROM GridLine.
            ADD 1 TO LinesOut.
      * Room-wise grid: subject and teacher in each period.
        RoomReportPara.
            OPEN OUTPUT RoomOut.
            MOVE "ROOM-WISE TIMETABLE" TO Hd2TitleOut.
            WRITE RoomRec FROM Heading1.
            WRITE RoomRec FROM Heading2.
            WRITE RoomRec FROM LineRec.
            MOVE 0 TO LinesOut.
            MOVE 0 TO RmIx.
            PERFORM PrintRoomPara UNTIL RmIx NOT < RmCount.
            MOVE LinesOut TO CtRecsOut.
            MOVE TotPeriods TO CtKeyTotOut.
            WRITE RoomRec FROM CtlTotRec.
            CLOSE RoomOut.
        PrintRoomPara.
            ADD 1 TO RmIx.
            MOVE RtRoomCode (RmIx) TO CurRoom.
            MOVE SPACES TO Grid.
            MOVE 0 TO SlIx.
            PERFORM FillRoomCellPara UNTIL SlIx NOT < SlCount.
            MOVE CurRoom TO RhCodeOut.
            WRITE RoomRec FROM RoomHead.
            WRITE RoomRec FROM PeriodHead.
            MOVE 0 TO DayIx.
            PERFORM PrintRoomDayPara UNTIL DayIx = 6.
            WRITE RoomRec FROM LineRec.
        FillRoomCellPara.
            ADD 1 TO SlIx.
            IF SlStatus (SlIx) = "A" AND SlRoomCode (SlIx) = CurRoom
                MOVE SlSubjCode (SlIx) TO CwFirst
                MOVE SlFacCode (SlIx) TO CwSecond
                MOVE CellWk TO
                    GridCell (SlDay (SlIx), SlPeriod (SlIx)).
        PrintRoomDayPara.
            ADD 1 TO DayIx.
            PERFORM BuildGridLinePara.
            WRITE RoomRec FROM GridLine.
            ADD 1 TO LinesOut.
      * Workload summary for the HOD: every active teacher, grouped
      * by department, with periods booked against the agreed load.
        LoadReportPara.
            MOVE 0 TO FcIx.
            PERFORM AddDeptPara UNTIL FcIx NOT < FcCount.
            OPEN OUTPUT LoadOut.
            MOVE "FACULTY WORKLOAD SUMMARY" TO Hd2TitleOut.
            WRITE LoadRec FROM Heading1.
            WRITE LoadRec FROM Heading2.
            WRITE LoadRec FROM LineRec.
            WRITE LoadRec FROM LoadHead.
            WRITE LoadRec FROM LineRec.
            MOVE 0 TO LinesOut.
            MOVE 0 TO DpIx.
            PERFORM PrintDeptPara UNTIL DpIx NOT < DpCount.
            MOVE LinesOut TO CtRecsOut.
            MOVE TotPeriods TO CtKeyTotOut.
            WRITE LoadRec FROM CtlTotRec.
            CLOSE LoadOut.
        AddDeptPara.
            ADD 1 TO FcIx.
            IF FtStatus (FcIx) = "A" OR FtPeriods (FcIx) > 0
                MOVE 0 TO DpHit
                MOVE 0 TO DpIx
                PERFORM ScanDeptTabPara UNTIL DpIx NOT < DpCount
                                        OR DpHit NOT = 0
                IF DpHit = 0 AND DpCount < 50
                    ADD 1 TO DpCount
                    MOVE FtDept (FcIx) TO DtDept (DpCount)
                END-IF.
        ScanDeptTabPara.
            ADD 1 TO DpIx.
            IF DtDept (DpIx) = FtDept (FcIx)
                MOVE DpIx TO DpHit.
        PrintDeptPara.
            ADD 1 TO DpIx.
            MOVE DtDept (DpIx) TO CurDept.
            MOVE CurDept TO DhDeptOut.
            WRITE LoadRec FROM DeptHead.
            MOVE 0 TO DeptPeriods.
            MOVE 0 TO DeptMax.
            MOVE 0 TO FcIx.
            PERFORM PrintLoadPara UNTIL FcIx NOT < FcCount.
            MOVE DeptPeriods TO DtPerOut.
            MOVE DeptMax TO DtMaxOut.
            WRITE LoadRec FROM DeptTotLine.
            WRITE LoadRec FROM LineRec.
        PrintLoadPara.
            ADD 1 TO FcIx.
            IF FtDept (FcIx) = CurDept
               AND (FtStatus (FcIx) = "A" OR FtPeriods (FcIx) > 0)
                PERFORM PrintOneLoadPara.
        PrintOneLoadPara.
            MOVE FtFacCode (FcIx) TO LlCodeOut.
            MOVE FtName (FcIx) TO LlNameOut.
            MOVE FtPeriods (FcIx) TO LlPerOut.
            MOVE FtMax (FcIx) TO LlMaxOut.
            COMPUTE LlSpareOut = FtMax (FcIx) - FtPeriods (FcIx).
            IF FtPeriods (FcIx) > FtMax (FcIx)
                MOVE "OVERLOADED" TO LlRemarkOut
            ELSE IF FtPeriods (FcIx) = 0
                MOVE "NO CLASSES" TO LlRemarkOut
            ELSE
                MOVE SPACES TO LlRemarkOut.
            WRITE LoadRec FROM LoadLine.
            ADD 1 TO LinesOut.
            ADD FtPeriods (FcIx) TO DeptPeriods.
            ADD FtMax (FcIx) TO DeptMax.
        LogRunPara.
            OPEN EXTEND RunLogFile.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO RlUserId.
            IF RunLogStatus = "35"
                OPEN OUTPUT RunLogFile.
            MOVE "TTPRINT" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE RecsRead TO RlRecRead.
            MOVE TotPeriods TO RlRecWrit.
            MOVE 0 TO RlReturnCode.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
