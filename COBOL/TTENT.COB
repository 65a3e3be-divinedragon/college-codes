        IDENTIFICATION DIVISION.
        PROGRAM-ID. TimetableEntry.
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
            SELECT RoomFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RoomStatus.
            SELECT SubjFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SubjStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

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
        FD RoomFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RoomMast.dat".
            COPY "ROOMMAST.CPY".
        FD SubjFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "SubjMast.dat".
            COPY "SUBJMAST.CPY".
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  TimeTblStatus  PIC XX VALUE "00".
        01  FacultyStatus  PIC XX VALUE "00".
        01  RoomStatus     PIC XX VALUE "00".
        01  SubjStatus     PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  TimeTblEOF     PIC A VALUE "N".
        01  FacultyEOF     PIC A VALUE "N".
        01  RoomEOF        PIC A VALUE "N".
        01  SubjEOF        PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  MoreFlag       PIC A VALUE "Y".
        01  CourseIn       PIC A(6).
        01  SemIn          PIC 99.
        01  DayIn          PIC 9.
        01  PeriodIn       PIC 9.
        01  ActionIn       PIC A.
        01  SubjIn         PIC X(4).
        01  FacIn          PIC X(4).
        01  RoomIn         PIC X(4).
        01  RefuseMsg      PIC X(40) VALUE SPACES.
        01  FacLoadWk      PIC 99 VALUE 0.
        01  TeachesWk      PIC A VALUE "N".
        01  SubjCourseWk   PIC A(6) VALUE SPACES.
        01  SubjSemWk      PIC 99 VALUE 0.
        01  ClashWith      PIC A(6) VALUE SPACES.
        01  ClashSem       PIC 99 VALUE 0.
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
                10  FtStatus   PIC A.
                10  FtMax      PIC 99.
                10  FtSubject  PIC X(4) OCCURS 6 TIMES.
        01  FtSubjIx       PIC 9 VALUE 0.
        01  RmIx           PIC 9(3) VALUE 0.
        01  RmHit          PIC 9(3) VALUE 0.
        01  RmCount        PIC 9(3) VALUE 0.
        01  RoomTable.
            05  RoomEntry OCCURS 100 TIMES.
                10  RtRoomCode PIC X(4).
        01  SbIx           PIC 9(3) VALUE 0.
        01  SbHit          PIC 9(3) VALUE 0.
        01  SbCount        PIC 9(3) VALUE 0.
        01  SubjTable.
            05  SubjEntry OCCURS 200 TIMES.
                10  StSubjCode PIC X(4).
                10  StCourse   PIC A(6).
                10  StSemester PIC 99.
        01  AuditKeyWk.
            05  AkCourse   PIC A(6).
            05  AkSem      PIC 99.
            05  AkDay      PIC 9.
            05  AkPeriod   PIC 9.
        01  SlotImageWk.
            05  SiStatus   PIC A.
            05  F          PIC X(1) VALUE SPACES.
            05  SiSubj     PIC X(4).
            05  F          PIC X(1) VALUE SPACES.
            05  SiFac      PIC X(4).
            05  F          PIC X(1) VALUE SPACES.
            05  SiRoom     PIC X(4).

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            CALL "GetOper" USING OperLinkRec.
            PERFORM LoadSlotsPara.
            PERFORM LoadFacultyPara.
            PERFORM LoadRoomsPara.
            PERFORM LoadSubjPara.
            PERFORM EntryPara UNTIL MoreFlag NOT = "Y".
            GOBACK.
      * One slot is one period of one class (course and semester).
      * A slot is refused when the class, the teacher or the room is
      * already taken in that period, or when the teacher would go
      * over the weekly load agreed on the faculty master.
        EntryPara.
            DISPLAY (3, 10) "Course :- ".
            ACCEPT CourseIn.
            DISPLAY (4, 10) "Semester (1-8) :- ".
            ACCEPT SemIn.
            DISPLAY (5, 10) "Day (1=Mon .. 6=Sat) :- ".
            ACCEPT DayIn.
            DISPLAY (6, 10) "Period (1-8) :- ".
            ACCEPT PeriodIn.
            PERFORM FindSlotPara.
            MOVE SPACES TO SlotImageWk.
            IF SlHit NOT = 0
                MOVE SlStatus (SlHit) TO SiStatus
                MOVE SlSubjCode (SlHit) TO SiSubj
                MOVE SlFacCode (SlHit) TO SiFac
                MOVE SlRoomCode (SlHit) TO SiRoom
                IF SlStatus (SlHit) = "A"
                    DISPLAY (7, 10) "Current :- " SlSubjCode (SlHit)
                            " " SlFacCode (SlHit) " "
                            SlRoomCode (SlHit)
                END-IF.
            DISPLAY (9, 10) "Set / Clear Slot (S/X) :- ".
            ACCEPT ActionIn.
            MOVE SPACES TO RefuseMsg.
            IF CourseIn = SPACES
                MOVE "Course Is Required." TO RefuseMsg
            ELSE IF SemIn < 1 OR SemIn > 8
                MOVE "Semester Must Be 1-8." TO RefuseMsg
            ELSE IF DayIn < 1 OR DayIn > 6
                MOVE "Day Must Be 1-6." TO RefuseMsg
            ELSE IF PeriodIn < 1 OR PeriodIn > 8
                MOVE "Period Must Be 1-8." TO RefuseMsg
            ELSE IF ActionIn = "X"
                PERFORM ClearSlotPara
            ELSE IF ActionIn = "S"
                PERFORM SetSlotPara
            ELSE
                MOVE "Action Must Be S Or X." TO RefuseMsg.
            IF RefuseMsg NOT = SPACES
                DISPLAY (16, 10) RefuseMsg.
            DISPLAY (18, 10) "Another Slot (Y/N) :- ".
            ACCEPT MoreFlag.
        ClearSlotPara.
            IF SlHit = 0
                MOVE "Slot Is Already Free." TO RefuseMsg
            ELSE IF SlStatus (SlHit) NOT = "A"
                MOVE "Slot Is Already Free." TO RefuseMsg
            ELSE
                MOVE "X" TO SlStatus (SlHit)
                PERFORM WriteSlotPara
                DISPLAY (16, 10) "Slot Cleared.".
        SetSlotPara.
            DISPLAY (10, 10) "Subject Code :- ".
            ACCEPT SubjIn.
            DISPLAY (11, 10) "Faculty Code :- ".
            ACCEPT FacIn.
            DISPLAY (12, 10) "Room Code :- ".
            ACCEPT RoomIn.
            PERFORM FindSubjPara.
            PERFORM FindFacultyPara.
            PERFORM FindRoomPara.
            IF SlHit NOT = 0
                IF SlStatus (SlHit) = "A"
                    MOVE "Class Already Has That Period." TO RefuseMsg
                END-IF.
            IF RefuseMsg = SPACES
                PERFORM ValidateSlotPara.
            IF RefuseMsg = SPACES
                PERFORM TakeSlotPara
                PERFORM WriteSlotPara
                DISPLAY (16, 10) "Slot Booked.".
        ValidateSlotPara.
            IF SbHit = 0
                MOVE "Subject Not On Master." TO RefuseMsg
            ELSE IF SubjCourseWk NOT = SPACES
                    AND SubjCourseWk NOT = CourseIn
                MOVE "Subject Is Not For This Course." TO RefuseMsg
            ELSE IF SubjSemWk NOT = 0 AND SubjSemWk NOT = SemIn
                MOVE "Subject Is Not In This Semester." TO RefuseMsg
            ELSE IF FcHit = 0
                MOVE "Faculty Not On Master." TO RefuseMsg
            ELSE IF FtStatus (FcHit) NOT = "A"
                MOVE "Faculty Is Inactive." TO RefuseMsg
            ELSE IF TeachesWk = "N"
                MOVE "Faculty Does Not Teach That Subject."
                    TO RefuseMsg
            ELSE IF RmHit = 0
                MOVE "Room Not On Master." TO RefuseMsg
            ELSE
                PERFORM CheckClashPara.
        CheckClashPara.
            MOVE 0 TO FacLoadWk.
            MOVE SPACES TO ClashWith.
            MOVE 0 TO SlIx.
            PERFORM TestClashPara UNTIL SlIx NOT < SlCount.
            IF RefuseMsg = SPACES
               AND FacLoadWk NOT < FtMax (FcHit)
                MOVE "Faculty Weekly Load Already Reached."
                    TO RefuseMsg.
            IF RefuseMsg NOT = SPACES AND ClashWith NOT = SPACES
                DISPLAY (14, 10) "Clashes With :- " ClashWith " Sem "
                        ClashSem.
        TestClashPara.
            ADD 1 TO SlIx.
            IF SlStatus (SlIx) = "A"
                IF SlFacCode (SlIx) = FacIn
                    ADD 1 TO FacLoadWk
                END-IF
                IF SlDay (SlIx) = DayIn AND SlPeriod (SlIx) = PeriodIn
                   AND RefuseMsg = SPACES
                    IF SlFacCode (SlIx) = FacIn
                        MOVE "Faculty Already Booked That Period."
                            TO RefuseMsg
                        MOVE SlCourse (SlIx) TO ClashWith
                        MOVE SlSemester (SlIx) TO ClashSem
                    ELSE IF SlRoomCode (SlIx) = RoomIn
                        MOVE "Room Already Booked That Period."
                            TO RefuseMsg
                        MOVE SlCourse (SlIx) TO ClashWith
                        MOVE SlSemester (SlIx) TO ClashSem.
        TakeSlotPara.
            IF SlHit = 0 AND SlCount < 1500
                ADD 1 TO SlCount
                MOVE SlCount TO SlHit
                MOVE CourseIn TO SlCourse (SlHit)
                MOVE SemIn TO SlSemester (SlHit)
                MOVE DayIn TO SlDay (SlHit)
                MOVE PeriodIn TO SlPeriod (SlHit).
            IF SlHit NOT = 0
                MOVE SubjIn TO SlSubjCode (SlHit)
                MOVE FacIn TO SlFacCode (SlHit)
                MOVE RoomIn TO SlRoomCode (SlHit)
                MOVE "A" TO SlStatus (SlHit).
        FindSlotPara.
            MOVE 0 TO SlHit.
            MOVE 0 TO SlIx.
            PERFORM ScanSlotTabPara UNTIL SlIx NOT < SlCount
                                    OR SlHit NOT = 0.
        ScanSlotTabPara.
            ADD 1 TO SlIx.
            IF SlCourse (SlIx) = CourseIn AND SlSemester (SlIx) = SemIn
               AND SlDay (SlIx) = DayIn AND SlPeriod (SlIx) = PeriodIn
                MOVE SlIx TO SlHit.
        FindSubjPara.
            MOVE 0 TO SbHit.
            MOVE SPACES TO SubjCourseWk.
            MOVE 0 TO SubjSemWk.
            MOVE 0 TO SbIx.
            PERFORM ScanSubjTabPara UNTIL SbIx NOT < SbCount
                                    OR SbHit NOT = 0.
            IF SbHit NOT = 0
                MOVE StCourse (SbHit) TO SubjCourseWk
                MOVE StSemester (SbHit) TO SubjSemWk.
        ScanSubjTabPara.
            ADD 1 TO SbIx.
            IF StSubjCode (SbIx) = SubjIn
                MOVE SbIx TO SbHit.
        FindFacultyPara.
            MOVE 0 TO FcHit.
            MOVE "N" TO TeachesWk.
            MOVE 0 TO FcIx.
            PERFORM ScanFacTabPara UNTIL FcIx NOT < FcCount
                                   OR FcHit NOT = 0.
            IF FcHit NOT = 0
                MOVE 0 TO FtSubjIx
                PERFORM TestTeachesPara UNTIL FtSubjIx = 6.
        ScanFacTabPara.
            ADD 1 TO FcIx.
            IF FtFacCode (FcIx) = FacIn
                MOVE FcIx TO FcHit.
        TestTeachesPara.
            ADD 1 TO FtSubjIx.
            IF FtSubject (FcHit, FtSubjIx) = SubjIn
                MOVE "Y" TO TeachesWk.
        FindRoomPara.
            MOVE 0 TO RmHit.
            MOVE 0 TO RmIx.
            PERFORM ScanRoomTabPara UNTIL RmIx NOT < RmCount
                                    OR RmHit NOT = 0.
        ScanRoomTabPara.
            ADD 1 TO RmIx.
            IF RtRoomCode (RmIx) = RoomIn
                MOVE RmIx TO RmHit.
        LoadSlotsPara.
            MOVE 0 TO SlCount.
            OPEN INPUT TimeTblFile.
            IF TimeTblStatus = "00"
                PERFORM ReadSlotPara
                PERFORM LoadOneSlotPara UNTIL TimeTblEOF = "Y"
                CLOSE TimeTblFile.
        ReadSlotPara.
            READ TimeTblFile AT END MOVE "Y" TO TimeTblEOF.
        LoadOneSlotPara.
            MOVE TtCourse TO CourseIn.
            MOVE TtSemester TO SemIn.
            MOVE TtDay TO DayIn.
            MOVE TtPeriod TO PeriodIn.
            PERFORM FindSlotPara.
            MOVE TtSubjCode TO SubjIn.
            MOVE TtFacCode TO FacIn.
            MOVE TtRoomCode TO RoomIn.
            PERFORM TakeSlotPara.
            IF SlHit NOT = 0
                MOVE TtStatus TO SlStatus (SlHit).
            PERFORM ReadSlotPara.
        LoadFacultyPara.
            MOVE 0 TO FcCount.
            OPEN INPUT FacultyFile.
            IF FacultyStatus = "00"
                PERFORM ReadFacultyPara
                PERFORM LoadOneFacPara UNTIL FacultyEOF = "Y"
                CLOSE FacultyFile.
        ReadFacultyPara.
            READ FacultyFile AT END MOVE "Y" TO FacultyEOF.
        LoadOneFacPara.
            MOVE FcFacCode TO FacIn.
            MOVE 0 TO FcHit.
            MOVE 0 TO FcIx.
            PERFORM ScanFacTabPara UNTIL FcIx NOT < FcCount
                                   OR FcHit NOT = 0.
            IF FcHit = 0 AND FcCount < 200
                ADD 1 TO FcCount
                MOVE FcCount TO FcHit.
            IF FcHit NOT = 0
                MOVE FcFacCode TO FtFacCode (FcHit)
                MOVE FcStatus TO FtStatus (FcHit)
                MOVE FcMaxPeriods TO FtMax (FcHit)
                MOVE 0 TO FtSubjIx
                PERFORM CopyFacSubjPara UNTIL FtSubjIx = 6.
            PERFORM ReadFacultyPara.
        CopyFacSubjPara.
            ADD 1 TO FtSubjIx.
            MOVE FcSubject (FtSubjIx) TO FtSubject (FcHit, FtSubjIx).
        LoadRoomsPara.
            MOVE 0 TO RmCount.
            OPEN INPUT RoomFile.
            IF RoomStatus = "00"
                PERFORM ReadRoomPara
                PERFORM LoadOneRoomPara UNTIL RoomEOF = "Y"
                CLOSE RoomFile.
        ReadRoomPara.
            READ RoomFile AT END MOVE "Y" TO RoomEOF.
        LoadOneRoomPara.
            MOVE RmRoomCode TO RoomIn.
            PERFORM FindRoomPara.
            IF RmHit = 0 AND RmCount < 100
                ADD 1 TO RmCount
                MOVE RmRoomCode TO RtRoomCode (RmCount).
            PERFORM ReadRoomPara.
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
            MOVE SmSubjCode TO SubjIn.
            MOVE 0 TO SbHit.
            MOVE 0 TO SbIx.
            PERFORM ScanSubjTabPara UNTIL SbIx NOT < SbCount
                                    OR SbHit NOT = 0.
            IF SbHit = 0 AND SbCount < 200
                ADD 1 TO SbCount
                MOVE SbCount TO SbHit.
            IF SbHit NOT = 0
                MOVE SmSubjCode TO StSubjCode (SbHit)
                MOVE SmCourse TO StCourse (SbHit)
                IF SmSemester NUMERIC
                    MOVE SmSemester TO StSemester (SbHit)
                ELSE
                    MOVE 0 TO StSemester (SbHit).
            PERFORM ReadSubjPara.
        WriteSlotPara.
            OPEN EXTEND TimeTblFile.
            IF TimeTblStatus = "35"
                OPEN OUTPUT TimeTblFile.
            MOVE CourseIn TO TtCourse.
            MOVE SemIn TO TtSemester.
            MOVE DayIn TO TtDay.
            MOVE PeriodIn TO TtPeriod.
            MOVE SlSubjCode (SlHit) TO TtSubjCode.
            MOVE SlFacCode (SlHit) TO TtFacCode.
            MOVE SlRoomCode (SlHit) TO TtRoomCode.
            MOVE SlStatus (SlHit) TO TtStatus.
            MOVE RunDate8 TO TtDate.
            MOVE OperOpId TO TtUserId.
            WRITE TimeTblRec.
            CLOSE TimeTblFile.
            PERFORM LogAuditPara.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "TTENT" TO AuProgram.
            MOVE "TimeTbl.dat" TO AuFileId.
            MOVE CourseIn TO AkCourse.
            MOVE SemIn TO AkSem.
            MOVE DayIn TO AkDay.
            MOVE PeriodIn TO AkPeriod.
            MOVE AuditKeyWk TO AuKey.
            MOVE SlotImageWk TO AuBeforeImage.
            MOVE TtStatus TO SiStatus.
            MOVE TtSubjCode TO SiSubj.
            MOVE TtFacCode TO SiFac.
            MOVE TtRoomCode TO SiRoom.
            MOVE SlotImageWk TO AuAfterImage.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
