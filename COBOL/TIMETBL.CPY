      *================================================================
      *  TIMETBL.CPY -- class timetable slot, appended to TimeTbl.dat
      *  by TimetableEntry. The student group is the course and
      *  semester; latest row for a group, day and period wins.
      *  TtDay runs 1 (Monday) to 6 (Saturday), TtPeriod 1 to 8.
      *  A cleared slot ("X") frees the group, faculty and room.
      *================================================================
       01  TimeTblRec.
           05  TtCourse            PIC A(6).
           05  TtSemester          PIC 99.
           05  TtDay               PIC 9.
           05  TtPeriod            PIC 9.
           05  TtSubjCode          PIC X(4).
           05  TtFacCode           PIC X(4).
           05  TtRoomCode          PIC X(4).
           05  TtStatus            PIC A.
           05  TtDate              PIC 9(8).
           05  TtUserId            PIC X(4).
