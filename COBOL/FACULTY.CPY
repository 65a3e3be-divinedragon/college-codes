      *================================================================
      *  FACULTY.CPY -- faculty master row, appended to Faculty.dat
      *  by FacultyMaint; latest row for a faculty code wins.
      *  FcEmpNo ties the teacher to the payroll employee master
      *  (zero for visiting faculty). FcSubject lists the subjects
      *  the teacher may be timetabled for; FcMaxPeriods is the
      *  weekly teaching load the HOD has agreed. Inactive ("I")
      *  faculty cannot be timetabled.
      *================================================================
       01  FacultyRec.
           05  FcFacCode           PIC X(4).
           05  FcName              PIC X(20).
           05  FcDept              PIC X(4).
           05  FcEmpNo             PIC 9(4).
           05  FcMaxPeriods        PIC 99.
           05  FcStatus            PIC A.
           05  FcSubjects.
               10  FcSubject       PIC X(4) OCCURS 6 TIMES.
           05  FcDate              PIC 9(8).
           05  FcUserId            PIC X(4).
