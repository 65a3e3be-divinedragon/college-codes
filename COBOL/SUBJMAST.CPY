      *  SmExtMax are the internal and external component maximums;
      *  rows with both zero fall back to the shop default of
      *  30 internal / 70 external.
      *  SmSemester is the semester the subject is taught in and
      *  SmElective "Y" marks an elective: students of the course
      *  take every other subject of their semester, but an elective
      *  only when ElectiveAllocation has allotted them a seat on it
      *  (SUBJREG.CPY). Rows written before these fields were added
      *  carry spaces there and count as core subjects.
      *================================================================
       01  SubjMastRec.
           05  SmSubjCode          PIC X(4).
           05  SmCourse            PIC A(6).
           05  SmIntMax            PIC 9(3).
           05  SmExtMax            PIC 9(3).
           05  SmSemester          PIC 99.
           05  SmElective          PIC A.
