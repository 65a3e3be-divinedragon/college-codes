        01  CourseIn       PIC A(6).
        01  IntMaxIn       PIC 9(3).
        01  ExtMaxIn       PIC 9(3).
        01  SemesterIn     PIC 99.
        01  ElectiveIn     PIC A.
        01  DupFlag        PIC A VALUE "N".
        01  MoreFlag       PIC A VALUE "Y".

            ACCEPT IntMaxIn.
            DISPLAY (10, 10) "External Max (0 = Default 70) :- ".
            ACCEPT ExtMaxIn.
            DISPLAY (11, 10) "Semester Taught (1-8) :- ".
            ACCEPT SemesterIn.
            DISPLAY (12, 10) "Elective (Y/N) :- ".
            ACCEPT ElectiveIn.
            PERFORM CheckDupPara.
            IF DupFlag = "Y"
                DISPLAY (13, 10) "Subject Code Already On Master."
            ELSE IF CreditsIn NOT > 0
                DISPLAY (13, 10) "Credits Must Be 1 To 9."
            ELSE IF SemesterIn < 1 OR SemesterIn > 8
                DISPLAY (13, 10) "Semester Must Be 1 To 8."
            ELSE IF ElectiveIn NOT = "Y" AND ElectiveIn NOT = "N"
                DISPLAY (13, 10) "Elective Must Be Y Or N."
            ELSE
                PERFORM AppendPara
                DISPLAY (13, 10) "Subject Written.".
            DISPLAY (14, 10) "Another Subject (Y/N) :- ".
            ACCEPT MoreFlag.
        CheckDupPara.
            MOVE CourseIn TO SmCourse.
            MOVE IntMaxIn TO SmIntMax.
            MOVE ExtMaxIn TO SmExtMax.
            MOVE SemesterIn TO SmSemester.
            MOVE ElectiveIn TO SmElective.
            WRITE SubjMastRec.
            CLOSE SubjFile.
