            SELECT DeptFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DeptStatus.
            SELECT PayGradeFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PayGradeStatus.

        DATA DIVISION.
        FILE SECTION.
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "DeptMast.dat".
            COPY "DEPTMAST.CPY".
        FD PayGradeFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PayGrade.dat".
            COPY "PAYGRADE.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  DeptEOF        PIC A VALUE "N".
        01  DeptValid      PIC A VALUE "N".
        01  DeptIn         PIC X(4).
        01  PayGradeStatus PIC XX VALUE "00".
        01  PayGradeEOF    PIC A VALUE "N".
        01  GradeValid     PIC A VALUE "N".
        01  GradeFound     PIC A VALUE "N".
        01  GradeIn        PIC X(2).
        01  GradeMinWk     PIC 9(5)V99 VALUE 0.
        01  GradeMaxWk     PIC 9(5)V99 VALUE 0.
        01  SkillCatIn     PIC X(2).
        01  RunDate8       PIC 9(8).
        COPY "MWCHK.CPY".
        01  Heading1.
            05  CompanyNameOut PIC A(53) VALUE "XYZ BANK LTD.".
        01  BlankRec       PIC X(80) VALUE SPACES.
                        MOVE DeptIn TO EmpDept
                        DISPLAY (9, 10) "Hire Date (YYYYMMDD) :- "
                        ACCEPT EmpHireDate
                        DISPLAY (10, 10) "Pay Grade :- "
                        ACCEPT GradeIn
                        PERFORM CheckGradePara
                        IF GradeValid = "N"
                            DISPLAY (11, 15)
                                "Grade Not On File Or Basic Off Scale."
                            MOVE GradeIn TO BadValueOut
                            PERFORM LogExceptionPara
                            PERFORM InputPara
                        ELSE
                            MOVE GradeIn TO EmpGrade
                            PERFORM SkillCatPara.
        SkillCatPara.
            DISPLAY (12, 10) "Skill Category (US/SS/SK/HS) :- ".
            ACCEPT SkillCatIn.
            IF SkillCatIn NOT = "US" AND SkillCatIn NOT = "SS"
               AND SkillCatIn NOT = "SK" AND SkillCatIn NOT = "HS"
                DISPLAY (13, 15) "Category Must Be US, SS, SK Or HS."
                MOVE SkillCatIn TO BadValueOut
                PERFORM LogExceptionPara
                PERFORM InputPara
            ELSE
                ACCEPT RunDate8 FROM DATE YYYYMMDD
                MOVE SkillCatIn TO MwcSkillCat
                MOVE EmpDept TO MwcDept
                MOVE BasicIn TO MwcBasic
                MOVE RunDate8 TO MwcAsOfDate
                CALL "MinWageChk" USING MinWageChkRec
                IF MwcResult = "N"
                    DISPLAY (13, 15) "Basic Plus DA Below Minimum Wage."
                    MOVE BasicIn TO BadBasicOut
                    MOVE BadBasicOut TO BadValueOut
                    PERFORM LogExceptionPara
                    PERFORM InputPara
                ELSE
                    MOVE SkillCatIn TO EmpSkillCat
                    MOVE 0 TO EmpLeaveDate
                    MOVE "A" TO EmpStatus.
        CheckDeptPara.
            MOVE "N" TO DeptValid.
            OPEN INPUT DeptFile.
            IF DmCode = DeptIn
                MOVE "Y" TO DeptValid.
            PERFORM ReadDeptPara.
      * The latest row for a grade carries its current scale.
        CheckGradePara.
            MOVE "N" TO GradeValid.
            MOVE "N" TO GradeFound.
            OPEN INPUT PayGradeFile.
            IF PayGradeStatus = "00"
                PERFORM ReadGradePara
                PERFORM ScanGradePara UNTIL PayGradeEOF = "Y"
                CLOSE PayGradeFile
                MOVE "N" TO PayGradeEOF
                IF GradeFound = "Y" AND BasicIn NOT < GradeMinWk
                   AND BasicIn NOT > GradeMaxWk
                    MOVE "Y" TO GradeValid
                END-IF
            ELSE
                MOVE "Y" TO GradeValid.
        ReadGradePara.
            READ PayGradeFile AT END MOVE "Y" TO PayGradeEOF.
        ScanGradePara.
            IF PgGrade = GradeIn
                MOVE "Y" TO GradeFound
                MOVE PgMinBasic TO GradeMinWk
                MOVE PgMaxBasic TO GradeMaxWk.
            PERFORM ReadGradePara.
        LogExceptionPara.
            OPEN EXTEND ExcpLogFile.
            IF ExcpLogStatus = "35"
