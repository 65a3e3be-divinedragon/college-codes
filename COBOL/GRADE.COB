            SELECT BatchParamFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BatchParamStatus.
            SELECT SubjRegFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SubjRegStatus.

        DATA DIVISION.
        FILE SECTION.
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "BatchParam.dat".
            COPY "BATCHPRM.CPY".
        FD SubjRegFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "SubjReg.dat".
            COPY "SUBJREG.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  SubjValid    PIC A VALUE "N".
        01  IntMaxWk     PIC 9(3) VALUE 30.
        01  ExtMaxWk     PIC 9(3) VALUE 70.
        01  SubjElectWk  PIC A VALUE "N".
        01  SubjCourseWk PIC A(6) VALUE SPACES.
        01  SubjRegStatus PIC XX VALUE "00".
        01  SubjRegEOF   PIC A VALUE "N".
        01  RegOk        PIC A VALUE "Y".
        01  RegIx        PIC 9(3) VALUE 0.
        01  RegHit       PIC 9(3) VALUE 0.
        01  RegCount     PIC 9(3) VALUE 0.
        01  RegTable.
            05  RegEntry OCCURS 500 TIMES.
                10  RgPrnNo    PIC 9(9).
                10  RgStatus   PIC A.
        01  RegBadWk.
            05  F          PIC X(9) VALUE "NOT REGD ".
            05  RbPrnNo    PIC 9(9).
        01  BatchParamStatus PIC XX VALUE "00".
        01  BatchParamEOF PIC A VALUE "N".
        01  BatchMode    PIC A VALUE "N".
                MOVE SubjectIn TO BadValueOut
                PERFORM LogSubjectExceptionPara
                GO TO BatchExitPara.
            IF SubjElectWk = "Y"
                PERFORM LoadRegPara.
            IF BatchMode = "Y"
                MOVE "SEMESTER" TO ParamKeyWk
                PERFORM FindParamPara
        ScanSubjPara.
            IF SmSubjCode = SubjectIn
                MOVE "Y" TO SubjValid
                MOVE SmCourse TO SubjCourseWk
                IF SmElective = "Y"
                    MOVE "Y" TO SubjElectWk
                ELSE
                    MOVE "N" TO SubjElectWk
                END-IF
                IF SmIntMax > 0 AND SmExtMax > 0
                    MOVE SmIntMax TO IntMaxWk
                    MOVE SmExtMax TO ExtMaxWk.
            READ MarksFile AT END MOVE "Y" TO MarksEOF.
        BatchGradePara.
            PERFORM CheckStudActivePara.
            IF StudActive = "Y"
                PERFORM CheckRegisteredPara.
            IF StudActive = "N"
                MOVE MRollNo TO BadValueOut
                PERFORM LogStatusExceptionPara
                PERFORM ReadMarksPara
            ELSE IF RegOk = "N"
                MOVE MRollNo TO RbPrnNo
                MOVE RegBadWk TO BadValueOut
                PERFORM LogStatusExceptionPara
                PERFORM ReadMarksPara
            ELSE
                PERFORM GradeOnePara.
      * An elective is graded only for students allotted a seat on it
      * (SUBJREG.CPY); a core subject only for students of its course.
        LoadRegPara.
            MOVE 0 TO RegCount.
            OPEN INPUT SubjRegFile.
            IF SubjRegStatus = "00"
                PERFORM ReadRegPara
                PERFORM LoadOneRegPara UNTIL SubjRegEOF = "Y"
                CLOSE SubjRegFile
                MOVE "N" TO SubjRegEOF.
        ReadRegPara.
            READ SubjRegFile AT END MOVE "Y" TO SubjRegEOF.
        LoadOneRegPara.
            IF SrSubjCode = SubjectIn
                MOVE 0 TO RegHit
                MOVE 0 TO RegIx
                PERFORM ScanRegTabPara UNTIL RegIx NOT < RegCount
                                       OR RegHit NOT = 0
                IF RegHit = 0 AND RegCount < 500
                    ADD 1 TO RegCount
                    MOVE RegCount TO RegHit
                    MOVE SrPrnNo TO RgPrnNo (RegHit)
                END-IF
                IF RegHit NOT = 0
                    MOVE SrStatus TO RgStatus (RegHit)
                END-IF.
            PERFORM ReadRegPara.
        ScanRegTabPara.
            ADD 1 TO RegIx.
            IF RgPrnNo (RegIx) = SrPrnNo
                MOVE RegIx TO RegHit.
        CheckRegisteredPara.
            MOVE "Y" TO RegOk.
            IF SubjElectWk = "Y"
                MOVE "N" TO RegOk
                MOVE 0 TO RegIx
                PERFORM TestRegPara UNTIL RegIx NOT < RegCount
            ELSE IF SubjCourseWk NOT = SPACES
                    AND StudentExtStatus = "00"
                    AND ECourse NOT = SubjCourseWk
                MOVE "N" TO RegOk.
        TestRegPara.
            ADD 1 TO RegIx.
            IF RgPrnNo (RegIx) = MRollNo AND RgStatus (RegIx) = "A"
                MOVE "Y" TO RegOk.
        CheckStudActivePara.
            MOVE "N" TO StudActive.
            MOVE MRollNo TO EPrnNo.
