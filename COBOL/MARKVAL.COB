            SELECT SubjFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SubjStatus.
            SELECT SubjRegFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SubjRegStatus.

        DATA DIVISION.
        FILE SECTION.
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "SubjMast.dat".
            COPY "SUBJMAST.CPY".
        FD SubjRegFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "SubjReg.dat".
            COPY "SUBJREG.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  SubjectIn      PIC X(4).
        01  IntMaxWk       PIC 9(3) VALUE 30.
        01  ExtMaxWk       PIC 9(3) VALUE 70.
        01  SubjElectWk    PIC A VALUE "N".
        01  SubjCourseWk   PIC A(6) VALUE SPACES.
        01  SubjRegStatus  PIC XX VALUE "00".
        01  SubjRegEOF     PIC A VALUE "N".
        01  RegOk          PIC A VALUE "Y".
        01  RegIx          PIC 9(3) VALUE 0.
        01  RegHit         PIC 9(3) VALUE 0.
        01  RegCount       PIC 9(3) VALUE 0.
        01  RegTable.
            05  RegEntry OCCURS 500 TIMES.
                10  RgPrnNo    PIC 9(9).
                10  RgStatus   PIC A.
        01  Heading1.
            05  F          PIC X(20) VALUE SPACES.
            05  F          PIC X(30) VALUE
            DISPLAY (3, 10) "Subject Code Being Validated :- ".
            ACCEPT SubjectIn.
            PERFORM FindMaximaPara.
            IF SubjElectWk = "Y"
                PERFORM LoadRegPara.
            OPEN INPUT RawMarksFile.
            IF RawMarksStatus NOT = "00"
                DISPLAY "RawMarks.dat Not Found. Run Aborted."
        ReadSubjPara.
            READ SubjFile AT END MOVE "Y" TO SubjEOF.
        ScanSubjPara.
            IF SmSubjCode = SubjectIn
                MOVE SmCourse TO SubjCourseWk
                IF SmElective = "Y"
                    MOVE "Y" TO SubjElectWk
                ELSE
                    MOVE "N" TO SubjElectWk.
            IF SmSubjCode = SubjectIn
               AND SmIntMax > 0 AND SmExtMax > 0
                MOVE SmIntMax TO IntMaxWk
                MOVE SmExtMax TO ExtMaxWk.
            PERFORM ReadSubjPara.
      * Marks for an elective are taken only from students holding an
      * allotted seat on it; a core subject only from students of the
      * course it belongs to.
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
            IF RgPrnNo (RegIx) = RwRollNo AND RgStatus (RegIx) = "A"
                MOVE "Y" TO RegOk.
        ValidateOnePara.
            MOVE SPACES TO RejectReason.
            PERFORM CheckStudentPara.
            IF StudFound = "Y"
                PERFORM CheckRegisteredPara.
            IF StudFound = "N"
                MOVE "ROLL NOT ON MASTER" TO RejectReason
            ELSE IF RegOk = "N"
                MOVE "NOT REGISTERED" TO RejectReason
            ELSE IF RwIntMark > IntMaxWk
                MOVE "INTERNAL OVER MAX" TO RejectReason
            ELSE IF RwExtMark > ExtMaxWk
