            FILE STATUS IS StudentExtStatus.
            SELECT ReExamRptFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT ReExCandFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ReExam.dat".
        01  RecOut             PIC X(80).
        FD ReExCandFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ReExCand.dat".
            COPY "REEXCAND.CPY".

        WORKING-STORAGE SECTION.
        01  BacklogEOF     PIC A VALUE "N".
        PROCEDURE DIVISION.
        ControlPara.
            OPEN INPUT BacklogFile OUTPUT ReExamRptFile.
            OPEN OUTPUT ReExCandFile.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM LineRec.
            PERFORM ReadBacklogPara.
            PERFORM ReportPara UNTIL BacklogEOF = "Y".
            WRITE RecOut FROM LineRec.
            CLOSE BacklogFile ReExamRptFile ReExCandFile.
            GOBACK.
        ReadBacklogPara.
            READ BacklogFile AT END MOVE "Y" TO BacklogEOF.
            IF OccurCount > 1
                MOVE "NOT ELIGIBLE-DETAINED" TO EligOut
            ELSE
                MOVE "ELIGIBLE FOR RE-EXAM" TO EligOut
                MOVE BkPrnNo TO RcPrnNo
                MOVE BkSubjectCode TO RcSubjCode
                MOVE FoundCourse TO RcCourse
                WRITE ReExCandRec.
            WRITE RecOut FROM DetailRec.
            PERFORM ReadBacklogPara.
        CountOccurPara.
