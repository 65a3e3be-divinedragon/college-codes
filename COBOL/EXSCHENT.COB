        IDENTIFICATION DIVISION.
        PROGRAM-ID. ExamScheduleEntry.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ExamSchdFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ExamSchdStatus.
            SELECT SubjFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SubjStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD ExamSchdFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ExamSchd.dat".
            COPY "EXAMSCHD.CPY".
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
        COPY "CALENDAR.CPY".
        01  ExamSchdStatus PIC XX VALUE "00".
        01  SubjStatus     PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  ExamSchdEOF    PIC A VALUE "N".
        01  SubjEOF        PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  MoreFlag       PIC A VALUE "Y".
        01  SubjIn         PIC X(4).
        01  ExamDateIn     PIC 9(8).
        01  SessionIn      PIC A.
        01  ActionIn       PIC A.
        01  NewStatusWk    PIC A VALUE SPACE.
        01  SubjFound      PIC A VALUE "N".
        01  SubjNameWk     PIC X(20) VALUE SPACES.
        01  SchdFound      PIC A VALUE "N".
        01  SchdSave       PIC X(26).
        01  SchdImageWk.
            05  SiStatus   PIC A.
            05  F          PIC X(1) VALUE SPACES.
            05  SiDate     PIC 9(8).
            05  F          PIC X(1) VALUE SPACES.
            05  SiSession  PIC A.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            CALL "GetOper" USING OperLinkRec.
            PERFORM EntryPara UNTIL MoreFlag NOT = "Y".
            GOBACK.
      * A paper is set on a working day, morning or afternoon. Clashes
      * between papers are found by ExamClashCheck over the whole
      * schedule once it is drawn up.
        EntryPara.
            DISPLAY (3, 10) "Subject Code :- ".
            ACCEPT SubjIn.
            PERFORM FindSubjPara.
            PERFORM FindSchdPara.
            MOVE SPACES TO SchdImageWk.
            IF SchdFound = "Y"
                DISPLAY (4, 10) "Current :- " EsExamDate " Session "
                        EsSession " Status " EsStatus
                MOVE EsStatus TO SiStatus
                MOVE EsExamDate TO SiDate
                MOVE EsSession TO SiSession.
            DISPLAY (6, 10) "Set / Cancel Paper (S/X) :- ".
            ACCEPT ActionIn.
            IF SubjFound = "N"
                DISPLAY (16, 10) "Subject Not On Master."
            ELSE IF ActionIn = "X"
                PERFORM CancelPara
            ELSE IF ActionIn = "S"
                PERFORM SetPara
            ELSE
                DISPLAY (16, 10) "Action Must Be S Or X.".
            DISPLAY (18, 10) "Another Paper (Y/N) :- ".
            ACCEPT MoreFlag.
        CancelPara.
            IF SchdFound = "N" OR SiStatus NOT = "A"
                DISPLAY (16, 10) "Paper Is Not On The Schedule."
            ELSE
                MOVE SiDate TO ExamDateIn
                MOVE SiSession TO SessionIn
                MOVE "X" TO NewStatusWk
                PERFORM WriteSchdPara
                DISPLAY (16, 10) "Paper Taken Off The Schedule.".
        SetPara.
            DISPLAY (8, 10) "Exam Date (YYYYMMDD) :- ".
            ACCEPT ExamDateIn.
            DISPLAY (9, 10) "Session (M=Morning A=Afternoon) :- ".
            ACCEPT SessionIn.
            MOVE ExamDateIn TO CalInDate.
            IF ExamDateIn NOT > RunDate8
                DISPLAY (16, 10) "Exam Date Must Be After Today."
            ELSE
                CALL "CALENDAR" USING CalLinkRec
                IF CalInMM < 1 OR CalInMM > 12
                   OR CalInDD < 1 OR CalInDD > 31
                    DISPLAY (16, 10) "Exam Date Is Not Valid."
                ELSE IF CalDayOfWeek = 1
                    DISPLAY (16, 10) "Exam Date Falls On A Sunday."
                ELSE IF CalHoliday = "Y"
                    DISPLAY (16, 10) "Exam Date Is A Holiday."
                ELSE IF SessionIn NOT = "M" AND SessionIn NOT = "A"
                    DISPLAY (16, 10) "Session Must Be M Or A."
                ELSE
                    MOVE "A" TO NewStatusWk
                    PERFORM WriteSchdPara
                    DISPLAY (16, 10) "Paper Scheduled.".
        FindSubjPara.
            MOVE "N" TO SubjFound.
            OPEN INPUT SubjFile.
            IF SubjStatus = "00"
                PERFORM ReadSubjPara
                PERFORM ScanSubjPara UNTIL SubjEOF = "Y"
                CLOSE SubjFile
                MOVE "N" TO SubjEOF.
        ReadSubjPara.
            READ SubjFile AT END MOVE "Y" TO SubjEOF.
        ScanSubjPara.
            IF SmSubjCode = SubjIn
                MOVE "Y" TO SubjFound
                MOVE SmSubjName TO SubjNameWk.
            PERFORM ReadSubjPara.
        FindSchdPara.
            MOVE "N" TO SchdFound.
            OPEN INPUT ExamSchdFile.
            IF ExamSchdStatus = "00"
                PERFORM ReadSchdPara
                PERFORM ScanSchdPara UNTIL ExamSchdEOF = "Y"
                CLOSE ExamSchdFile
                MOVE "N" TO ExamSchdEOF.
            IF SchdFound = "Y"
                MOVE SchdSave TO ExamSchdRec.
        ReadSchdPara.
            READ ExamSchdFile AT END MOVE "Y" TO ExamSchdEOF.
        ScanSchdPara.
            IF EsSubjCode = SubjIn
                MOVE "Y" TO SchdFound
                MOVE ExamSchdRec TO SchdSave.
            PERFORM ReadSchdPara.
        WriteSchdPara.
            OPEN EXTEND ExamSchdFile.
            IF ExamSchdStatus = "35"
                OPEN OUTPUT ExamSchdFile.
            MOVE SubjIn TO EsSubjCode.
            MOVE ExamDateIn TO EsExamDate.
            MOVE SessionIn TO EsSession.
            MOVE NewStatusWk TO EsStatus.
            MOVE RunDate8 TO EsDate.
            MOVE OperOpId TO EsUserId.
            WRITE ExamSchdRec.
            CLOSE ExamSchdFile.
            PERFORM LogAuditPara.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "EXSCHENT" TO AuProgram.
            MOVE "ExamSchd.dat" TO AuFileId.
            MOVE SubjIn TO AuKey.
            MOVE SchdImageWk TO AuBeforeImage.
            MOVE NewStatusWk TO SiStatus.
            MOVE ExamDateIn TO SiDate.
            MOVE SessionIn TO SiSession.
            MOVE SchdImageWk TO AuAfterImage.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
