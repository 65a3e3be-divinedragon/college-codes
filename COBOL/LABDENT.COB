        IDENTIFICATION DIVISION.
        PROGRAM-ID. LabDayEntry.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT LabDayFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LabDayStatus.
            SELECT LabWorkerFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LabWorkerStatus.
            SELECT ExcpLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ExcpLogStatus.

        DATA DIVISION.
        FILE SECTION.
        FD LabDayFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "LabDay.dat".
            COPY "LABDAY.CPY".
        FD LabWorkerFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "LabWorker.dat".
            COPY "LABWRKR.CPY".
        FD ExcpLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ExcpLog.dat".
            COPY "EXCPLOG.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  LabDayStatus   PIC XX VALUE "00".
        01  LabWorkerStatus PIC XX VALUE "00".
        01  ExcpLogStatus  PIC XX VALUE "00".
        01  LabWorkerEOF   PIC A VALUE "N".
        01  WorkerFound    PIC A VALUE "N".
        01  WorkerActive   PIC A VALUE "N".
        01  EditOk         PIC A VALUE "N".
        01  MoreFlag       PIC A VALUE "Y".
        01  BadValueOut    PIC X(20).
        01  WorkerNoWk     PIC 9(4).
        01  DateWk         PIC 9(8).
        01  DateR REDEFINES DateWk.
            05  DateYear       PIC 9(4).
            05  DateMonth      PIC 9(2).
            05  DateDay        PIC 9(2).
        01  DaysIn         PIC 9V9.
        01  OtHoursIn      PIC 9(2)V9.

        PROCEDURE DIVISION.
        ControlPara.
            PERFORM OpenExtPara.
            PERFORM EntryPara UNTIL MoreFlag NOT = "Y".
            CLOSE LabDayFile.
            GOBACK.
        OpenExtPara.
            OPEN EXTEND LabDayFile.
            IF LabDayStatus = "35"
                OPEN OUTPUT LabDayFile.
        EntryPara.
            DISPLAY (5, 10) "Worker No. :- ".
            ACCEPT WorkerNoWk.
            DISPLAY (6, 10) "Date Worked (YYYYMMDD) :- ".
            ACCEPT DateWk.
            DISPLAY (7, 10) "Days (1.0 / 0.5 / 0 Cancels) :- ".
            ACCEPT DaysIn.
            DISPLAY (8, 10) "Overtime Hours :- ".
            ACCEPT OtHoursIn.
            PERFORM EditPara.
            IF EditOk = "Y"
                MOVE WorkerNoWk TO LdWorkerNo
                MOVE DateWk TO LdDate
                MOVE DaysIn TO LdDays
                MOVE OtHoursIn TO LdOtHours
                WRITE LabDayRec
                DISPLAY (11, 10) "Wage Sheet Row Written."
            ELSE
                DISPLAY (11, 10) "Rejected - " BadValueOut
                PERFORM LogExceptionPara.
            DISPLAY (14, 10) "Another Entry (Y/N) :- ".
            ACCEPT MoreFlag.
        EditPara.
            MOVE "N" TO EditOk.
            PERFORM CheckWorkerPara.
            IF WorkerFound = "N"
                MOVE "WORKER NOT ON MASTER" TO BadValueOut
            ELSE IF WorkerActive = "N"
                MOVE "WORKER HAS LEFT" TO BadValueOut
            ELSE IF DateMonth < 1 OR DateMonth > 12
                    OR DateDay < 1 OR DateDay > 31
                MOVE "BAD WAGE SHEET DATE" TO BadValueOut
            ELSE IF DaysIn NOT = 1 AND DaysIn NOT = 0.5
                    AND DaysIn NOT = 0
                MOVE "DAYS NOT 1, 0.5 OR 0" TO BadValueOut
            ELSE IF OtHoursIn > 12
                MOVE "OT OVER 12 HOURS" TO BadValueOut
            ELSE IF DaysIn = 0 AND OtHoursIn NOT = 0
                MOVE "OT ON A CANCELLED DAY" TO BadValueOut
            ELSE
                MOVE "Y" TO EditOk.
      * The latest row for the worker decides whether they are
      * still on the contractor's rolls.
        CheckWorkerPara.
            MOVE "N" TO WorkerFound.
            MOVE "N" TO WorkerActive.
            MOVE "N" TO LabWorkerEOF.
            OPEN INPUT LabWorkerFile.
            IF LabWorkerStatus = "00"
                PERFORM ReadWorkerPara
                PERFORM ScanWorkerPara UNTIL LabWorkerEOF = "Y"
                CLOSE LabWorkerFile.
        ReadWorkerPara.
            READ LabWorkerFile AT END MOVE "Y" TO LabWorkerEOF.
        ScanWorkerPara.
            IF LwWorkerNo = WorkerNoWk
                MOVE "Y" TO WorkerFound
                IF LwStatus = "A"
                    MOVE "Y" TO WorkerActive
                ELSE
                    MOVE "N" TO WorkerActive.
            PERFORM ReadWorkerPara.
        LogExceptionPara.
            OPEN EXTEND ExcpLogFile.
            IF ExcpLogStatus = "35"
                OPEN OUTPUT ExcpLogFile.
            MOVE "LABDENT" TO ElProgram.
            MOVE "EditPara" TO ElParagraph.
            MOVE BadValueOut TO ElBadValue.
            MOVE "N" TO ElStatus.
            MOVE SPACES TO ElAssignTo.
            MOVE SPACES TO ElResolveNote.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO ElUserId.
            ACCEPT ElTimestamp FROM DATE YYYYMMDD.
            WRITE ExcpLogRec.
            CLOSE ExcpLogFile.
