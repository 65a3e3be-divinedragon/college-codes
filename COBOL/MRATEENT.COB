        IDENTIFICATION DIVISION.
        PROGRAM-ID. MessRateMaint.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MessRateFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MessRateStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD MessRateFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "MessRate.dat".
            COPY "MESSRATE.CPY".
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  MessRateStatus PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  RateIn         PIC 9(3)V99.
        01  EffDateIn      PIC 9(8).
        01  EffDateR REDEFINES EffDateIn.
            05  EffYear        PIC 9(4).
            05  EffMonth       PIC 9(2).
            05  EffDay         PIC 9(2).
        01  RateOut        PIC ZZ9.99.
        01  MoreFlag       PIC A VALUE "Y".

        PROCEDURE DIVISION.
        ControlPara.
            PERFORM OpenExtPara.
            PERFORM EntryPara UNTIL MoreFlag NOT = "Y".
            CLOSE MessRateFile.
            GOBACK.
        OpenExtPara.
            OPEN EXTEND MessRateFile.
            IF MessRateStatus = "35"
                OPEN OUTPUT MessRateFile.
        EntryPara.
            DISPLAY (5, 10) "Mess Rate Per Day :- ".
            ACCEPT RateIn.
            DISPLAY (6, 10) "Effective Date (YYYYMMDD) :- ".
            ACCEPT EffDateIn.
            IF RateIn NOT > 0
                DISPLAY (11, 10) "Rate Must Be Positive."
            ELSE IF EffDateIn NOT NUMERIC OR EffYear = 0
                    OR EffMonth < 1 OR EffMonth > 12
                    OR EffDay < 1 OR EffDay > 31
                DISPLAY (11, 10) "Valid Effective Date Is Required."
            ELSE
                MOVE EffDateIn TO MrEffDate
                MOVE RateIn TO MrDayRate
                WRITE MessRateRec
                PERFORM LogAuditPara
                DISPLAY (11, 10) "Mess Rate Written.".
            DISPLAY (14, 10) "Another Revision (Y/N) :- ".
            ACCEPT MoreFlag.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "MRATEENT" TO AuProgram.
            MOVE "MessRate.dat" TO AuFileId.
            MOVE MrEffDate TO AuKey.
            MOVE "NEW MESS RATE" TO AuBeforeImage.
            MOVE MrDayRate TO RateOut.
            MOVE RateOut TO AuAfterImage.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
