        IDENTIFICATION DIVISION.
        PROGRAM-ID. CoTargetMaint.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CoTargetFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CoTargetStatus.
            SELECT SubjFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SubjStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD CoTargetFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CoTarget.dat".
            COPY "COTARGET.CPY".
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
        01  CoTargetStatus PIC XX VALUE "00".
        01  SubjStatus     PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  SubjEOF        PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  MoreFlag       PIC A VALUE "Y".
        01  SubjIn         PIC X(4).
        01  DeptIn         PIC X(4).
        01  ThreshIn       PIC 999.
        01  Level1In       PIC 999.
        01  Level2In       PIC 999.
        01  Level3In       PIC 999.
        01  IntWeightIn    PIC 999.
        01  TgtLevelIn     PIC 9V99.
        01  SubjFound      PIC A VALUE "N".
        01  SubjNameWk     PIC X(20) VALUE SPACES.
        01  TargetImage.
            05  TiThresh   PIC ZZ9.
            05  F          PIC X(1) VALUE "/".
            05  TiLevel1   PIC ZZ9.
            05  F          PIC X(1) VALUE "/".
            05  TiLevel2   PIC ZZ9.
            05  F          PIC X(1) VALUE "/".
            05  TiLevel3   PIC ZZ9.
            05  F          PIC X(1) VALUE SPACES.
            05  TiWeight   PIC ZZ9.
            05  F          PIC X(1) VALUE SPACES.
            05  TiTgt      PIC 9.99.
            05  F          PIC X(1) VALUE SPACES.
            05  TiDept     PIC X(4).

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            CALL "GetOper" USING OperLinkRec.
            PERFORM OpenExtPara.
            PERFORM EntryPara UNTIL MoreFlag NOT = "Y".
            CLOSE CoTargetFile.
            GOBACK.
        OpenExtPara.
            OPEN EXTEND CoTargetFile.
            IF CoTargetStatus = "35"
                OPEN OUTPUT CoTargetFile.
        EntryPara.
            DISPLAY (3, 10) "Subject Code :- ".
            ACCEPT SubjIn.
            PERFORM FindSubjPara.
            IF SubjFound = "N"
                DISPLAY (16, 10) "Subject Not On SubjMast.dat."
            ELSE
                DISPLAY (3, 40) SubjNameWk
                PERFORM KeyTargetPara.
            DISPLAY (18, 10) "Another Subject (Y/N) :- ".
            ACCEPT MoreFlag.
        KeyTargetPara.
            DISPLAY (5, 10) "Department :- ".
            ACCEPT DeptIn.
            DISPLAY (6, 10) "Threshold % Of Component Max :- ".
            ACCEPT ThreshIn.
            DISPLAY (7, 10) "% Students For Level 1 :- ".
            ACCEPT Level1In.
            DISPLAY (8, 10) "% Students For Level 2 :- ".
            ACCEPT Level2In.
            DISPLAY (9, 10) "% Students For Level 3 :- ".
            ACCEPT Level3In.
            DISPLAY (10, 10) "Internal Weight % :- ".
            ACCEPT IntWeightIn.
            DISPLAY (11, 10) "Target Attainment Level (0-3) :- ".
            ACCEPT TgtLevelIn.
            IF DeptIn = SPACES
                DISPLAY (16, 10) "Department Required."
            ELSE IF ThreshIn = 0 OR ThreshIn > 100
                DISPLAY (16, 10) "Threshold Must Be 1 To 100."
            ELSE IF Level1In = 0 OR Level1In NOT < Level2In
                    OR Level2In NOT < Level3In OR Level3In > 100
                DISPLAY (16, 10) "Levels Must Rise 1 < 2 < 3 <= 100."
            ELSE IF IntWeightIn > 100
                DISPLAY (16, 10) "Internal Weight Over 100."
            ELSE IF TgtLevelIn > 3
                DISPLAY (16, 10) "Target Level Over 3."
            ELSE
                PERFORM WriteTargetPara
                DISPLAY (16, 10) "Target Written.".
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
        WriteTargetPara.
            MOVE SubjIn TO CtSubjCode.
            MOVE DeptIn TO CtDept.
            MOVE ThreshIn TO CtThreshPct.
            MOVE Level1In TO CtLevel1Pct.
            MOVE Level2In TO CtLevel2Pct.
            MOVE Level3In TO CtLevel3Pct.
            MOVE IntWeightIn TO CtIntWeight.
            MOVE TgtLevelIn TO CtTgtLevel.
            MOVE RunDate8 TO CtDate.
            MOVE OperOpId TO CtUserId.
            WRITE CoTargetRec.
            PERFORM LogAuditPara.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "COTGTENT" TO AuProgram.
            MOVE "CoTarget.dat" TO AuFileId.
            MOVE SubjIn TO AuKey.
            MOVE "NEW TARGET ROW" TO AuBeforeImage.
            MOVE ThreshIn TO TiThresh.
            MOVE Level1In TO TiLevel1.
            MOVE Level2In TO TiLevel2.
            MOVE Level3In TO TiLevel3.
            MOVE IntWeightIn TO TiWeight.
            MOVE TgtLevelIn TO TiTgt.
            MOVE DeptIn TO TiDept.
            MOVE TargetImage TO AuAfterImage.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
