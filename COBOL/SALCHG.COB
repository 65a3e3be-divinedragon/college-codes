            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.
            SELECT EmpMastFile ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MastEmpNo
            FILE STATUS IS EmpMastStatus.

        DATA DIVISION.
        FILE SECTION.
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".
        FD EmpMastFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "EMPMAST.DAT".
            COPY "EMPMAST.CPY" REPLACING EmpNoIn BY MastEmpNo.

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  BatchInStatus  PIC XX VALUE "00".
        01  ExcpLogStatus  PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  EmpMastStatus  PIC XX VALUE "00".
        01  EmpMastOpen    PIC A VALUE "N".
        01  EmpFound       PIC A VALUE "N".
        COPY "MWCHK.CPY".
        01  BatchInEOF     PIC A VALUE "N".
        01  ModeIn         PIC A VALUE "S".
        01  MoreFlag       PIC A VALUE "Y".
            DISPLAY (3, 10) "Input - Screen Or File (S/F) :- ".
            ACCEPT ModeIn.
            PERFORM OpenOutPara.
            MOVE "N" TO EmpMastOpen.
            OPEN INPUT EmpMastFile.
            IF EmpMastStatus = "00"
                MOVE "Y" TO EmpMastOpen.
            IF ModeIn = "F"
                PERFORM BulkPara THRU BulkExitPara
            ELSE
                PERFORM InputPara UNTIL MoreFlag NOT = "Y".
            CLOSE FileOut.
            IF EmpMastOpen = "Y"
                CLOSE EmpMastFile
                MOVE "N" TO EmpMastOpen.
            GOBACK.
        OpenOutPara.
            OPEN EXTEND FileOut.
                OPEN OUTPUT FileOut.
        EditPara.
            MOVE "N" TO EditOk.
            PERFORM CheckEmpPara.
            IF NewBasic NOT > 0
                MOVE NewBasic TO NewBasicOut
                MOVE NewBasicOut TO BadValueOut
            ELSE IF EffDate NOT NUMERIC OR EffDate = 0
                MOVE "BAD EFFECTIVE DATE" TO BadValueOut
            ELSE IF EmpFound = "N"
                MOVE "EMP NOT ON MASTER" TO BadValueOut
            ELSE
                PERFORM CheckMinWagePara
                IF MwcResult = "N"
                    MOVE "BELOW MINIMUM WAGE" TO BadValueOut
                ELSE
                    MOVE "Y" TO EditOk.
        CheckEmpPara.
            MOVE EmpNoIn TO MastEmpNo.
            IF EmpMastOpen NOT = "Y"
                MOVE "Y" TO EmpFound
                MOVE SPACES TO EmpSkillCat
                MOVE SPACES TO EmpDept
            ELSE
                READ EmpMastFile
                    INVALID KEY MOVE "N" TO EmpFound
                    NOT INVALID KEY MOVE "Y" TO EmpFound.
      * The new basic plus DA is held to the minimum in force on
      * the day the change takes effect.
        CheckMinWagePara.
            MOVE EmpSkillCat TO MwcSkillCat.
            MOVE EmpDept TO MwcDept.
            MOVE NewBasic TO MwcBasic.
            MOVE EffDate TO MwcAsOfDate.
            CALL "MinWageChk" USING MinWageChkRec.
        InputPara.
            DISPLAY (5, 10) "Enter Emp No. :- ".
            ACCEPT EmpNoIn.
