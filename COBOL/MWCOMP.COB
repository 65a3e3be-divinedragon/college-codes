        IDENTIFICATION DIVISION.
        PROGRAM-ID. MinWageCompliance.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT EmpMastFile ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EmpNoIn
            FILE STATUS IS EmpMastStatus.
            SELECT FileOut ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RunLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RunLogStatus.

        DATA DIVISION.
        FILE SECTION.
        FD EmpMastFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "EMPMAST.DAT".
            COPY "EMPMAST.CPY".
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "MinWgRep.dat".
        01  RecOut             PIC X(90).
        FD RunLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RunLog.dat".
            COPY "RUNLOG.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        COPY "MWCHK.CPY".
        01  EmpMastStatus  PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  EOF            PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  AsOfDate       PIC 9(8) VALUE 0.
        01  EmpCount       PIC 9(6) VALUE 0.
        01  BelowCount     PIC 9(6) VALUE 0.
        01  NoCatCount     PIC 9(6) VALUE 0.
        01  ShortWk        PIC 9(6)V99 VALUE 0.
        01  ShortTotal     PIC 9(9)V99 VALUE 0.
        COPY "CTLTOT.CPY".
        01  Heading1.
            05  F          PIC X(16) VALUE SPACES.
            05  F          PIC X(36) VALUE
                "Minimum Wage Compliance Report".
            05  F          PIC X(10) VALUE "As Of : ".
            05  HdDateOut  PIC 9(8).
        01  LineRec        PIC X(90) VALUE ALL "-".
        01  RecHead.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(7) VALUE "Emp No".
            05  F          PIC X(22) VALUE "Emp Name".
            05  F          PIC X(6) VALUE "Dept".
            05  F          PIC X(5) VALUE "Cat".
            05  F          PIC X(10) VALUE "Basic".
            05  F          PIC X(11) VALUE "Basic+DA".
            05  F          PIC X(10) VALUE "Minimum".
            05  F          PIC X(10) VALUE "Shortfall".
        01  DetailRec.
            05  F          PIC X(3) VALUE SPACES.
            05  DtEmpOut   PIC 9(4).
            05  F          PIC X(3) VALUE SPACES.
            05  DtNameOut  PIC A(20).
            05  F          PIC X(2) VALUE SPACES.
            05  DtDeptOut  PIC X(4).
            05  F          PIC X(2) VALUE SPACES.
            05  DtCatOut   PIC X(2).
            05  F          PIC X(1) VALUE SPACES.
            05  DtBasOut   PIC Z(4)9.99.
            05  F          PIC X(1) VALUE SPACES.
            05  DtWageOut  PIC Z(5)9.99.
            05  F          PIC X(1) VALUE SPACES.
            05  DtMinOut   PIC Z(4)9.99.
            05  F          PIC X(1) VALUE SPACES.
            05  DtShortOut PIC Z(5)9.99.
        01  NoCatRec.
            05  F          PIC X(3) VALUE SPACES.
            05  NcEmpOut   PIC 9(4).
            05  F          PIC X(3) VALUE SPACES.
            05  NcNameOut  PIC A(20).
            05  F          PIC X(2) VALUE SPACES.
            05  NcDeptOut  PIC X(4).
            05  F          PIC X(4) VALUE SPACES.
            05  F          PIC X(30) VALUE
                "** NO SKILL CATEGORY ON FILE".
        01  TotRec.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(16) VALUE "Below Minimum : ".
            05  BelowOut   PIC Z(5)9.
            05  F          PIC X(18) VALUE "  No Category  : ".
            05  NoCatOut   PIC Z(5)9.
            05  F          PIC X(14) VALUE "  Shortfall : ".
            05  ShortTotOut PIC Z(8)9.99.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            DISPLAY (3, 10) "Check As Of (YYYYMMDD, 0 = Today) :- ".
            ACCEPT AsOfDate.
            IF AsOfDate = 0
                MOVE RunDate8 TO AsOfDate.
            OPEN INPUT EmpMastFile.
            IF EmpMastStatus NOT = "00"
                DISPLAY "EMPMAST.DAT Not Found. Run Aborted."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            OPEN OUTPUT FileOut.
            MOVE AsOfDate TO HdDateOut.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM RecHead.
            WRITE RecOut FROM LineRec.
            PERFORM ReadEmpPara.
            PERFORM CheckOnePara UNTIL EOF = "Y".
            WRITE RecOut FROM LineRec.
            MOVE BelowCount TO BelowOut.
            MOVE NoCatCount TO NoCatOut.
            MOVE ShortTotal TO ShortTotOut.
            WRITE RecOut FROM TotRec.
            COMPUTE CtRecsOut = BelowCount + NoCatCount.
            MOVE ShortTotal TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE EmpMastFile FileOut.
            DISPLAY (5, 10) "Below Minimum Wage :- " BelowCount.
            DISPLAY (6, 10) "No Skill Category  :- " NoCatCount.
            IF BelowCount NOT = 0 OR NoCatCount NOT = 0
                MOVE 4 TO RlReturnCode
            ELSE
                MOVE 0 TO RlReturnCode.
            PERFORM LogRunPara.
            MOVE RlReturnCode TO RETURN-CODE.
            GOBACK.
        ReadEmpPara.
            READ EmpMastFile NEXT RECORD AT END MOVE "Y" TO EOF.
        CheckOnePara.
            IF EmpStatus = "A"
                ADD 1 TO EmpCount
                IF EmpSkillCat = SPACES
                    PERFORM NoCatPara
                ELSE
                    PERFORM TestWagePara.
            PERFORM ReadEmpPara.
        NoCatPara.
            MOVE EmpNoIn TO NcEmpOut.
            MOVE NameIn TO NcNameOut.
            MOVE EmpDept TO NcDeptOut.
            WRITE RecOut FROM NoCatRec.
            ADD 1 TO NoCatCount.
        TestWagePara.
            MOVE EmpSkillCat TO MwcSkillCat.
            MOVE EmpDept TO MwcDept.
            MOVE BasicIn TO MwcBasic.
            MOVE AsOfDate TO MwcAsOfDate.
            CALL "MinWageChk" USING MinWageChkRec.
            IF MwcResult = "N"
                COMPUTE ShortWk = MwcMinimum - MwcWage
                MOVE EmpNoIn TO DtEmpOut
                MOVE NameIn TO DtNameOut
                MOVE EmpDept TO DtDeptOut
                MOVE EmpSkillCat TO DtCatOut
                MOVE BasicIn TO DtBasOut
                MOVE MwcWage TO DtWageOut
                MOVE MwcMinimum TO DtMinOut
                MOVE ShortWk TO DtShortOut
                WRITE RecOut FROM DetailRec
                ADD 1 TO BelowCount
                ADD ShortWk TO ShortTotal.
        LogRunPara.
            OPEN EXTEND RunLogFile.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO RlUserId.
            IF RunLogStatus = "35"
                OPEN OUTPUT RunLogFile.
            MOVE "MWCOMP" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE EmpCount TO RlRecRead.
            MOVE BelowCount TO RlRecWrit.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
