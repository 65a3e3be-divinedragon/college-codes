        IDENTIFICATION DIVISION.
        PROGRAM-ID. IncrementRun.
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
            SELECT PayGradeFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PayGradeStatus.
            SELECT SalChgFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SalChgStatus.
            SELECT FileOut ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT StagFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.
            SELECT RunLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RunLogStatus.

        DATA DIVISION.
        FILE SECTION.
        FD EmpMastFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "EMPMAST.DAT".
            COPY "EMPMAST.CPY".
        FD PayGradeFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PayGrade.dat".
            COPY "PAYGRADE.CPY".
        FD SalChgFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "SalChg.dat".
            COPY "SALCHG.CPY" REPLACING EmpNoIn BY ScEmpNo
                                         NewBasic BY ScNewBasic
                                         EffDate BY ScEffDate
                                         ApprvFlag BY ScApprvFlag.
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "IncrRep.dat".
        01  RecOut             PIC X(80).
        FD StagFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "StagRep.dat".
        01  StagOut            PIC X(80).
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".
        FD RunLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RunLog.dat".
            COPY "RUNLOG.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  EmpMastStatus  PIC XX VALUE "00".
        01  PayGradeStatus PIC XX VALUE "00".
        01  SalChgStatus   PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  EOF            PIC A VALUE "N".
        01  PayGradeEOF    PIC A VALUE "N".
        01  SalChgEOF      PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  IncrMonthIn    PIC 9(6) VALUE 0.
        01  IncrMonthR REDEFINES IncrMonthIn.
            05  IncrYear       PIC 9(4).
            05  IncrMonth      PIC 9(2).
        01  PgCount        PIC 9(3) VALUE 0.
        01  PgIx           PIC 9(3) VALUE 0.
        01  PgHit          PIC 9(3) VALUE 0.
        01  PgTable.
            05  PgEntry OCCURS 100 TIMES.
                10  PgTabGrade PIC X(2).
                10  PgTabMax   PIC 9(5)V99.
                10  PgTabIncr  PIC 9(5)V99.
                10  PgTabMMDD  PIC 9(4).
        01  ScCount        PIC 9(3) VALUE 0.
        01  ScIx           PIC 9(3) VALUE 0.
        01  ScHit          PIC 9(3) VALUE 0.
        01  ScTable.
            05  ScEntry OCCURS 500 TIMES.
                10  ScTabEmpNo PIC 9(4).
                10  ScTabEff   PIC 9(8).
        01  HireDateWk     PIC 9(8).
        01  HireDateR REDEFINES HireDateWk.
            05  HireYear       PIC 9(4).
            05  HireMonth      PIC 9(2).
            05  HireDay        PIC 9(2).
        01  IncrMMDDWk     PIC 9(4).
        01  IncrMMDDR REDEFINES IncrMMDDWk.
            05  DueMonth       PIC 9(2).
            05  DueDay         PIC 9(2).
        01  EffDateWk      PIC 9(8).
        01  EffDateR REDEFINES EffDateWk.
            05  EffYearMonth   PIC 9(6).
            05  EffDay         PIC 9(2).
        01  NewBasicWk     PIC 9(5)V99.
        01  EmpCount       PIC 9(6) VALUE 0.
        01  DueCount       PIC 9(6) VALUE 0.
        01  StagCount      PIC 9(6) VALUE 0.
        01  SkipCount      PIC 9(6) VALUE 0.
        01  IncrTotal      PIC 9(9)V99 VALUE 0.
        01  BasicOut       PIC Z(4)9.99.
        COPY "CTLTOT.CPY".
        01  Heading1.
            05  F          PIC X(16) VALUE SPACES.
            05  F          PIC X(30) VALUE
                "Annual Increment Run Register".
            05  F          PIC X(8) VALUE "Month : ".
            05  HdMonthOut PIC 9(6).
        01  StagHeading.
            05  F          PIC X(16) VALUE SPACES.
            05  F          PIC X(30) VALUE
                "Stagnation List - At Scale Max".
            05  F          PIC X(8) VALUE "Month : ".
            05  StMonthOut PIC 9(6).
        01  LineRec        PIC X(80) VALUE ALL "-".
        01  DetailRec.
            05  F          PIC X(3) VALUE SPACES.
            05  RegEmpOut  PIC 9(4).
            05  F          PIC X(2) VALUE SPACES.
            05  RegNameOut PIC A(20).
            05  F          PIC X(2) VALUE SPACES.
            05  RegGrdOut  PIC X(2).
            05  F          PIC X(2) VALUE SPACES.
            05  RegOldOut  PIC Z(4)9.99.
            05  F          PIC X(2) VALUE SPACES.
            05  RegNewOut  PIC Z(4)9.99.
            05  F          PIC X(2) VALUE SPACES.
            05  RegEffOut  PIC 9(8).
            05  F          PIC X(2) VALUE SPACES.
            05  RegNoteOut PIC X(8).
        01  StagDetailRec.
            05  F          PIC X(3) VALUE SPACES.
            05  StEmpOut   PIC 9(4).
            05  F          PIC X(2) VALUE SPACES.
            05  StNameOut  PIC A(20).
            05  F          PIC X(2) VALUE SPACES.
            05  StGrdOut   PIC X(2).
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(7) VALUE "Basic  ".
            05  StBasOut   PIC Z(4)9.99.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(6) VALUE "Max   ".
            05  StMaxOut   PIC Z(4)9.99.
        01  TotRec.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(11) VALUE "Raised  : ".
            05  DueOut     PIC Z(5)9.
            05  F          PIC X(12) VALUE "  At Max : ".
            05  StagOut2   PIC Z(5)9.
            05  F          PIC X(16) VALUE "  Already Due : ".
            05  SkipOut    PIC Z(5)9.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            DISPLAY (3, 10) "Increment Month (YYYYMM) :- ".
            ACCEPT IncrMonthIn.
            IF IncrMonth < 1 OR IncrMonth > 12 OR IncrYear = 0
                DISPLAY (5, 10) "Invalid Month. Run Aborted."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            PERFORM LoadGradePara.
            IF PgCount = 0
                DISPLAY (5, 10) "PayGrade.dat Empty. Run Aborted."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            PERFORM LoadSalChgPara.
            OPEN INPUT EmpMastFile.
            IF EmpMastStatus NOT = "00"
                DISPLAY (5, 10) "EMPMAST.DAT Not Found. Run Aborted."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            OPEN EXTEND SalChgFile.
            IF SalChgStatus = "35"
                OPEN OUTPUT SalChgFile.
            OPEN OUTPUT FileOut OUTPUT StagFile.
            MOVE IncrMonthIn TO HdMonthOut.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM LineRec.
            MOVE IncrMonthIn TO StMonthOut.
            WRITE StagOut FROM StagHeading.
            WRITE StagOut FROM LineRec.
            PERFORM ReadEmpPara.
            PERFORM IncrOnePara UNTIL EOF = "Y".
            WRITE RecOut FROM LineRec.
            MOVE DueCount TO DueOut.
            MOVE StagCount TO StagOut2.
            MOVE SkipCount TO SkipOut.
            WRITE RecOut FROM TotRec.
            MOVE DueCount TO CtRecsOut.
            MOVE IncrTotal TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            WRITE StagOut FROM LineRec.
            MOVE StagCount TO CtRecsOut.
            MOVE 0 TO CtKeyTotOut.
            WRITE StagOut FROM CtlTotRec.
            CLOSE EmpMastFile SalChgFile FileOut StagFile.
            DISPLAY (5, 10) "Increments Raised For Approval :- "
                    DueCount.
            DISPLAY (6, 10) "Held At Scale Maximum :- " StagCount.
            MOVE 0 TO RlReturnCode.
            PERFORM LogRunPara.
            MOVE RlReturnCode TO RETURN-CODE.
            GOBACK.
      * The latest row for a grade carries its current scale.
        LoadGradePara.
            OPEN INPUT PayGradeFile.
            IF PayGradeStatus = "00"
                PERFORM ReadGradePara
                PERFORM LoadOneGradePara UNTIL PayGradeEOF = "Y"
                CLOSE PayGradeFile.
        ReadGradePara.
            READ PayGradeFile AT END MOVE "Y" TO PayGradeEOF.
        LoadOneGradePara.
            MOVE 0 TO PgHit.
            MOVE 0 TO PgIx.
            PERFORM ScanPgLoadPara UNTIL PgIx NOT < PgCount
                                   OR PgHit NOT = 0.
            IF PgHit = 0 AND PgCount < 100
                ADD 1 TO PgCount
                MOVE PgCount TO PgHit
                MOVE PgGrade TO PgTabGrade (PgHit).
            IF PgHit NOT = 0
                MOVE PgMaxBasic TO PgTabMax (PgHit)
                MOVE PgIncrement TO PgTabIncr (PgHit)
                MOVE PgIncrMMDD TO PgTabMMDD (PgHit).
            PERFORM ReadGradePara.
        ScanPgLoadPara.
            ADD 1 TO PgIx.
            IF PgTabGrade (PgIx) = PgGrade
                MOVE PgIx TO PgHit.
      * Rows already on SalChg.dat for an employee and effective
      * date are not raised a second time if the run is repeated.
        LoadSalChgPara.
            OPEN INPUT SalChgFile.
            IF SalChgStatus = "00"
                PERFORM ReadSalChgPara
                PERFORM LoadOneSalChgPara UNTIL SalChgEOF = "Y"
                CLOSE SalChgFile.
        ReadSalChgPara.
            READ SalChgFile AT END MOVE "Y" TO SalChgEOF.
        LoadOneSalChgPara.
            IF ScCount < 500
                ADD 1 TO ScCount
                MOVE ScEmpNo TO ScTabEmpNo (ScCount)
                MOVE ScEffDate TO ScTabEff (ScCount).
            PERFORM ReadSalChgPara.
        ReadEmpPara.
            READ EmpMastFile NEXT RECORD AT END MOVE "Y" TO EOF.
        IncrOnePara.
            ADD 1 TO EmpCount.
            IF EmpStatus = "A" AND EmpGrade NOT = SPACES
                PERFORM DueCheckPara THRU DueCheckExitPara.
            PERFORM ReadEmpPara.
      * An employee falls due on the grade's common increment date,
      * or on the hire anniversary when the grade carries none; no
      * increment is raised in the year of joining. A day past the
      * 28th is taken as the 28th so every month has it.
        DueCheckPara.
            MOVE 0 TO PgHit.
            MOVE 0 TO PgIx.
            PERFORM ScanPgFindPara UNTIL PgIx NOT < PgCount
                                   OR PgHit NOT = 0.
            IF PgHit = 0
                GO TO DueCheckExitPara.
            MOVE EmpHireDate TO HireDateWk.
            IF HireDateWk = 0 OR HireYear NOT < IncrYear
                GO TO DueCheckExitPara.
            MOVE PgTabMMDD (PgHit) TO IncrMMDDWk.
            IF IncrMMDDWk = 0
                MOVE HireMonth TO DueMonth
                MOVE HireDay TO DueDay.
            IF DueMonth NOT = IncrMonth
                GO TO DueCheckExitPara.
            IF DueDay > 28
                MOVE 28 TO DueDay.
            MOVE IncrMonthIn TO EffYearMonth.
            MOVE DueDay TO EffDay.
            IF BasicIn NOT < PgTabMax (PgHit)
                PERFORM StagnantPara
                GO TO DueCheckExitPara.
            MOVE 0 TO ScHit.
            MOVE 0 TO ScIx.
            PERFORM ScanScFindPara UNTIL ScIx NOT < ScCount
                                   OR ScHit NOT = 0.
            IF ScHit NOT = 0
                ADD 1 TO SkipCount
                GO TO DueCheckExitPara.
            COMPUTE NewBasicWk = BasicIn + PgTabIncr (PgHit).
            MOVE SPACES TO RegNoteOut.
            IF NewBasicWk > PgTabMax (PgHit)
                MOVE PgTabMax (PgHit) TO NewBasicWk
                MOVE "CAPPED" TO RegNoteOut.
            MOVE EmpNoIn TO ScEmpNo.
            MOVE NewBasicWk TO ScNewBasic.
            MOVE EffDateWk TO ScEffDate.
            MOVE "P" TO ScApprvFlag.
            WRITE SalChgRec.
            PERFORM LogAuditPara.
            MOVE EmpNoIn TO RegEmpOut.
            MOVE NameIn TO RegNameOut.
            MOVE EmpGrade TO RegGrdOut.
            MOVE BasicIn TO RegOldOut.
            MOVE NewBasicWk TO RegNewOut.
            MOVE EffDateWk TO RegEffOut.
            WRITE RecOut FROM DetailRec.
            ADD 1 TO DueCount.
            COMPUTE IncrTotal = IncrTotal + NewBasicWk - BasicIn.
        DueCheckExitPara.
            EXIT.
        ScanPgFindPara.
            ADD 1 TO PgIx.
            IF PgTabGrade (PgIx) = EmpGrade
                MOVE PgIx TO PgHit.
        ScanScFindPara.
            ADD 1 TO ScIx.
            IF ScTabEmpNo (ScIx) = EmpNoIn
               AND ScTabEff (ScIx) = EffDateWk
                MOVE ScIx TO ScHit.
        StagnantPara.
            MOVE EmpNoIn TO StEmpOut.
            MOVE NameIn TO StNameOut.
            MOVE EmpGrade TO StGrdOut.
            MOVE BasicIn TO StBasOut.
            MOVE PgTabMax (PgHit) TO StMaxOut.
            WRITE StagOut FROM StagDetailRec.
            ADD 1 TO StagCount.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "INCRRUN" TO AuProgram.
            MOVE "SalChg.dat" TO AuFileId.
            MOVE EmpNoIn TO AuKey.
            MOVE BasicIn TO BasicOut.
            MOVE BasicOut TO AuBeforeImage.
            MOVE NewBasicWk TO BasicOut.
            MOVE BasicOut TO AuAfterImage.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
        LogRunPara.
            OPEN EXTEND RunLogFile.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO RlUserId.
            IF RunLogStatus = "35"
                OPEN OUTPUT RunLogFile.
            MOVE "INCRRUN" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE EmpCount TO RlRecRead.
            MOVE DueCount TO RlRecWrit.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
