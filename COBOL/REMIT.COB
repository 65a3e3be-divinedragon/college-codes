            SELECT StatDetFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StatDetStatus.
            SELECT RunLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RunLogStatus.

        DATA DIVISION.
        FILE SECTION.
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "StatDet.dat".
            COPY "STATDET.CPY".
        FD RunLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RunLog.dat".
            COPY "RUNLOG.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  RunLogStatus   PIC XX VALUE "00".
        01  ReadCount      PIC 9(6) VALUE 0.
        01  PaySlipStatus  PIC XX VALUE "00".
        01  EmpMastStatus  PIC XX VALUE "00".
        01  CompParamStatus PIC XX VALUE "00".
                10  DtDept      PIC X(4).
                10  DtPFEmp     PIC 9(8)V99.
                10  DtTDS       PIC 9(8)V99.
                10  DtEsi       PIC 9(8)V99.
        01  GPFEmp         PIC 9(9)V99 VALUE 0.
        01  GPFEmployer    PIC 9(9)V99 VALUE 0.
        01  GTDS           PIC 9(9)V99 VALUE 0.
        01  GEsi           PIC 9(9)V99 VALUE 0.
        01  EmployerShare  PIC 9(8)V99 VALUE 0.
        01  Heading1.
            05  F          PIC X(30) VALUE SPACES.
        01  Heading2.
            05  F          PIC X(20) VALUE SPACES.
            05  F          PIC X(35) VALUE
                "PF / ESI / TDS REMITTANCE SUMMARY".
            05  F          PIC X(8) VALUE "Date : ".
            05  RunDateOut PIC 9(8).
        01  LineRec        PIC X(95) VALUE ALL "-".
            05  F          PIC X(16) VALUE "PF Employer".
            05  F          PIC X(16) VALUE "PF Total".
            05  F          PIC X(16) VALUE "TDS".
            05  F          PIC X(16) VALUE "ESI (EE+ER)".
        01  DetailRec.
            05  F          PIC X(3) VALUE SPACES.
            05  DeptOut    PIC X(4).
            05  PFTotOut   PIC Z(7)9.99.
            05  F          PIC X(4) VALUE SPACES.
            05  TDSOut     PIC Z(7)9.99.
            05  F          PIC X(4) VALUE SPACES.
            05  EsiOut     PIC Z(7)9.99.
        01  ChallanPF.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(30) VALUE
            05  F          PIC X(30) VALUE
                "TDS CHALLAN GRAND TOTAL   : ".
            05  ChTDSOut   PIC Z(8)9.99.
        01  ChallanESI.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(30) VALUE
                "ESI CHALLAN GRAND TOTAL   : ".
            05  ChEsiOut   PIC Z(8)9.99.
        01  TieBackRec.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(36) VALUE
            WRITE RecOut FROM ChallanPF.
            MOVE GTDS TO ChTDSOut.
            WRITE RecOut FROM ChallanTDS.
            MOVE GEsi TO ChEsiOut.
            WRITE RecOut FROM ChallanESI.
            MOVE EmpCount TO EmpCntOut.
            WRITE RecOut FROM CountRec.
            MOVE MissingDetCount TO MissCntOut.
            WRITE RecOut FROM MissCountRec.
            WRITE RecOut FROM LineRec.
            CLOSE FileIn EmpMastFile FileOut.
            PERFORM LogRunPara.
            GOBACK.
        ReadCompParamPara.
            OPEN INPUT CompParamFile.
        ReadPara.
            READ FileIn AT END MOVE "Y" TO EOF.
        TallyPara.
            ADD 1 TO ReadCount.
            IF PSProofFlag NOT = "P"
                PERFORM FindDeptPara
                PERFORM CheckStatDetPara
                ADD PSPFDed TO GPFEmp
                COMPUTE EmployerShare = PSPFDed
                ADD EmployerShare TO GPFEmployer
                ADD PSTDS TO GTDS
                ADD PSEsiDed PSEsiEmpr TO GEsi.
            PERFORM ReadPara.
        FindDeptPara.
            MOVE PSEmpNo TO EmpNoIn.
                MOVE DeptCount TO DeptHit
                MOVE DeptWk TO DtDept (DeptHit)
                MOVE 0 TO DtPFEmp (DeptHit)
                MOVE 0 TO DtTDS (DeptHit)
                MOVE 0 TO DtEsi (DeptHit).
            IF DeptHit NOT = 0
                ADD PSPFDed TO DtPFEmp (DeptHit)
                ADD PSTDS TO DtTDS (DeptHit)
                ADD PSEsiDed PSEsiEmpr TO DtEsi (DeptHit).
        ScanDeptPara.
            ADD 1 TO DeptIx.
            IF DtDept (DeptIx) = DeptWk
            MOVE DtPFEmp (DeptIx) TO PFEmprOut.
            COMPUTE PFTotOut = DtPFEmp (DeptIx) * 2.
            MOVE DtTDS (DeptIx) TO TDSOut.
            MOVE DtEsi (DeptIx) TO EsiOut.
            WRITE RecOut FROM DetailRec.
      * The compliance calendar takes this row as the month's PF and
      * ESI challans having been drawn up.
        LogRunPara.
            CALL "GetOper" USING OperLinkRec.
            OPEN EXTEND RunLogFile.
            MOVE OperOpId TO RlUserId.
            IF RunLogStatus = "35"
                OPEN OUTPUT RunLogFile.
            MOVE "REMIT" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE ReadCount TO RlRecRead.
            MOVE EmpCount TO RlRecWrit.
            MOVE 0 TO RlReturnCode.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
