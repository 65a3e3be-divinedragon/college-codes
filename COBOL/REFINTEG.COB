        IDENTIFICATION DIVISION.
        PROGRAM-ID. RefIntegrity.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RefRuleFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RefRuleStatus.
            SELECT NewFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS NewFileStatus.
            SELECT TeamSheetFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TeamSheetStatus.
            SELECT StudentExtFile ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EPrnNo
            FILE STATUS IS StudentExtStatus.
            SELECT FeeLedgerFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FeeLedgerStatus.
            SELECT MastFile ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MItemCode
            FILE STATUS IS MastStatus.
            SELECT PoRegFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PoRegStatus.
            SELECT LocFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LocStatus.
            SELECT LotMastFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LotMastStatus.
            SELECT EmpMastFile ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EmpNoIn
            FILE STATUS IS EmpMastStatus.
            SELECT BankFile ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS BkEmpNo
            FILE STATUS IS BankStatus.
            SELECT ExcpLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ExcpLogStatus.
            SELECT RunLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RunLogStatus.
            SELECT FileOut ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD RefRuleFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RefRule.dat".
            COPY "REFRULE.CPY".
        FD NewFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "NewFile.dat".
        01  NewRec.
            05  MPlayerId      PIC X(4).
            05  MName          PIC X(20).
            05  MTeamCode      PIC X(4).
            05  MOverseas      PIC A.
        FD TeamSheetFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "TeamSheet.dat".
            COPY "TEAMSHT.CPY".
        FD StudentExtFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "StudentExt.dat".
            COPY "STUDEXT.CPY".
        FD FeeLedgerFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "FeeLedger.dat".
            COPY "FEELEDG.CPY".
        FD MastFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Master.dat".
        01  MastRec.
            05  MItemCode      PIC X(4).
            05  MItemName      PIC X(10).
            05  MReorderLevel  PIC 9(4).
            05  MCostCenter    PIC X(4).
            05  MInspectReq    PIC A.
        FD PoRegFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PoReg.dat".
            COPY "POREG.CPY".
        FD LocFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "LocMast.dat".
            COPY "LOCMAST.CPY".
        FD LotMastFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "LotMast.dat".
            COPY "LOTMAST.CPY".
        FD EmpMastFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "EMPMAST.DAT".
            COPY "EMPMAST.CPY".
        FD BankFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "BankMast.dat".
            COPY "BANKMAST.CPY".
        FD ExcpLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ExcpLog.dat".
            COPY "EXCPLOG.CPY".
        FD RunLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RunLog.dat".
            COPY "RUNLOG.CPY".
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RefInteg.dat".
        01  RecOut             PIC X(80).

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  RefRuleStatus  PIC XX VALUE "00".
        01  NewFileStatus  PIC XX VALUE "00".
        01  TeamSheetStatus PIC XX VALUE "00".
        01  StudentExtStatus PIC XX VALUE "00".
        01  FeeLedgerStatus PIC XX VALUE "00".
        01  MastStatus     PIC XX VALUE "00".
        01  PoRegStatus    PIC XX VALUE "00".
        01  LocStatus      PIC XX VALUE "00".
        01  LotMastStatus  PIC XX VALUE "00".
        01  EmpMastStatus  PIC XX VALUE "00".
        01  BankStatus     PIC XX VALUE "00".
        01  ExcpLogStatus  PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  FileEOF        PIC A VALUE "N".
        01  ExcpLogEOF     PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  CritFailFlag   PIC A VALUE "N".
        01  RunRc          PIC 9 VALUE 0.
        01  ParentFound    PIC A VALUE "N".
        01  TotChecked     PIC 9(8) VALUE 0.
        01  TotOrphans     PIC 9(8) VALUE 0.
        01  NewExcpCount   PIC 9(6) VALUE 0.
        01  ParaWk         PIC X(20).
        01  BadValueWk     PIC X(20).
        01  OrphanNote     PIC X(20).
        01  ExcpKeyWk.
            05  EkPara     PIC X(20).
            05  EkBadValue PIC X(20).
        01  CountWk        PIC 9(6).
        01  MatchWk        PIC 999.
        01  PrnWk          PIC 9(9).
        01  PoNoWk         PIC 9(6).
        01  EmpNoWk        PIC 9(4).
      * The rules in the order they run. RefRule.dat may switch a
      * rule off or change whether it is critical.
        01  RuleIx         PIC 9 VALUE 0.
        01  RuleHit        PIC 9 VALUE 0.
        01  RuleCount      PIC 9 VALUE 5.
        01  RuleTable.
            05  RuleEntry OCCURS 5 TIMES.
                10  RtRuleId   PIC X(8).
                10  RtDesc     PIC X(30).
                10  RtEnabled  PIC A.
                10  RtCritical PIC A.
                10  RtChecked  PIC 9(7).
                10  RtOrphans  PIC 9(7).
                10  RtResult   PIC X(12).
        01  PlIx           PIC 9(4) VALUE 0.
        01  PlHit          PIC 9(4) VALUE 0.
        01  PlCount        PIC 9(4) VALUE 0.
        01  PlayerTable.
            05  PlayerEntry OCCURS 2000 TIMES.
                10  PtPlayerId PIC X(4).
        01  LcIx           PIC 9(3) VALUE 0.
        01  LcHit          PIC 9(3) VALUE 0.
        01  LcCount        PIC 9(3) VALUE 0.
        01  LocTable.
            05  LocEntry OCCURS 200 TIMES.
                10  LtLocCode  PIC X(3).
                10  LtLocStatus PIC A.
        01  LtIx           PIC 9(4) VALUE 0.
        01  LtHit          PIC 9(4) VALUE 0.
        01  LtCount        PIC 9(4) VALUE 0.
        01  LotTable.
            05  LotEntry OCCURS 5000 TIMES.
                10  LtItem     PIC X(4).
                10  LtLoc      PIC X(3).
                10  LtLot      PIC X(8).
                10  LtQty      PIC S9(5).
        01  ExIx           PIC 9(4) VALUE 0.
        01  ExHit          PIC 9(4) VALUE 0.
        01  ExCount        PIC 9(4) VALUE 0.
        01  ExcpTable.
            05  ExcpEntry OCCURS 5000 TIMES.
                10  EtKey      PIC X(40).
        COPY "CTLTOT.CPY".
        01  Heading1.
            05  F          PIC X(18) VALUE SPACES.
            05  F          PIC X(36) VALUE
                "Cross-File Referential Integrity".
            05  F          PIC X(6) VALUE "As At ".
            05  HdrDateOut PIC 9(8).
        01  LineRec        PIC X(80) VALUE ALL "-".
        01  OrphanHead.
            05  F          PIC X(10) VALUE "Rule".
            05  F          PIC X(22) VALUE "Orphan".
            05  F          PIC X(20) VALUE "Reason".
        01  OrphanRec.
            05  OrRuleOut  PIC X(8).
            05  F          PIC X(2) VALUE SPACES.
            05  OrKeyOut   PIC X(20).
            05  F          PIC X(2) VALUE SPACES.
            05  OrNoteOut  PIC X(20).
        01  RuleHead.
            05  F          PIC X(40) VALUE
                "Rule      Parent/Child Check".
            05  F          PIC X(40) VALUE
                "   Crit  Checked  Orphans  Result".
        01  RuleRec.
            05  RrRuleOut  PIC X(8).
            05  F          PIC X(2) VALUE SPACES.
            05  RrDescOut  PIC X(30).
            05  F          PIC X(4) VALUE SPACES.
            05  RrCritOut  PIC A.
            05  F          PIC X(4) VALUE SPACES.
            05  RrCheckOut PIC Z(6)9.
            05  F          PIC X(2) VALUE SPACES.
            05  RrOrphOut  PIC Z(6)9.
            05  F          PIC X(2) VALUE SPACES.
            05  RrResultOut PIC X(12).
        01  VerdictRec.
            05  F          PIC X(3) VALUE SPACES.
            05  VerdictOut PIC X(50).

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            CALL "GetOper" USING OperLinkRec.
            PERFORM DefaultRulesPara.
            PERFORM LoadRulesPara.
            PERFORM LoadExcpPara.
            OPEN OUTPUT FileOut.
            MOVE RunDate8 TO HdrDateOut.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM OrphanHead.
            WRITE RecOut FROM LineRec.
            MOVE 1 TO RuleIx.
            IF RtEnabled (RuleIx) = "Y"
                PERFORM CheckTeamPara.
            MOVE 2 TO RuleIx.
            IF RtEnabled (RuleIx) = "Y"
                PERFORM CheckFeePara.
            MOVE 3 TO RuleIx.
            IF RtEnabled (RuleIx) = "Y"
                PERFORM CheckPoPara.
            MOVE 4 TO RuleIx.
            IF RtEnabled (RuleIx) = "Y"
                PERFORM CheckLotPara.
            MOVE 5 TO RuleIx.
            IF RtEnabled (RuleIx) = "Y"
                PERFORM CheckBankPara.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM RuleHead.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO RuleIx.
            PERFORM JudgeRulePara UNTIL RuleIx NOT < RuleCount.
            WRITE RecOut FROM LineRec.
            IF CritFailFlag = "Y"
                MOVE "** CRITICAL RULE FAILED - CHAIN MUST NOT RUN **"
                    TO VerdictOut
                MOVE 8 TO RunRc
            ELSE IF TotOrphans > 0
                MOVE "ORPHANS FOUND - SEE EXCEPTION WORKBENCH"
                    TO VerdictOut
                MOVE 0 TO RunRc
            ELSE
                MOVE "NO ORPHANS FOUND" TO VerdictOut
                MOVE 0 TO RunRc.
            WRITE RecOut FROM VerdictRec.
            MOVE TotChecked TO CtRecsOut.
            MOVE TotOrphans TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE FileOut.
            PERFORM LogRunPara.
            DISPLAY "Rows Checked :- " TotChecked
                    "  Orphans :- " TotOrphans
                    "  New Exceptions :- " NewExcpCount.
            MOVE RunRc TO RETURN-CODE.
            GOBACK.
        DefaultRulesPara.
            MOVE "TEAMPLYR" TO RtRuleId (1).
            MOVE "TeamSheet Player On NewFile" TO RtDesc (1).
            MOVE "N" TO RtCritical (1).
            MOVE "FEESTUD" TO RtRuleId (2).
            MOVE "FeeLedger PRN On StudentExt" TO RtDesc (2).
            MOVE "Y" TO RtCritical (2).
            MOVE "POITEM" TO RtRuleId (3).
            MOVE "PoReg Item On Master" TO RtDesc (3).
            MOVE "Y" TO RtCritical (3).
            MOVE "LOTLOC" TO RtRuleId (4).
            MOVE "LotMast Balance At Live Loc" TO RtDesc (4).
            MOVE "N" TO RtCritical (4).
            MOVE "BANKEMP" TO RtRuleId (5).
            MOVE "BankMast Row For Active Emp" TO RtDesc (5).
            MOVE "Y" TO RtCritical (5).
            MOVE 0 TO RuleIx.
            PERFORM DefaultOnePara UNTIL RuleIx NOT < RuleCount.
        DefaultOnePara.
            ADD 1 TO RuleIx.
            MOVE "Y" TO RtEnabled (RuleIx).
            MOVE 0 TO RtChecked (RuleIx).
            MOVE 0 TO RtOrphans (RuleIx).
            MOVE SPACES TO RtResult (RuleIx).
        LoadRulesPara.
            MOVE "N" TO FileEOF.
            OPEN INPUT RefRuleFile.
            IF RefRuleStatus = "00"
                PERFORM ReadRulePara
                PERFORM ApplyRulePara UNTIL FileEOF = "Y"
                CLOSE RefRuleFile.
        ReadRulePara.
            READ RefRuleFile AT END MOVE "Y" TO FileEOF.
        ApplyRulePara.
            MOVE 0 TO RuleHit.
            MOVE 0 TO RuleIx.
            PERFORM ScanRulePara UNTIL RuleIx NOT < RuleCount
                                 OR RuleHit NOT = 0.
            IF RuleHit NOT = 0
                IF RrEnabled = "Y" OR RrEnabled = "N"
                    MOVE RrEnabled TO RtEnabled (RuleHit)
                END-IF
                IF RrCritical = "Y" OR RrCritical = "N"
                    MOVE RrCritical TO RtCritical (RuleHit).
            PERFORM ReadRulePara.
        ScanRulePara.
            ADD 1 TO RuleIx.
            IF RtRuleId (RuleIx) = RrRuleId
                MOVE RuleIx TO RuleHit.
      * An orphan stays on the workbench until it is resolved; once
      * resolved, the same orphan found again is raised afresh.
        LoadExcpPara.
            OPEN INPUT ExcpLogFile.
            IF ExcpLogStatus = "00"
                PERFORM ReadExcpPara
                PERFORM LoadOneExcpPara UNTIL ExcpLogEOF = "Y"
                CLOSE ExcpLogFile.
        ReadExcpPara.
            READ ExcpLogFile AT END MOVE "Y" TO ExcpLogEOF.
        LoadOneExcpPara.
            IF ElProgram = "REFINTEG" AND ElStatus NOT = "R"
               AND ExCount < 5000
                ADD 1 TO ExCount
                MOVE ElParagraph TO EkPara
                MOVE ElBadValue TO EkBadValue
                MOVE ExcpKeyWk TO EtKey (ExCount).
            PERFORM ReadExcpPara.
      * Every team-sheet player must be on the player master.
        CheckTeamPara.
            MOVE 0 TO PlCount.
            MOVE "N" TO FileEOF.
            OPEN INPUT NewFile.
            IF NewFileStatus NOT = "00"
                MOVE "NO PARENT" TO RtResult (RuleIx)
            ELSE
                PERFORM LoadPlayerPara UNTIL FileEOF = "Y"
                CLOSE NewFile
                MOVE "N" TO FileEOF
                OPEN INPUT TeamSheetFile
                IF TeamSheetStatus = "00"
                    PERFORM CheckTeamRowPara UNTIL FileEOF = "Y"
                    CLOSE TeamSheetFile.
        LoadPlayerPara.
            READ NewFile
                AT END MOVE "Y" TO FileEOF
                NOT AT END
                    IF PlCount < 2000
                        ADD 1 TO PlCount
                        MOVE MPlayerId TO PtPlayerId (PlCount).
        CheckTeamRowPara.
            READ TeamSheetFile
                AT END MOVE "Y" TO FileEOF
                NOT AT END
                    ADD 1 TO RtChecked (RuleIx)
                    MOVE 0 TO PlHit
                    MOVE 0 TO PlIx
                    PERFORM ScanPlayerPara UNTIL PlIx NOT < PlCount
                                           OR PlHit NOT = 0
                    IF PlHit = 0
                        MOVE TsMatchId TO MatchWk
                        MOVE SPACES TO BadValueWk
                        STRING "MATCH " MatchWk " " TsTeam " "
                               TsPlayerId DELIMITED BY SIZE
                            INTO BadValueWk
                        MOVE "Player Not On File" TO OrphanNote
                        PERFORM OrphanPara.
        ScanPlayerPara.
            ADD 1 TO PlIx.
            IF PtPlayerId (PlIx) = TsPlayerId
                MOVE PlIx TO PlHit.
      * Every fee-ledger PRN must be on the student master.
        CheckFeePara.
            MOVE "N" TO FileEOF.
            OPEN INPUT StudentExtFile.
            IF StudentExtStatus NOT = "00"
                MOVE "NO PARENT" TO RtResult (RuleIx)
            ELSE
                OPEN INPUT FeeLedgerFile
                IF FeeLedgerStatus = "00"
                    PERFORM CheckFeeRowPara UNTIL FileEOF = "Y"
                    CLOSE FeeLedgerFile
                END-IF
                CLOSE StudentExtFile.
        CheckFeeRowPara.
            READ FeeLedgerFile
                AT END MOVE "Y" TO FileEOF
                NOT AT END
                    ADD 1 TO RtChecked (RuleIx)
                    MOVE FlPrnNo TO EPrnNo
                    MOVE "Y" TO ParentFound
                    READ StudentExtFile
                        INVALID KEY MOVE "N" TO ParentFound
                    END-READ
                    IF ParentFound = "N"
                        MOVE FlPrnNo TO PrnWk
                        MOVE SPACES TO BadValueWk
                        STRING "PRN " PrnWk DELIMITED BY SIZE
                            INTO BadValueWk
                        MOVE "Student Not On File" TO OrphanNote
                        PERFORM OrphanPara.
      * Every purchase-order row must name an item on the master.
        CheckPoPara.
            MOVE "N" TO FileEOF.
            OPEN INPUT MastFile.
            IF MastStatus NOT = "00"
                MOVE "NO PARENT" TO RtResult (RuleIx)
            ELSE
                OPEN INPUT PoRegFile
                IF PoRegStatus = "00"
                    PERFORM CheckPoRowPara UNTIL FileEOF = "Y"
                    CLOSE PoRegFile
                END-IF
                CLOSE MastFile.
        CheckPoRowPara.
            READ PoRegFile
                AT END MOVE "Y" TO FileEOF
                NOT AT END
                    ADD 1 TO RtChecked (RuleIx)
                    MOVE PoItemCode TO MItemCode
                    MOVE "Y" TO ParentFound
                    READ MastFile
                        INVALID KEY MOVE "N" TO ParentFound
                    END-READ
                    IF ParentFound = "N"
                        MOVE PoNo TO PoNoWk
                        MOVE SPACES TO BadValueWk
                        STRING "PO " PoNoWk " ITEM " PoItemCode
                            DELIMITED BY SIZE INTO BadValueWk
                        MOVE "Item Not On Master" TO OrphanNote
                        PERFORM OrphanPara.
      * A lot's latest row carries its balance; only lots still
      * holding stock must sit at a live location.
        CheckLotPara.
            MOVE 0 TO LcCount.
            MOVE 0 TO LtCount.
            MOVE "N" TO FileEOF.
            OPEN INPUT LocFile.
            IF LocStatus NOT = "00"
                MOVE "NO PARENT" TO RtResult (RuleIx)
            ELSE
                PERFORM LoadLocPara UNTIL FileEOF = "Y"
                CLOSE LocFile
                MOVE "N" TO FileEOF
                OPEN INPUT LotMastFile
                IF LotMastStatus = "00"
                    PERFORM LoadLotPara UNTIL FileEOF = "Y"
                    CLOSE LotMastFile
                END-IF
                MOVE 0 TO LtIx
                PERFORM CheckLotRowPara UNTIL LtIx NOT < LtCount.
        LoadLocPara.
            READ LocFile
                AT END MOVE "Y" TO FileEOF
                NOT AT END
                    MOVE 0 TO LcHit
                    MOVE 0 TO LcIx
                    PERFORM ScanLocPara UNTIL LcIx NOT < LcCount
                                        OR LcHit NOT = 0
                    IF LcHit = 0 AND LcCount < 200
                        ADD 1 TO LcCount
                        MOVE LcCount TO LcHit
                        MOVE LoCode TO LtLocCode (LcHit)
                    END-IF
                    IF LcHit NOT = 0
                        MOVE LoStatus TO LtLocStatus (LcHit).
        ScanLocPara.
            ADD 1 TO LcIx.
            IF LtLocCode (LcIx) = LoCode
                MOVE LcIx TO LcHit.
        LoadLotPara.
            READ LotMastFile
                AT END MOVE "Y" TO FileEOF
                NOT AT END
                    MOVE 0 TO LtHit
                    MOVE 0 TO LtIx
                    PERFORM ScanLotPara UNTIL LtIx NOT < LtCount
                                        OR LtHit NOT = 0
                    IF LtHit = 0 AND LtCount < 5000
                        ADD 1 TO LtCount
                        MOVE LtCount TO LtHit
                        MOVE LmItemCode TO LtItem (LtHit)
                        MOVE LmLocation TO LtLoc (LtHit)
                        MOVE LmLotNo TO LtLot (LtHit)
                    END-IF
                    IF LtHit NOT = 0
                        MOVE LmQty TO LtQty (LtHit).
        ScanLotPara.
            ADD 1 TO LtIx.
            IF LtItem (LtIx) = LmItemCode
               AND LtLoc (LtIx) = LmLocation
               AND LtLot (LtIx) = LmLotNo
                MOVE LtIx TO LtHit.
        CheckLotRowPara.
            ADD 1 TO LtIx.
            IF LtQty (LtIx) NOT = 0
                ADD 1 TO RtChecked (RuleIx)
                MOVE 0 TO LcHit
                MOVE 0 TO LcIx
                PERFORM ScanLotLocPara UNTIL LcIx NOT < LcCount
                                       OR LcHit NOT = 0
                IF LcHit = 0
                    MOVE "Location Not On File" TO OrphanNote
                    PERFORM LotOrphanPara
                ELSE IF LtLocStatus (LcHit) = "D"
                    MOVE "Location Deleted" TO OrphanNote
                    PERFORM LotOrphanPara.
        ScanLotLocPara.
            ADD 1 TO LcIx.
            IF LtLocCode (LcIx) = LtLoc (LtIx)
                MOVE LcIx TO LcHit.
        LotOrphanPara.
            MOVE SPACES TO BadValueWk.
            STRING LtItem (LtIx) " " LtLoc (LtIx) " " LtLot (LtIx)
                DELIMITED BY SIZE INTO BadValueWk.
            PERFORM OrphanPara.
      * Bank details may only be held for employees still on the
      * payroll: a separated employee's row must be closed off.
        CheckBankPara.
            MOVE "N" TO FileEOF.
            OPEN INPUT EmpMastFile.
            IF EmpMastStatus NOT = "00"
                MOVE "NO PARENT" TO RtResult (RuleIx)
            ELSE
                OPEN INPUT BankFile
                IF BankStatus = "00"
                    PERFORM CheckBankRowPara UNTIL FileEOF = "Y"
                    CLOSE BankFile
                END-IF
                CLOSE EmpMastFile.
        CheckBankRowPara.
            READ BankFile NEXT RECORD
                AT END MOVE "Y" TO FileEOF
                NOT AT END
                    ADD 1 TO RtChecked (RuleIx)
                    MOVE BkEmpNo TO EmpNoIn
                    MOVE "Y" TO ParentFound
                    READ EmpMastFile
                        INVALID KEY MOVE "N" TO ParentFound
                    END-READ
                    MOVE BkEmpNo TO EmpNoWk
                    MOVE SPACES TO BadValueWk
                    STRING "EMP " EmpNoWk DELIMITED BY SIZE
                        INTO BadValueWk
                    IF ParentFound = "N"
                        MOVE "Employee Not On File" TO OrphanNote
                        PERFORM OrphanPara
                    ELSE IF EmpStatus = "S"
                        MOVE "Employee Separated" TO OrphanNote
                        PERFORM OrphanPara.
        OrphanPara.
            ADD 1 TO RtOrphans (RuleIx).
            MOVE RtRuleId (RuleIx) TO OrRuleOut.
            MOVE BadValueWk TO OrKeyOut.
            MOVE OrphanNote TO OrNoteOut.
            WRITE RecOut FROM OrphanRec.
            MOVE SPACES TO ParaWk.
            STRING RtRuleId (RuleIx) DELIMITED BY SPACE
                   " Orphan" DELIMITED BY SIZE
                INTO ParaWk.
            PERFORM RaiseOncePara.
      * One count row per failing rule per night, so the workbench
      * and the dashboard show how big each problem is. A critical
      * rule whose parent file is missing could not be checked, so
      * it fails the chain the same as one with orphans.
        JudgeRulePara.
            ADD 1 TO RuleIx.
            ADD RtChecked (RuleIx) TO TotChecked.
            ADD RtOrphans (RuleIx) TO TotOrphans.
            IF RtEnabled (RuleIx) NOT = "Y"
                MOVE "DISABLED" TO RtResult (RuleIx)
            ELSE IF RtResult (RuleIx) = "NO PARENT"
                IF RtCritical (RuleIx) = "Y"
                    MOVE "** NO PARENT" TO RtResult (RuleIx)
                    MOVE "Y" TO CritFailFlag
                    MOVE SPACES TO ParaWk
                    STRING RtRuleId (RuleIx) DELIMITED BY SPACE
                           " Rule Count" DELIMITED BY SIZE
                        INTO ParaWk
                    MOVE SPACES TO BadValueWk
                    STRING RunDate8 " NO PARENT" DELIMITED BY SIZE
                        INTO BadValueWk
                    PERFORM RaiseOncePara
                END-IF
            ELSE IF RtResult (RuleIx) NOT = SPACES
                CONTINUE
            ELSE IF RtOrphans (RuleIx) = 0
                MOVE "OK" TO RtResult (RuleIx)
            ELSE
                IF RtCritical (RuleIx) = "Y"
                    MOVE "** CRITICAL" TO RtResult (RuleIx)
                    MOVE "Y" TO CritFailFlag
                ELSE
                    MOVE "ORPHANS" TO RtResult (RuleIx)
                END-IF
                MOVE RtOrphans (RuleIx) TO CountWk
                MOVE SPACES TO ParaWk
                STRING RtRuleId (RuleIx) DELIMITED BY SPACE
                       " Rule Count" DELIMITED BY SIZE
                    INTO ParaWk
                MOVE SPACES TO BadValueWk
                STRING RunDate8 " N=" CountWk DELIMITED BY SIZE
                    INTO BadValueWk
                PERFORM RaiseOncePara.
            MOVE RtRuleId (RuleIx) TO RrRuleOut.
            MOVE RtDesc (RuleIx) TO RrDescOut.
            MOVE RtCritical (RuleIx) TO RrCritOut.
            MOVE RtChecked (RuleIx) TO RrCheckOut.
            MOVE RtOrphans (RuleIx) TO RrOrphOut.
            MOVE RtResult (RuleIx) TO RrResultOut.
            WRITE RecOut FROM RuleRec.
        RaiseOncePara.
            MOVE ParaWk TO EkPara.
            MOVE BadValueWk TO EkBadValue.
            MOVE 0 TO ExHit.
            MOVE 0 TO ExIx.
            PERFORM ScanExcpPara UNTIL ExIx NOT < ExCount
                                 OR ExHit NOT = 0.
            IF ExHit = 0
                PERFORM LogExceptionPara
                ADD 1 TO NewExcpCount
                IF ExCount < 5000
                    ADD 1 TO ExCount
                    MOVE ExcpKeyWk TO EtKey (ExCount).
        ScanExcpPara.
            ADD 1 TO ExIx.
            IF EtKey (ExIx) = ExcpKeyWk
                MOVE ExIx TO ExHit.
        LogExceptionPara.
            OPEN EXTEND ExcpLogFile.
            IF ExcpLogStatus = "35"
                OPEN OUTPUT ExcpLogFile.
            MOVE "REFINTEG" TO ElProgram.
            MOVE ParaWk TO ElParagraph.
            MOVE BadValueWk TO ElBadValue.
            MOVE "N" TO ElStatus.
            MOVE SPACES TO ElAssignTo.
            MOVE SPACES TO ElResolveNote.
            MOVE OperOpId TO ElUserId.
            ACCEPT ElTimestamp FROM DATE YYYYMMDD.
            WRITE ExcpLogRec.
            CLOSE ExcpLogFile.
        LogRunPara.
            OPEN EXTEND RunLogFile.
            MOVE OperOpId TO RlUserId.
            IF RunLogStatus = "35"
                OPEN OUTPUT RunLogFile.
            MOVE "REFINTEG" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE TotChecked TO RlRecRead.
            MOVE TotOrphans TO RlRecWrit.
            MOVE RunRc TO RlReturnCode.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
