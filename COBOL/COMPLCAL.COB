        IDENTIFICATION DIVISION.
        PROGRAM-ID. ComplianceCal.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CompCalFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CompCalStatus.
            SELECT CompDoneFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CompDoneStatus.
            SELECT BatchParamFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BatchParamStatus.
            SELECT AcctPeriodFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AcctPeriodStatus.
            SELECT ContractFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ContractStatus.
            SELECT PlayerContractFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PlayerContractStatus.
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
        FD CompCalFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CompCal.dat".
            COPY "COMPCAL.CPY".
        FD CompDoneFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CompDone.dat".
            COPY "CMPDONE.CPY".
        FD BatchParamFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "BatchParam.dat".
            COPY "BATCHPRM.CPY".
        FD AcctPeriodFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "AcctPeriod.dat".
            COPY "ACCTPERD.CPY".
        FD ContractFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RateContract.dat".
            COPY "CONTRACT.CPY".
        FD PlayerContractFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PlayerContract.dat".
            COPY "PLAYCTR.CPY".
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
            VALUE OF FILE-ID IS "ComplCal.dat".
        01  RecOut             PIC X(80).

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  CompCalStatus  PIC XX VALUE "00".
        01  CompDoneStatus PIC XX VALUE "00".
        01  BatchParamStatus PIC XX VALUE "00".
        01  AcctPeriodStatus PIC XX VALUE "00".
        01  ContractStatus PIC XX VALUE "00".
        01  PlayerContractStatus PIC XX VALUE "00".
        01  ExcpLogStatus  PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  FileEOF        PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  RunDateX REDEFINES RunDate8.
            05  RunYY      PIC 9(4).
            05  RunMM      PIC 99.
            05  RunDD      PIC 99.
        01  OldestRunDate  PIC 9(8).
        01  AheadDays      PIC 9(3) VALUE 15.
        01  BackDays       PIC 9(3) VALUE 90.
        01  AheadMonths    PIC 9(3).
        01  BackMonths     PIC 9(3).
        01  TodayDayNo     PIC 9(6).
        01  FromDayNo      PIC 9(6).
        01  ToDayNo        PIC 9(6).
        01  CurMonthNo     PIC 9(6).
        01  PeMonthNo      PIC 9(6).
        01  EndMonthNo     PIC 9(6).
        01  PeYY           PIC 9(4).
        01  PeMM           PIC 99.
        01  StepMonths     PIC 99.
        01  FreqMatch      PIC A.
        01  DueDate8       PIC 9(8).
        01  DueDayNo       PIC 9(6).
        01  PeEndDate8     PIC 9(8).
        01  NextEnd8       PIC 9(8).
        01  LateFlag       PIC A.
        01  LateDate8      PIC 9(8).
        01  RefKeyWk       PIC X(4).
        01  DoneFlag       PIC A.
        01  DaysWk         PIC 9(4).
        01  StatusWk       PIC X(8).
        01  RunRc          PIC 9 VALUE 0.
        01  ListCount      PIC 9(6) VALUE 0.
        01  DueCount       PIC 9(6) VALUE 0.
        01  OverdueCount   PIC 9(6) VALUE 0.
        01  DoneCount      PIC 9(6) VALUE 0.
        01  NewExcpCount   PIC 9(6) VALUE 0.
        01  CountWk        PIC 9(6).
        01  ParaWk         PIC X(20).
        01  BadValueWk     PIC X(20).
        01  AssignWk       PIC X(3).
        01  ExcpKeyWk.
            05  EkPara     PIC X(20).
            05  EkBadValue PIC X(20).
      * MakeDatePara turns a month number (year * 12 + month - 1)
      * and a day into a date, pulling the day back to the month end
      * when the month is shorter.
        01  MkMonthNo      PIC 9(6).
        01  MkDayIn        PIC 99.
        01  MkYY           PIC 9(4).
        01  MkMM           PIC 99.
        01  MkDD           PIC 99.
        01  MkMonthLen     PIC 99.
        01  MkQuot         PIC 9(4).
        01  MkRem          PIC 99.
        01  MkDate8        PIC 9(8).
        01  MkDayNo        PIC 9(6).
        01  DsDate8        PIC 9(8).
        01  DsDateX REDEFINES DsDate8.
            05  DsYY       PIC 9(4).
            05  DsMM       PIC 99.
            05  DsDD       PIC 99.
      * The obligations shipped with the system; CompCal.dat may
      * change any of them, drop one or add more.
        01  DefaultTable.
            05  F          PIC X(8)  VALUE "PFREMIT".
            05  F          PIC X(30) VALUE "PF Remittance".
            05  F          PIC A     VALUE "M".
            05  F          PIC 99    VALUE 15.
            05  F          PIC 99    VALUE 01.
            05  F          PIC A     VALUE "R".
            05  F          PIC X(12) VALUE "REMIT".
            05  F          PIC X(3)  VALUE SPACES.
            05  F          PIC A     VALUE "A".
            05  F          PIC X(8)  VALUE "ESIREMIT".
            05  F          PIC X(30) VALUE "ESI Remittance".
            05  F          PIC A     VALUE "M".
            05  F          PIC 99    VALUE 15.
            05  F          PIC 99    VALUE 01.
            05  F          PIC A     VALUE "R".
            05  F          PIC X(12) VALUE "REMIT".
            05  F          PIC X(3)  VALUE SPACES.
            05  F          PIC A     VALUE "A".
            05  F          PIC X(8)  VALUE "TDSDEP".
            05  F          PIC X(30) VALUE "TDS Deposit".
            05  F          PIC A     VALUE "M".
            05  F          PIC 99    VALUE 07.
            05  F          PIC 99    VALUE 01.
            05  F          PIC A     VALUE "M".
            05  F          PIC X(12) VALUE SPACES.
            05  F          PIC X(3)  VALUE SPACES.
            05  F          PIC A     VALUE "A".
            05  F          PIC X(8)  VALUE "TDSQTR".
            05  F          PIC X(30) VALUE "TDS Quarterly Return".
            05  F          PIC A     VALUE "Q".
            05  F          PIC 99    VALUE 31.
            05  F          PIC 99    VALUE 01.
            05  F          PIC A     VALUE "M".
            05  F          PIC X(12) VALUE SPACES.
            05  F          PIC X(3)  VALUE SPACES.
            05  F          PIC A     VALUE "A".
            05  F          PIC X(8)  VALUE "PFRET".
            05  F          PIC X(30) VALUE "PF Member Return".
            05  F          PIC A     VALUE "M".
            05  F          PIC 99    VALUE 25.
            05  F          PIC 99    VALUE 01.
            05  F          PIC A     VALUE "R".
            05  F          PIC X(12) VALUE "PFRET".
            05  F          PIC X(3)  VALUE SPACES.
            05  F          PIC A     VALUE "A".
            05  F          PIC X(8)  VALUE "ESIRET".
            05  F          PIC X(30) VALUE "ESI Member Return".
            05  F          PIC A     VALUE "M".
            05  F          PIC 99    VALUE 15.
            05  F          PIC 99    VALUE 01.
            05  F          PIC A     VALUE "R".
            05  F          PIC X(12) VALUE "ESIRET".
            05  F          PIC X(3)  VALUE SPACES.
            05  F          PIC A     VALUE "A".
            05  F          PIC X(8)  VALUE "RATECTR".
            05  F          PIC X(30) VALUE "Rate Contract Renewal".
            05  F          PIC A     VALUE "E".
            05  F          PIC 99    VALUE 00.
            05  F          PIC 99    VALUE 00.
            05  F          PIC A     VALUE "K".
            05  F          PIC X(12) VALUE SPACES.
            05  F          PIC X(3)  VALUE SPACES.
            05  F          PIC A     VALUE "A".
            05  F          PIC X(8)  VALUE "PLAYCTR".
            05  F          PIC X(30) VALUE "Player Contract Renewal".
            05  F          PIC A     VALUE "E".
            05  F          PIC 99    VALUE 00.
            05  F          PIC 99    VALUE 00.
            05  F          PIC A     VALUE "L".
            05  F          PIC X(12) VALUE SPACES.
            05  F          PIC X(3)  VALUE SPACES.
            05  F          PIC A     VALUE "A".
            05  F          PIC X(8)  VALUE "GLCLOSE".
            05  F          PIC X(30) VALUE "GL Period Close".
            05  F          PIC A     VALUE "M".
            05  F          PIC 99    VALUE 10.
            05  F          PIC 99    VALUE 01.
            05  F          PIC A     VALUE "P".
            05  F          PIC X(12) VALUE "GL".
            05  F          PIC X(3)  VALUE SPACES.
            05  F          PIC A     VALUE "A".
            05  F          PIC X(8)  VALUE "FEECLOSE".
            05  F          PIC X(30) VALUE "Fee Period Close".
            05  F          PIC A     VALUE "M".
            05  F          PIC 99    VALUE 10.
            05  F          PIC 99    VALUE 01.
            05  F          PIC A     VALUE "P".
            05  F          PIC X(12) VALUE "FEE".
            05  F          PIC X(3)  VALUE SPACES.
            05  F          PIC A     VALUE "A".
            05  F          PIC X(8)  VALUE "INVCLOSE".
            05  F          PIC X(30) VALUE "Inventory Period Close".
            05  F          PIC A     VALUE "M".
            05  F          PIC 99    VALUE 10.
            05  F          PIC 99    VALUE 01.
            05  F          PIC A     VALUE "P".
            05  F          PIC X(12) VALUE "INV".
            05  F          PIC X(3)  VALUE SPACES.
            05  F          PIC A     VALUE "A".
        01  DefaultTableX REDEFINES DefaultTable.
            05  DfEntry OCCURS 11 TIMES PIC X(60).
        01  DefaultCount   PIC 99 VALUE 11.
        01  OblIx          PIC 99 VALUE 0.
        01  OblHit         PIC 99 VALUE 0.
        01  OblCount       PIC 99 VALUE 0.
        01  OblTable.
            05  OblEntry OCCURS 50 TIMES.
                10  OtImage.
                    15  OtOblId     PIC X(8).
                    15  OtDesc      PIC X(30).
                    15  OtFreq      PIC A.
                    15  OtDueDay    PIC 99.
                    15  OtLag       PIC 99.
                    15  OtCheckType PIC A.
                    15  OtCheckKey  PIC X(12).
                    15  OtOwner     PIC X(3).
                    15  OtStatus    PIC A.
        01  RgIx           PIC 9(4) VALUE 0.
        01  RgHit          PIC 9(4) VALUE 0.
        01  RgCount        PIC 9(4) VALUE 0.
        01  RunTable.
            05  RunEntry OCCURS 3000 TIMES.
                10  RgProgram  PIC X(12).
                10  RgDate     PIC 9(8).
                10  RgUsed     PIC A.
        01  AtIx           PIC 9(4) VALUE 0.
        01  AtHit          PIC 9(4) VALUE 0.
        01  AtCount        PIC 9(4) VALUE 0.
        01  AtKeyWk.
            05  AkFy       PIC 9(4).
            05  AkPd       PIC 99.
            05  AkStream   PIC X(3).
        01  PeriodTable.
            05  PeriodEntry OCCURS 1000 TIMES.
                10  AtKey      PIC X(9).
                10  AtStatus   PIC A.
        01  KtIx           PIC 9(4) VALUE 0.
        01  KtHit          PIC 9(4) VALUE 0.
        01  KtCount        PIC 9(4) VALUE 0.
        01  ContractTable.
            05  ContractEntry OCCURS 2000 TIMES.
                10  KtRefKey   PIC X(4).
                10  KtToDate   PIC 9(8).
        01  LtIx           PIC 9(4) VALUE 0.
        01  LtHit          PIC 9(4) VALUE 0.
        01  LtCount        PIC 9(4) VALUE 0.
        01  PlayerTable.
            05  PlayerEntry OCCURS 2000 TIMES.
                10  LtRefKey   PIC X(4).
                10  LtToDate   PIC 9(8).
        01  DnIx           PIC 9(4) VALUE 0.
        01  DnCount        PIC 9(4) VALUE 0.
        01  DnKeyWk.
            05  DkOblId    PIC X(8).
            05  DkRefKey   PIC X(4).
            05  DkDueDate  PIC 9(8).
        01  DoneTable.
            05  DoneEntry OCCURS 2000 TIMES.
                10  DnKey      PIC X(20).
        01  ExIx           PIC 9(4) VALUE 0.
        01  ExHit          PIC 9(4) VALUE 0.
        01  ExCount        PIC 9(4) VALUE 0.
        01  ExcpTable.
            05  ExcpEntry OCCURS 5000 TIMES.
                10  EtKey      PIC X(40).
        COPY "CTLTOT.CPY".
        01  Heading1.
            05  F          PIC X(14) VALUE SPACES.
            05  F          PIC X(22) VALUE "Compliance Calendar".
            05  F          PIC X(6) VALUE "As At ".
            05  HdrDateOut PIC 9(8).
            05  F          PIC X(7) VALUE "  Next ".
            05  HdrAheadOut PIC ZZ9.
            05  F          PIC X(5) VALUE " Days".
        01  LineRec        PIC X(80) VALUE ALL "-".
        01  ColHead.
            05  F          PIC X(9) VALUE "Oblig.".
            05  F          PIC X(31) VALUE "Description".
            05  F          PIC X(5) VALUE "Ref".
            05  F          PIC X(9) VALUE "Due".
            05  F          PIC X(4) VALUE "Own".
            05  F          PIC X(9) VALUE "Status".
            05  F          PIC X(4) VALUE "Days".
        01  DetailRec.
            05  DtOblOut   PIC X(8).
            05  F          PIC X VALUE SPACE.
            05  DtDescOut  PIC X(30).
            05  F          PIC X VALUE SPACE.
            05  DtRefOut   PIC X(4).
            05  F          PIC X VALUE SPACE.
            05  DtDueOut   PIC 9(8).
            05  F          PIC X VALUE SPACE.
            05  DtOwnOut   PIC X(3).
            05  F          PIC X VALUE SPACE.
            05  DtStatOut  PIC X(8).
            05  F          PIC X VALUE SPACE.
            05  DtDaysOut  PIC ZZZ9.
        01  BadRuleRec.
            05  BrOblOut   PIC X(8).
            05  F          PIC X VALUE SPACE.
            05  BrDescOut  PIC X(30).
            05  F          PIC X(30) VALUE
                " ** RULE NOT UNDERSTOOD **".
        01  SummaryRec.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(7) VALUE "Due :- ".
            05  SmDueOut   PIC Z(4)9.
            05  F          PIC X(14) VALUE "  Overdue :- ".
            05  SmOverOut  PIC Z(4)9.
            05  F          PIC X(11) VALUE "  Done :- ".
            05  SmDoneOut  PIC Z(4)9.
        01  VerdictRec.
            05  F          PIC X(3) VALUE SPACES.
            05  VerdictOut PIC X(50).

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            CALL "GetOper" USING OperLinkRec.
            PERFORM LoadParamPara.
            COMPUTE TodayDayNo = RunYY * 360 + RunMM * 30 + RunDD.
            COMPUTE FromDayNo = TodayDayNo - BackDays.
            COMPUTE ToDayNo = TodayDayNo + AheadDays.
            COMPUTE CurMonthNo = RunYY * 12 + RunMM - 1.
            COMPUTE AheadMonths = AheadDays / 30.
            COMPUTE BackMonths = BackDays / 30.
            COMPUTE OldestRunDate = RunDate8 - 20000.
            PERFORM DefaultOblPara.
            PERFORM LoadOblPara.
            PERFORM LoadRunLogPara.
            PERFORM LoadPeriodPara.
            PERFORM LoadContractPara.
            PERFORM LoadPlayerPara.
            PERFORM LoadDonePara.
            PERFORM LoadExcpPara.
            OPEN OUTPUT FileOut.
            MOVE RunDate8 TO HdrDateOut.
            MOVE AheadDays TO HdrAheadOut.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM ColHead.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO OblIx.
            PERFORM OneOblPara UNTIL OblIx NOT < OblCount.
            WRITE RecOut FROM LineRec.
            MOVE DueCount TO SmDueOut.
            MOVE OverdueCount TO SmOverOut.
            MOVE DoneCount TO SmDoneOut.
            WRITE RecOut FROM SummaryRec.
            IF OverdueCount > 0
                MOVE "OVERDUE ITEMS RAISED TO EXCEPTION WORKBENCH"
                    TO VerdictOut
                MOVE 4 TO RunRc
                MOVE "Overdue Count" TO ParaWk
                MOVE OverdueCount TO CountWk
                MOVE SPACES TO BadValueWk
                STRING RunDate8 " N=" CountWk DELIMITED BY SIZE
                    INTO BadValueWk
                MOVE SPACES TO AssignWk
                PERFORM RaiseOncePara
            ELSE
                MOVE "NOTHING OVERDUE" TO VerdictOut
                MOVE 0 TO RunRc.
            WRITE RecOut FROM VerdictRec.
            MOVE ListCount TO CtRecsOut.
            MOVE OverdueCount TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE FileOut.
            PERFORM LogRunPara.
            DISPLAY "Due :- " DueCount "  Overdue :- " OverdueCount
                    "  New Exceptions :- " NewExcpCount.
            MOVE RunRc TO RETURN-CODE.
            GOBACK.
        LoadParamPara.
            MOVE "N" TO FileEOF.
            OPEN INPUT BatchParamFile.
            IF BatchParamStatus = "00"
                PERFORM ReadParamPara
                PERFORM ScanParamPara UNTIL FileEOF = "Y"
                CLOSE BatchParamFile.
            IF AheadDays = 0
                MOVE 15 TO AheadDays.
            IF BackDays = 0
                MOVE 90 TO BackDays.
        ReadParamPara.
            READ BatchParamFile AT END MOVE "Y" TO FileEOF.
        ScanParamPara.
            IF BpKeyword = "COMPLY-DAYS" AND BpValueNum NUMERIC
                MOVE BpValueNum TO AheadDays
            ELSE IF BpKeyword = "COMPLY-LOOKBACK"
                    AND BpValueNum NUMERIC
                MOVE BpValueNum TO BackDays.
            PERFORM ReadParamPara.
        DefaultOblPara.
            MOVE 0 TO OblIx.
            PERFORM DefaultOnePara UNTIL OblIx NOT < DefaultCount.
            MOVE DefaultCount TO OblCount.
        DefaultOnePara.
            ADD 1 TO OblIx.
            MOVE DfEntry (OblIx) TO OtImage (OblIx).
        LoadOblPara.
            MOVE "N" TO FileEOF.
            OPEN INPUT CompCalFile.
            IF CompCalStatus = "00"
                PERFORM ReadOblPara
                PERFORM ApplyOblPara UNTIL FileEOF = "Y"
                CLOSE CompCalFile.
        ReadOblPara.
            READ CompCalFile AT END MOVE "Y" TO FileEOF.
        ApplyOblPara.
            MOVE 0 TO OblHit.
            MOVE 0 TO OblIx.
            PERFORM ScanOblPara UNTIL OblIx NOT < OblCount
                                OR OblHit NOT = 0.
            IF OblHit = 0 AND OblCount < 50 AND CcOblId NOT = SPACES
                ADD 1 TO OblCount
                MOVE OblCount TO OblHit.
            IF OblHit NOT = 0
                MOVE ComplianceRec TO OtImage (OblHit).
            PERFORM ReadOblPara.
        ScanOblPara.
            ADD 1 TO OblIx.
            IF OtOblId (OblIx) = CcOblId
                MOVE OblIx TO OblHit.
      * Only clean runs of the programs some obligation watches, and
      * no further back than two years, are kept.
        LoadRunLogPara.
            MOVE "N" TO FileEOF.
            OPEN INPUT RunLogFile.
            IF RunLogStatus = "00"
                PERFORM ReadRunLogPara
                PERFORM LoadOneRunPara UNTIL FileEOF = "Y"
                CLOSE RunLogFile.
        ReadRunLogPara.
            READ RunLogFile AT END MOVE "Y" TO FileEOF.
        LoadOneRunPara.
            IF RlReturnCode < 8 AND RlRunDate NOT < OldestRunDate
                MOVE 0 TO OblHit
                MOVE 0 TO OblIx
                PERFORM ScanWatchPara UNTIL OblIx NOT < OblCount
                                      OR OblHit NOT = 0
                IF OblHit NOT = 0 AND RgCount < 3000
                    ADD 1 TO RgCount
                    MOVE RlProgram TO RgProgram (RgCount)
                    MOVE RlRunDate TO RgDate (RgCount).
            PERFORM ReadRunLogPara.
        ScanWatchPara.
            ADD 1 TO OblIx.
            IF OtCheckType (OblIx) = "R"
               AND OtCheckKey (OblIx) = RlProgram
                MOVE OblIx TO OblHit.
        LoadPeriodPara.
            MOVE "N" TO FileEOF.
            OPEN INPUT AcctPeriodFile.
            IF AcctPeriodStatus = "00"
                PERFORM ReadPeriodPara
                PERFORM LoadOnePeriodPara UNTIL FileEOF = "Y"
                CLOSE AcctPeriodFile.
        ReadPeriodPara.
            READ AcctPeriodFile AT END MOVE "Y" TO FileEOF.
        LoadOnePeriodPara.
            MOVE ApFiscalYear TO AkFy.
            MOVE ApPeriod TO AkPd.
            MOVE ApStream TO AkStream.
            PERFORM FindPeriodPara.
            IF AtHit = 0 AND AtCount < 1000
                ADD 1 TO AtCount
                MOVE AtCount TO AtHit
                MOVE AtKeyWk TO AtKey (AtHit).
            IF AtHit NOT = 0
                MOVE ApStatus TO AtStatus (AtHit).
            PERFORM ReadPeriodPara.
        FindPeriodPara.
            MOVE 0 TO AtHit.
            MOVE 0 TO AtIx.
            PERFORM ScanPeriodPara UNTIL AtIx NOT < AtCount
                                   OR AtHit NOT = 0.
        ScanPeriodPara.
            ADD 1 TO AtIx.
            IF AtKey (AtIx) = AtKeyWk
                MOVE AtIx TO AtHit.
        LoadContractPara.
            MOVE "N" TO FileEOF.
            OPEN INPUT ContractFile.
            IF ContractStatus = "00"
                PERFORM ReadContractPara
                PERFORM LoadOneContractPara UNTIL FileEOF = "Y"
                CLOSE ContractFile.
        ReadContractPara.
            READ ContractFile AT END MOVE "Y" TO FileEOF.
        LoadOneContractPara.
            MOVE 0 TO KtHit.
            MOVE 0 TO KtIx.
            PERFORM ScanContractPara UNTIL KtIx NOT < KtCount
                                     OR KtHit NOT = 0.
            IF KtHit = 0 AND KtCount < 2000
                ADD 1 TO KtCount
                MOVE KtCount TO KtHit
                MOVE CnItemCode TO KtRefKey (KtHit).
            IF KtHit NOT = 0
                MOVE CnToDate TO KtToDate (KtHit).
            PERFORM ReadContractPara.
        ScanContractPara.
            ADD 1 TO KtIx.
            IF KtRefKey (KtIx) = CnItemCode
                MOVE KtIx TO KtHit.
        LoadPlayerPara.
            MOVE "N" TO FileEOF.
            OPEN INPUT PlayerContractFile.
            IF PlayerContractStatus = "00"
                PERFORM ReadPlayerPara
                PERFORM LoadOnePlayerPara UNTIL FileEOF = "Y"
                CLOSE PlayerContractFile.
        ReadPlayerPara.
            READ PlayerContractFile AT END MOVE "Y" TO FileEOF.
        LoadOnePlayerPara.
            MOVE 0 TO LtHit.
            MOVE 0 TO LtIx.
            PERFORM ScanPlayerPara UNTIL LtIx NOT < LtCount
                                   OR LtHit NOT = 0.
            IF LtHit = 0 AND LtCount < 2000
                ADD 1 TO LtCount
                MOVE LtCount TO LtHit
                MOVE PlcPlayerId TO LtRefKey (LtHit).
            IF LtHit NOT = 0
                MOVE PlcToDate TO LtToDate (LtHit).
            PERFORM ReadPlayerPara.
        ScanPlayerPara.
            ADD 1 TO LtIx.
            IF LtRefKey (LtIx) = PlcPlayerId
                MOVE LtIx TO LtHit.
        LoadDonePara.
            MOVE "N" TO FileEOF.
            OPEN INPUT CompDoneFile.
            IF CompDoneStatus = "00"
                PERFORM ReadDonePara
                PERFORM LoadOneDonePara UNTIL FileEOF = "Y"
                CLOSE CompDoneFile.
        ReadDonePara.
            READ CompDoneFile AT END MOVE "Y" TO FileEOF.
        LoadOneDonePara.
            IF DnCount < 2000
                ADD 1 TO DnCount
                MOVE CdOblId TO DkOblId
                MOVE CdRefKey TO DkRefKey
                MOVE CdDueDate TO DkDueDate
                MOVE DnKeyWk TO DnKey (DnCount).
            PERFORM ReadDonePara.
      * An overdue item stays on the workbench until it is resolved;
      * once resolved, the same item still overdue is raised afresh.
        LoadExcpPara.
            MOVE "N" TO FileEOF.
            OPEN INPUT ExcpLogFile.
            IF ExcpLogStatus = "00"
                PERFORM ReadExcpPara
                PERFORM LoadOneExcpPara UNTIL FileEOF = "Y"
                CLOSE ExcpLogFile.
        ReadExcpPara.
            READ ExcpLogFile AT END MOVE "Y" TO FileEOF.
        LoadOneExcpPara.
            IF ElProgram = "COMPLCAL" AND ElStatus NOT = "R"
               AND ExCount < 5000
                ADD 1 TO ExCount
                MOVE ElParagraph TO EkPara
                MOVE ElBadValue TO EkBadValue
                MOVE ExcpKeyWk TO EtKey (ExCount).
            PERFORM ReadExcpPara.
        OneOblPara.
            ADD 1 TO OblIx.
            IF OtStatus (OblIx) = "D"
                CONTINUE
            ELSE IF OtFreq (OblIx) = "E" AND OtCheckType (OblIx) = "K"
                MOVE 0 TO KtIx
                PERFORM ContractOccurPara UNTIL KtIx NOT < KtCount
            ELSE IF OtFreq (OblIx) = "E" AND OtCheckType (OblIx) = "L"
                MOVE 0 TO LtIx
                PERFORM PlayerOccurPara UNTIL LtIx NOT < LtCount
            ELSE IF (OtFreq (OblIx) = "M" OR OtFreq (OblIx) = "Q"
                     OR OtFreq (OblIx) = "A")
                    AND (OtCheckType (OblIx) = "R"
                         OR OtCheckType (OblIx) = "P"
                         OR OtCheckType (OblIx) = "M")
                PERFORM PeriodOblPara
            ELSE
                MOVE OtOblId (OblIx) TO BrOblOut
                MOVE OtDesc (OblIx) TO BrDescOut
                WRITE RecOut FROM BadRuleRec.
      * Every period whose due date can fall inside the window is
      * tried, oldest first; those that do are judged and listed.
      * One more period before the window is walked too, so the run
      * that covered it is not credited to a later one.
        PeriodOblPara.
            MOVE 0 TO RgIx.
            PERFORM FreeRunPara UNTIL RgIx NOT < RgCount.
            IF OtFreq (OblIx) = "Q"
                MOVE 3 TO StepMonths
            ELSE IF OtFreq (OblIx) = "A"
                MOVE 12 TO StepMonths
            ELSE
                MOVE 1 TO StepMonths.
            COMPUTE PeMonthNo = CurMonthNo - OtLag (OblIx)
                              - BackMonths - 2 - StepMonths.
            COMPUTE EndMonthNo = CurMonthNo - OtLag (OblIx)
                               + AheadMonths + 1.
            PERFORM PeriodOnePara UNTIL PeMonthNo NOT < EndMonthNo.
        FreeRunPara.
            ADD 1 TO RgIx.
            MOVE "N" TO RgUsed (RgIx).
        PeriodOnePara.
            ADD 1 TO PeMonthNo.
            DIVIDE PeMonthNo BY 12 GIVING PeYY REMAINDER PeMM.
            ADD 1 TO PeMM.
            MOVE "N" TO FreqMatch.
            IF OtFreq (OblIx) = "M"
                MOVE "Y" TO FreqMatch
            ELSE IF OtFreq (OblIx) = "Q"
                    AND (PeMM = 3 OR PeMM = 6 OR PeMM = 9 OR PeMM = 12)
                MOVE "Y" TO FreqMatch
            ELSE IF OtFreq (OblIx) = "A" AND PeMM = 3
                MOVE "Y" TO FreqMatch.
            IF FreqMatch = "Y"
                COMPUTE MkMonthNo = PeMonthNo + OtLag (OblIx)
                MOVE OtDueDay (OblIx) TO MkDayIn
                PERFORM MakeDatePara
                MOVE MkDate8 TO DueDate8
                MOVE MkDayNo TO DueDayNo
                MOVE SPACES TO RefKeyWk
                PERFORM DoneCheckPara
                IF DoneFlag = "N" AND OtCheckType (OblIx) = "R"
                    PERFORM CreditRunPara
                END-IF
                IF DueDayNo NOT < FromDayNo AND DueDayNo NOT > ToDayNo
                    PERFORM JudgePeriodPara.
        JudgePeriodPara.
            IF DoneFlag = "N" AND OtCheckType (OblIx) = "P"
                IF PeMM > 3
                    MOVE PeYY TO AkFy
                    COMPUTE AkPd = PeMM - 3
                ELSE
                    COMPUTE AkFy = PeYY - 1
                    COMPUTE AkPd = PeMM + 9
                END-IF
                MOVE OtCheckKey (OblIx) TO AkStream
                PERFORM FindPeriodPara
                IF AtHit NOT = 0
                    IF AtStatus (AtHit) = "C"
                        MOVE "Y" TO DoneFlag.
            PERFORM ListOccurPara.
      * Each clean run covers one occurrence only: the earliest
      * clean run not yet credited that was made from the last day
      * of this occurrence's period up to its due date, or after it
      * but before the next period ends. A run after the due date
      * marks the occurrence done late rather than covering the
      * next one; a run later still must be marked done by hand.
        CreditRunPara.
            MOVE PeMonthNo TO MkMonthNo.
            MOVE 31 TO MkDayIn.
            PERFORM MakeDatePara.
            MOVE MkDate8 TO PeEndDate8.
            COMPUTE MkMonthNo = PeMonthNo + StepMonths.
            PERFORM MakeDatePara.
            MOVE MkDate8 TO NextEnd8.
            MOVE 0 TO RgHit.
            MOVE 0 TO RgIx.
            PERFORM ScanRunPara UNTIL RgIx NOT < RgCount.
            IF RgHit NOT = 0
                MOVE "Y" TO RgUsed (RgHit)
                MOVE "Y" TO DoneFlag
                IF RgDate (RgHit) > DueDate8
                    MOVE "Y" TO LateFlag
                    MOVE RgDate (RgHit) TO LateDate8.
        ScanRunPara.
            ADD 1 TO RgIx.
            IF RgProgram (RgIx) = OtCheckKey (OblIx)
               AND RgUsed (RgIx) = "N"
               AND RgDate (RgIx) NOT < PeEndDate8
               AND (RgDate (RgIx) NOT > DueDate8
                    OR RgDate (RgIx) < NextEnd8)
                IF RgHit = 0
                    MOVE RgIx TO RgHit
                ELSE IF RgDate (RgIx) < RgDate (RgHit)
                    MOVE RgIx TO RgHit.
      * A renewed contract carries a later end date on its latest
      * row, so only contracts still ending inside the window show.
        ContractOccurPara.
            ADD 1 TO KtIx.
            MOVE KtToDate (KtIx) TO DsDate8.
            MOVE KtRefKey (KtIx) TO RefKeyWk.
            PERFORM EventOccurPara.
        PlayerOccurPara.
            ADD 1 TO LtIx.
            MOVE LtToDate (LtIx) TO DsDate8.
            MOVE LtRefKey (LtIx) TO RefKeyWk.
            PERFORM EventOccurPara.
        EventOccurPara.
            COMPUTE DueDayNo = DsYY * 360 + DsMM * 30 + DsDD.
            MOVE DsDate8 TO DueDate8.
            IF DsDate8 NOT = 0
               AND DueDayNo NOT < FromDayNo AND DueDayNo NOT > ToDayNo
                PERFORM DoneCheckPara
                PERFORM ListOccurPara.
        DoneCheckPara.
            MOVE "N" TO DoneFlag.
            MOVE "N" TO LateFlag.
            MOVE OtOblId (OblIx) TO DkOblId.
            MOVE RefKeyWk TO DkRefKey.
            MOVE DueDate8 TO DkDueDate.
            MOVE 0 TO DnIx.
            PERFORM ScanDonePara UNTIL DnIx NOT < DnCount
                                 OR DoneFlag = "Y".
        ScanDonePara.
            ADD 1 TO DnIx.
            IF DnKey (DnIx) = DnKeyWk
                MOVE "Y" TO DoneFlag.
        ListOccurPara.
            ADD 1 TO ListCount.
            IF DoneFlag = "Y" AND LateFlag = "Y"
                MOVE "LATE" TO StatusWk
                MOVE LateDate8 TO DsDate8
                COMPUTE DaysWk = DsYY * 360 + DsMM * 30 + DsDD
                               - DueDayNo
                ADD 1 TO DoneCount
            ELSE IF DoneFlag = "Y"
                MOVE "DONE" TO StatusWk
                MOVE 0 TO DaysWk
                ADD 1 TO DoneCount
            ELSE IF DueDate8 < RunDate8
                MOVE "OVERDUE" TO StatusWk
                COMPUTE DaysWk = TodayDayNo - DueDayNo
                ADD 1 TO OverdueCount
                PERFORM AlertPara
            ELSE
                MOVE "DUE" TO StatusWk
                COMPUTE DaysWk = DueDayNo - TodayDayNo
                ADD 1 TO DueCount.
            MOVE OtOblId (OblIx) TO DtOblOut.
            MOVE OtDesc (OblIx) TO DtDescOut.
            MOVE RefKeyWk TO DtRefOut.
            MOVE DueDate8 TO DtDueOut.
            MOVE OtOwner (OblIx) TO DtOwnOut.
            MOVE StatusWk TO DtStatOut.
            MOVE DaysWk TO DtDaysOut.
            WRITE RecOut FROM DetailRec.
        AlertPara.
            MOVE SPACES TO ParaWk.
            STRING OtOblId (OblIx) DELIMITED BY SPACE
                   " Overdue" DELIMITED BY SIZE
                INTO ParaWk.
            MOVE SPACES TO BadValueWk.
            STRING "Due " DueDate8 " " RefKeyWk DELIMITED BY SIZE
                INTO BadValueWk.
            MOVE OtOwner (OblIx) TO AssignWk.
            PERFORM RaiseOncePara.
        MakeDatePara.
            DIVIDE MkMonthNo BY 12 GIVING MkYY REMAINDER MkMM.
            ADD 1 TO MkMM.
            IF MkMM = 2
                DIVIDE MkYY BY 4 GIVING MkQuot REMAINDER MkRem
                IF MkRem = 0
                    MOVE 29 TO MkMonthLen
                ELSE
                    MOVE 28 TO MkMonthLen
                END-IF
            ELSE IF MkMM = 4 OR MkMM = 6 OR MkMM = 9 OR MkMM = 11
                MOVE 30 TO MkMonthLen
            ELSE
                MOVE 31 TO MkMonthLen.
            MOVE MkDayIn TO MkDD.
            IF MkDD > MkMonthLen
                MOVE MkMonthLen TO MkDD.
            IF MkDD = 0
                MOVE 1 TO MkDD.
            COMPUTE MkDate8 = MkYY * 10000 + MkMM * 100 + MkDD.
            COMPUTE MkDayNo = MkYY * 360 + MkMM * 30 + MkDD.
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
            MOVE "COMPLCAL" TO ElProgram.
            MOVE ParaWk TO ElParagraph.
            MOVE BadValueWk TO ElBadValue.
            MOVE "N" TO ElStatus.
            MOVE AssignWk TO ElAssignTo.
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
            MOVE "COMPLCAL" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE ListCount TO RlRecRead.
            MOVE OverdueCount TO RlRecWrit.
            MOVE RunRc TO RlReturnCode.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
