        IDENTIFICATION DIVISION.
        PROGRAM-ID. BatchSlaReport.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RunLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RunLogStatus.
            SELECT BatchStepFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BatchStepStatus.
            SELECT BatchParamFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BatchParamStatus.
            SELECT ExcpLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ExcpLogStatus.
            SELECT FileOut ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD RunLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RunLog.dat".
            COPY "RUNLOG.CPY".
        FD BatchStepFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "BatchStep.dat".
            COPY "BATCHSTP.CPY".
        FD BatchParamFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "BatchParam.dat".
            COPY "BATCHPRM.CPY".
        FD ExcpLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ExcpLog.dat".
            COPY "EXCPLOG.CPY".
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "BatchSla.dat".
        01  RecOut             PIC X(80).

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  RunLogStatus   PIC XX VALUE "00".
        01  BatchStepStatus PIC XX VALUE "00".
        01  BatchParamStatus PIC XX VALUE "00".
        01  ExcpLogStatus  PIC XX VALUE "00".
        01  RunLogEOF      PIC A VALUE "N".
        01  BatchStepEOF   PIC A VALUE "N".
        01  BatchParamEOF  PIC A VALUE "N".
        01  ExcpLogEOF     PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  NightDays      PIC 99 VALUE 30.
        01  RecentDays     PIC 99 VALUE 7.
        01  OverrunPct     PIC 9(3) VALUE 150.
        01  DeadlineHHMM   PIC 9(4) VALUE 0.
        01  DeadlineX REDEFINES DeadlineHHMM.
            05  DlHH       PIC 99.
            05  DlMM       PIC 99.
        01  DeadlineSet    PIC A VALUE "N".
        01  DateWk         PIC 9(8).
        01  DateWkX REDEFINES DateWk.
            05  DwYY       PIC 9(4).
            05  DwMM       PIC 99.
            05  DwDD       PIC 99.
        01  DayNoWk        PIC 9(7).
        01  RunDayNo       PIC 9(7).
        01  LatestDayNo    PIC 9(7).
        01  TimeWk         PIC 9(8).
        01  TimeWkX REDEFINES TimeWk.
            05  TwHH       PIC 99.
            05  TwMM       PIC 99.
            05  TwSS       PIC 99.
            05  TwCC       PIC 99.
        01  TimeFromWk     PIC 9(8).
        01  TimeToWk       PIC 9(8).
        01  HhmmssWk       PIC 9(6).
        01  SecsWk         PIC 9(5).
        01  FromSecs       PIC 9(5).
        01  ElapsedSecs    PIC S9(6).
        01  WindowSecs     PIC S9(6).
        01  NormTotal      PIC 9(7) VALUE 0.
        01  LimitSecs      PIC 9(7).
        01  RecentAvg      PIC 9(5).
        01  EarlyAvg       PIC 9(5).
        01  StIx           PIC 9(3) VALUE 0.
        01  StHit          PIC 9(3) VALUE 0.
        01  StCount        PIC 9(3) VALUE 0.
        01  StepTable.
            05  StepEntry OCCURS 50 TIMES.
                10  StSeq      PIC 999.
                10  StProgram  PIC X(12).
                10  StEnabled  PIC A.
                10  StTarget   PIC 9(5).
                10  StNorm     PIC 9(5).
                10  StCell OCCURS 40 TIMES.
                    15  ScSecs PIC 9(5).
                    15  ScSet  PIC A.
        01  NgIx           PIC 9(3) VALUE 0.
        01  NgHit          PIC 9(3) VALUE 0.
        01  NgCount        PIC 9(3) VALUE 0.
        01  LatestNg       PIC 9(3) VALUE 0.
        01  NightTable.
            05  NightEntry OCCURS 40 TIMES.
                10  NtDate     PIC 9(8).
                10  NtDayNo    PIC 9(7).
                10  NtStart    PIC 9(8).
                10  NtEnd      PIC 9(8).
        01  RunCount       PIC 9(3).
        01  SumSecs        PIC 9(7).
        01  MinSecs        PIC 9(5).
        01  MaxSecs        PIC 9(5).
        01  RecentSum      PIC 9(7).
        01  RecentCount    PIC 9(3).
        01  EarlySum       PIC 9(7).
        01  EarlyCount     PIC 9(3).
        01  ExIx           PIC 9(4) VALUE 0.
        01  ExHit          PIC 9(4) VALUE 0.
        01  ExCount        PIC 9(4) VALUE 0.
        01  ExcpTable.
            05  ExcpEntry OCCURS 2000 TIMES.
                10  EtBadValue PIC X(20).
        01  ParaWk         PIC X(20).
        01  BadValueWk     PIC X(20).
        01  BadValueOut.
            05  BvTag      PIC X(12).
            05  BvDate     PIC 9(8).
        01  AlertCount     PIC 9(4) VALUE 0.
        01  LateCount      PIC 9(3) VALUE 0.
        COPY "CTLTOT.CPY".
        01  Heading1.
            05  F          PIC X(16) VALUE SPACES.
            05  F          PIC X(36) VALUE
                "Batch Step Run Times - Last 30 Days".
            05  F          PIC X(6) VALUE "As At ".
            05  HdrDateOut PIC 9(8).
        01  LineRec        PIC X(80) VALUE ALL "-".
        01  StepHead.
            05  F          PIC X(17) VALUE "Seq Program".
            05  F          PIC X(36) VALUE
                "Target  Norm   Avg   Min   Max  Last".
            05  F          PIC X(27) VALUE "  Runs Trend  Flag (secs)".
        01  StepDetail.
            05  SdSeqOut   PIC 999.
            05  F          PIC X(1) VALUE SPACES.
            05  SdProgOut  PIC X(12).
            05  F          PIC X(1) VALUE SPACES.
            05  SdTargetOut PIC Z(5)9.
            05  SdNormOut  PIC Z(5)9.
            05  SdAvgOut   PIC Z(5)9.
            05  SdMinOut   PIC Z(5)9.
            05  SdMaxOut   PIC Z(5)9.
            05  SdLastOut  PIC Z(5)9.
            05  F          PIC X(3) VALUE SPACES.
            05  SdRunsOut  PIC ZZ9.
            05  F          PIC X(1) VALUE SPACES.
            05  SdTrendOut PIC X(6).
            05  F          PIC X(1) VALUE SPACES.
            05  SdFlagOut  PIC X(4).
        01  NightHead.
            05  F          PIC X(40) VALUE
                "Night      Start     End       Elapsed".
            05  F          PIC X(20) VALUE "  Window".
        01  NightDetail.
            05  NdDateOut  PIC 9(8).
            05  F          PIC X(3) VALUE SPACES.
            05  NdStartOut PIC 99B99B99.
            05  F          PIC X(2) VALUE SPACES.
            05  NdEndOut   PIC 99B99B99.
            05  F          PIC X(2) VALUE SPACES.
            05  NdElapOut  PIC Z(6)9.
            05  F          PIC X(2) VALUE SPACES.
            05  NdWinOut   PIC Z(6)9.
            05  F          PIC X(2) VALUE SPACES.
            05  NdFlagOut  PIC X(12).
        01  ProjRec.
            05  F          PIC X(29) VALUE
                "Sum Of Norms, Enabled Steps :".
            05  PjNormOut  PIC Z(6)9.
            05  F          PIC X(20) VALUE "   Window From Last".
            05  F          PIC X(9) VALUE " Start : ".
            05  PjWinOut   PIC Z(6)9.
        01  MessageLine.
            05  F          PIC X(3) VALUE SPACES.
            05  MessageOut PIC X(50).

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            MOVE RunDate8 TO DateWk.
            PERFORM DayNoPara.
            MOVE DayNoWk TO RunDayNo.
            CALL "GetOper" USING OperLinkRec.
            PERFORM LoadParamPara.
            PERFORM LoadStepsPara.
            IF StCount = 0
                DISPLAY "BatchStep.dat Missing Or Empty."
                GOBACK.
            PERFORM LoadRunsPara.
            PERFORM LoadExcpPara.
            OPEN OUTPUT FileOut.
            MOVE RunDate8 TO HdrDateOut.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM StepHead.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO StIx.
            PERFORM StepLinePara UNTIL StIx NOT < StCount.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM NightHead.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO NgIx.
            PERFORM NightLinePara UNTIL NgIx NOT < NgCount.
            IF NgCount = 0
                MOVE "No Timed Batch Runs In The Last 30 Days."
                    TO MessageOut
                WRITE RecOut FROM MessageLine.
            WRITE RecOut FROM LineRec.
            PERFORM ProjectPara.
            MOVE StCount TO CtRecsOut.
            MOVE NgCount TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE FileOut.
            IF AlertCount > 0
                MOVE 4 TO RETURN-CODE.
            DISPLAY "Nights Reported :- " NgCount
                    "  Alerts Raised :- " AlertCount.
            GOBACK.
        LoadParamPara.
            OPEN INPUT BatchParamFile.
            IF BatchParamStatus = "00"
                PERFORM ReadParamPara
                PERFORM ScanParamPara UNTIL BatchParamEOF = "Y"
                CLOSE BatchParamFile.
        ReadParamPara.
            READ BatchParamFile AT END MOVE "Y" TO BatchParamEOF.
        ScanParamPara.
            IF BpKeyword = "BATCH-DEADLINE"
                MOVE BpValueNum TO DeadlineHHMM
                MOVE "Y" TO DeadlineSet
            ELSE IF BpKeyword = "OVERRUN-PCT"
                MOVE BpValueNum TO OverrunPct.
            PERFORM ReadParamPara.
        LoadStepsPara.
            OPEN INPUT BatchStepFile.
            IF BatchStepStatus = "00"
                PERFORM ReadStepPara
                PERFORM LoadOneStepPara UNTIL BatchStepEOF = "Y"
                CLOSE BatchStepFile.
        ReadStepPara.
            READ BatchStepFile AT END MOVE "Y" TO BatchStepEOF.
        LoadOneStepPara.
            IF StCount < 50
                ADD 1 TO StCount
                MOVE BsSeq TO StSeq (StCount)
                MOVE BsProgram TO StProgram (StCount)
                MOVE BsEnabled TO StEnabled (StCount)
                MOVE 0 TO StTarget (StCount)
                IF BsTargetSecs IS NUMERIC
                    MOVE BsTargetSecs TO StTarget (StCount)
                END-IF
                MOVE 0 TO NgIx
                PERFORM ClearCellPara UNTIL NgIx NOT < 40.
            PERFORM ReadStepPara.
        ClearCellPara.
            ADD 1 TO NgIx.
            MOVE 0 TO ScSecs (StCount, NgIx).
            MOVE "N" TO ScSet (StCount, NgIx).
      * Only the rows BatchRun timed count. Each night keeps the
      * first start and the last end seen under its run date, and a
      * step run twice in one night (a restart) keeps its latest time.
        LoadRunsPara.
            OPEN INPUT RunLogFile.
            IF RunLogStatus = "00"
                PERFORM ReadRunLogPara
                PERFORM LoadOneRunPara UNTIL RunLogEOF = "Y"
                CLOSE RunLogFile.
        ReadRunLogPara.
            READ RunLogFile AT END MOVE "Y" TO RunLogEOF.
        LoadOneRunPara.
            MOVE 0 TO StHit.
            IF RlStartTime IS NUMERIC AND RlEndTime IS NUMERIC
               AND RlRunDate IS NUMERIC
               AND (RlStartTime NOT = 0 OR RlEndTime NOT = 0)
                MOVE RlRunDate TO DateWk
                PERFORM DayNoPara
                IF DayNoWk + NightDays > RunDayNo
                    PERFORM FindStepPara.
            IF StHit NOT = 0
                PERFORM FindNightPara
                IF NgHit NOT = 0
                    MOVE RlEndTime TO NtEnd (NgHit)
                    MOVE RlStartTime TO TimeFromWk
                    MOVE RlEndTime TO TimeToWk
                    PERFORM ElapsedPara
                    MOVE ElapsedSecs TO ScSecs (StHit, NgHit)
                    MOVE "Y" TO ScSet (StHit, NgHit).
            PERFORM ReadRunLogPara.
        FindStepPara.
            MOVE 0 TO StIx.
            PERFORM ScanStepPara UNTIL StIx NOT < StCount
                                 OR StHit NOT = 0.
        ScanStepPara.
            ADD 1 TO StIx.
            IF StProgram (StIx) = RlProgram
                MOVE StIx TO StHit.
        FindNightPara.
            MOVE 0 TO NgHit.
            MOVE 0 TO NgIx.
            PERFORM ScanNightPara UNTIL NgIx NOT < NgCount
                                  OR NgHit NOT = 0.
            IF NgHit = 0 AND NgCount < 40
                ADD 1 TO NgCount
                MOVE NgCount TO NgHit
                MOVE RlRunDate TO NtDate (NgHit)
                MOVE DayNoWk TO NtDayNo (NgHit)
                MOVE RlStartTime TO NtStart (NgHit)
                IF NtDayNo (NgHit) NOT < LatestDayNo
                    MOVE NtDayNo (NgHit) TO LatestDayNo
                    MOVE NgHit TO LatestNg.
        ScanNightPara.
            ADD 1 TO NgIx.
            IF NtDate (NgIx) = RlRunDate
                MOVE NgIx TO NgHit.
      * A step's norm is its target or, with none set, its average
      * over the nights shown. The trend sets the average of the
      * last RecentDays nights against the nights before them.
        StepLinePara.
            ADD 1 TO StIx.
            MOVE 0 TO RunCount.
            MOVE 0 TO SumSecs.
            MOVE 99999 TO MinSecs.
            MOVE 0 TO MaxSecs.
            MOVE 0 TO RecentSum.
            MOVE 0 TO RecentCount.
            MOVE 0 TO EarlySum.
            MOVE 0 TO EarlyCount.
            MOVE 0 TO NgIx.
            PERFORM TallyCellPara UNTIL NgIx NOT < NgCount.
            IF StTarget (StIx) > 0
                MOVE StTarget (StIx) TO StNorm (StIx)
            ELSE IF RunCount > 0
                DIVIDE SumSecs BY RunCount GIVING StNorm (StIx)
            ELSE
                MOVE 0 TO StNorm (StIx).
            MOVE StSeq (StIx) TO SdSeqOut.
            MOVE StProgram (StIx) TO SdProgOut.
            MOVE StTarget (StIx) TO SdTargetOut.
            MOVE StNorm (StIx) TO SdNormOut.
            MOVE 0 TO SdAvgOut.
            MOVE 0 TO SdMinOut.
            MOVE 0 TO SdLastOut.
            IF RunCount > 0
                DIVIDE SumSecs BY RunCount GIVING SdAvgOut
                MOVE MinSecs TO SdMinOut.
            MOVE MaxSecs TO SdMaxOut.
            MOVE RunCount TO SdRunsOut.
            MOVE "  -" TO SdTrendOut.
            IF RecentCount > 0 AND EarlyCount > 0
                DIVIDE RecentSum BY RecentCount GIVING RecentAvg
                DIVIDE EarlySum BY EarlyCount GIVING EarlyAvg
                IF RecentAvg * 10 > EarlyAvg * 11
                    MOVE "SLOWER" TO SdTrendOut
                ELSE IF RecentAvg * 10 < EarlyAvg * 9
                    MOVE "FASTER" TO SdTrendOut
                ELSE
                    MOVE "STEADY" TO SdTrendOut.
            MOVE SPACES TO SdFlagOut.
            IF LatestNg NOT = 0
                IF ScSet (StIx, LatestNg) = "Y"
                    MOVE ScSecs (StIx, LatestNg) TO SdLastOut
                    COMPUTE LimitSecs = StNorm (StIx) * OverrunPct
                                      / 100
                    IF StNorm (StIx) > 0
                       AND ScSecs (StIx, LatestNg) > LimitSecs
                        MOVE "OVER" TO SdFlagOut
                        MOVE "Step Over Norm" TO ParaWk
                        MOVE StProgram (StIx) TO BvTag
                        MOVE NtDate (LatestNg) TO BvDate
                        PERFORM RaiseOncePara.
            WRITE RecOut FROM StepDetail.
        TallyCellPara.
            ADD 1 TO NgIx.
            IF ScSet (StIx, NgIx) = "Y"
                ADD 1 TO RunCount
                ADD ScSecs (StIx, NgIx) TO SumSecs
                IF ScSecs (StIx, NgIx) < MinSecs
                    MOVE ScSecs (StIx, NgIx) TO MinSecs
                END-IF
                IF ScSecs (StIx, NgIx) > MaxSecs
                    MOVE ScSecs (StIx, NgIx) TO MaxSecs
                END-IF
                IF NtDayNo (NgIx) + RecentDays > LatestDayNo
                    ADD 1 TO RecentCount
                    ADD ScSecs (StIx, NgIx) TO RecentSum
                ELSE
                    ADD 1 TO EarlyCount
                    ADD ScSecs (StIx, NgIx) TO EarlySum.
      * A night is late when its chain ran longer than the window
      * from its first start to BATCH-DEADLINE.
        NightLinePara.
            ADD 1 TO NgIx.
            MOVE NtDate (NgIx) TO NdDateOut.
            DIVIDE NtStart (NgIx) BY 100 GIVING HhmmssWk.
            MOVE HhmmssWk TO NdStartOut.
            DIVIDE NtEnd (NgIx) BY 100 GIVING HhmmssWk.
            MOVE HhmmssWk TO NdEndOut.
            MOVE NtStart (NgIx) TO TimeFromWk.
            MOVE NtEnd (NgIx) TO TimeToWk.
            PERFORM ElapsedPara.
            MOVE ElapsedSecs TO NdElapOut.
            MOVE 0 TO NdWinOut.
            MOVE SPACES TO NdFlagOut.
            IF DeadlineSet = "Y"
                PERFORM WindowPara
                MOVE WindowSecs TO NdWinOut
                IF ElapsedSecs > WindowSecs
                    MOVE "LATE" TO NdFlagOut
                    ADD 1 TO LateCount
                    IF NgIx = LatestNg
                        MOVE "Batch Window Missed" TO ParaWk
                        MOVE "WINDOW" TO BvTag
                        MOVE NtDate (NgIx) TO BvDate
                        PERFORM RaiseOncePara.
            WRITE RecOut FROM NightDetail.
      * Were the chain to run every enabled step at its norm from the
      * latest night's start, would it finish inside the window?
        ProjectPara.
            MOVE 0 TO StIx.
            PERFORM SumNormPara UNTIL StIx NOT < StCount.
            MOVE NormTotal TO PjNormOut.
            MOVE 0 TO PjWinOut.
            IF DeadlineSet = "N"
                MOVE "No BATCH-DEADLINE On BatchParam.dat."
                    TO MessageOut
                WRITE RecOut FROM ProjRec
                WRITE RecOut FROM MessageLine
            ELSE IF LatestNg = 0
                WRITE RecOut FROM ProjRec
            ELSE
                MOVE LatestNg TO NgIx
                PERFORM WindowPara
                MOVE WindowSecs TO PjWinOut
                WRITE RecOut FROM ProjRec
                IF NormTotal > WindowSecs
                    MOVE "** CHAIN PROJECTED TO MISS THE WINDOW **"
                        TO MessageOut
                    WRITE RecOut FROM MessageLine
                    MOVE "Window At Risk" TO ParaWk
                    MOVE "PROJECTED" TO BvTag
                    MOVE NtDate (LatestNg) TO BvDate
                    PERFORM RaiseOncePara
                ELSE
                    MOVE "Chain Fits The Batch Window." TO MessageOut
                    WRITE RecOut FROM MessageLine.
        SumNormPara.
            ADD 1 TO StIx.
            IF StEnabled (StIx) = "Y"
                ADD StNorm (StIx) TO NormTotal.
        WindowPara.
            MOVE NtStart (NgIx) TO TimeWk.
            PERFORM SecsPara.
            COMPUTE WindowSecs = DlHH * 3600 + DlMM * 60 - SecsWk.
            IF WindowSecs NOT > 0
                ADD 86400 TO WindowSecs.
        DayNoPara.
            COMPUTE DayNoWk = DwYY * 360 + DwMM * 30 + DwDD.
        SecsPara.
            COMPUTE SecsWk = TwHH * 3600 + TwMM * 60 + TwSS.
      * An end time below its start time ran past midnight.
        ElapsedPara.
            MOVE TimeFromWk TO TimeWk.
            PERFORM SecsPara.
            MOVE SecsWk TO FromSecs.
            MOVE TimeToWk TO TimeWk.
            PERFORM SecsPara.
            COMPUTE ElapsedSecs = SecsWk - FromSecs.
            IF ElapsedSecs < 0
                ADD 86400 TO ElapsedSecs.
      * Alerts already raised by this report are not raised again.
        LoadExcpPara.
            OPEN INPUT ExcpLogFile.
            IF ExcpLogStatus = "00"
                PERFORM ReadExcpPara
                PERFORM LoadOneExcpPara UNTIL ExcpLogEOF = "Y"
                CLOSE ExcpLogFile.
        ReadExcpPara.
            READ ExcpLogFile AT END MOVE "Y" TO ExcpLogEOF.
        LoadOneExcpPara.
            IF ElProgram = "BATCHSLA" AND ExCount < 2000
                ADD 1 TO ExCount
                MOVE ElBadValue TO EtBadValue (ExCount).
            PERFORM ReadExcpPara.
        RaiseOncePara.
            MOVE BadValueOut TO BadValueWk.
            MOVE 0 TO ExHit.
            MOVE 0 TO ExIx.
            PERFORM ScanExcpPara UNTIL ExIx NOT < ExCount
                                 OR ExHit NOT = 0.
            IF ExHit = 0
                PERFORM LogExceptionPara
                ADD 1 TO AlertCount
                IF ExCount < 2000
                    ADD 1 TO ExCount
                    MOVE BadValueWk TO EtBadValue (ExCount).
        ScanExcpPara.
            ADD 1 TO ExIx.
            IF EtBadValue (ExIx) = BadValueWk
                MOVE ExIx TO ExHit.
        LogExceptionPara.
            OPEN EXTEND ExcpLogFile.
            IF ExcpLogStatus = "35"
                OPEN OUTPUT ExcpLogFile.
            MOVE "BATCHSLA" TO ElProgram.
            MOVE ParaWk TO ElParagraph.
            MOVE BadValueWk TO ElBadValue.
            MOVE "N" TO ElStatus.
            MOVE SPACES TO ElAssignTo.
            MOVE SPACES TO ElResolveNote.
            MOVE OperOpId TO ElUserId.
            ACCEPT ElTimestamp FROM DATE YYYYMMDD.
            WRITE ExcpLogRec.
            CLOSE ExcpLogFile.
