            SELECT BatchParamFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BatchParamStatus.
            SELECT ExcpLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ExcpLogStatus.

        DATA DIVISION.
        FILE SECTION.
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "BatchParam.dat".
            COPY "BATCHPRM.CPY".
        FD ExcpLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ExcpLog.dat".
            COPY "EXCPLOG.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  RunLogStatus       PIC XX VALUE "00".
        01  BatchStepStatus    PIC XX VALUE "00".
        01  BatchParamStatus   PIC XX VALUE "00".
        01  ExcpLogStatus      PIC XX VALUE "00".
        01  BatchStepEOF       PIC A VALUE "N".
        01  BatchParamEOF      PIC A VALUE "N".
        01  BatchMode          PIC A VALUE "N".
                10  StProgram  PIC X(12).
                10  StEnabled  PIC A.
                10  StOnError  PIC A.
                10  StTarget   PIC 9(5).
                10  StNorm     PIC 9(5).
                10  StSumSecs  PIC 9(7).
                10  StNights   PIC 9(3).
        01  StepHit            PIC 9(3) VALUE 0.
        01  PjIx               PIC 9(3) VALUE 0.
        01  NightDays          PIC 99 VALUE 30.
        01  DateWk             PIC 9(8).
        01  DateWkX REDEFINES DateWk.
            05  DwYY           PIC 9(4).
            05  DwMM           PIC 99.
            05  DwDD           PIC 99.
        01  DayNoWk            PIC 9(7).
        01  RunDayNo           PIC 9(7).
        01  ChainStartTime     PIC 9(8).
        01  StepStartTime      PIC 9(8).
        01  StepEndTime        PIC 9(8).
        01  TimeWk             PIC 9(8).
        01  TimeWkX REDEFINES TimeWk.
            05  TwHH           PIC 99.
            05  TwMM           PIC 99.
            05  TwSS           PIC 99.
            05  TwCC           PIC 99.
        01  TimeFromWk         PIC 9(8).
        01  TimeToWk           PIC 9(8).
        01  SecsWk             PIC 9(5).
        01  FromSecs           PIC 9(5).
        01  ElapsedSecs        PIC S9(6).
        01  ChainStartSecs     PIC 9(5).
        01  WindowSecs         PIC S9(6).
        01  ProjectSecs        PIC 9(7).
        01  QuotWk             PIC 9(5).
        01  EtaSecs            PIC 9(7).
        01  EtaDaySecs         PIC 9(5).
        01  EtaMinsWk          PIC 9(4).
        01  DeadlineHHMM       PIC 9(4) VALUE 0.
        01  DeadlineX REDEFINES DeadlineHHMM.
            05  DlHH           PIC 99.
            05  DlMM           PIC 99.
        01  DeadlineSet        PIC A VALUE "N".
        01  RiskFlag           PIC A VALUE "N".
        01  BadValueOut.
            05  F              PIC X(4) VALUE "ETA ".
            05  EtaHHOut       PIC 99.
            05  EtaMMOut       PIC 99.
            05  F              PIC X(5) VALUE " DUE ".
            05  DueOut         PIC 9(4).
            05  F              PIC X(3) VALUE SPACES.

        PROCEDURE DIVISION.
        ControlPara.
                ELSE
                    DISPLAY "Resuming From Step ", ResumeSeq,
                            " ", FailedProgram.
            ACCEPT ChainStartTime FROM TIME.
            PERFORM LoadNormsPara.
            IF DeadlineSet = "Y"
                PERFORM WindowPara.
            MOVE 0 TO StepIx.
            PERFORM ProjectPara.
            PERFORM StepPara UNTIL StepIx NOT < StepCount
                             OR AbortFlag = "Y".
            IF AbortFlag = "Y"
            READ BatchParamFile AT END MOVE "Y" TO BatchParamEOF.
        ScanRunModePara.
            IF BpKeyword = "RUN-MODE"
                MOVE BpValue TO RunModeIn
            ELSE IF BpKeyword = "BATCH-DEADLINE"
                MOVE BpValueNum TO DeadlineHHMM
                MOVE "Y" TO DeadlineSet.
            PERFORM ReadBatchParamPara.
        LoadStepsPara.
            OPEN INPUT BatchStepFile.
                MOVE BsSeq TO StSeq (StepCount)
                MOVE BsProgram TO StProgram (StepCount)
                MOVE BsEnabled TO StEnabled (StepCount)
                MOVE BsOnError TO StOnError (StepCount)
                MOVE 0 TO StTarget (StepCount)
                MOVE 0 TO StSumSecs (StepCount)
                MOVE 0 TO StNights (StepCount)
                IF BsTargetSecs IS NUMERIC
                    MOVE BsTargetSecs TO StTarget (StepCount).
            PERFORM ReadStepPara.
        FindRestartPara.
            MOVE 0 TO ResumeSeq.
                CONTINUE
            ELSE
                MOVE StProgram (StepIx) TO StepNameOut
                ACCEPT StepStartTime FROM TIME
                CALL StepNameOut
                ACCEPT StepEndTime FROM TIME
                MOVE RETURN-CODE TO StepRC
                MOVE 0 TO RETURN-CODE
                PERFORM LogStepPara
                PERFORM ProjectPara
                IF StepRC NOT = 0 AND StOnError (StepIx) = "A"
                    MOVE "Y" TO AbortFlag.
        LogStepPara.
            MOVE 0 TO RlRecRead.
            MOVE 0 TO RlRecWrit.
            MOVE StepRC TO RlReturnCode.
            MOVE StepStartTime TO RlStartTime.
            MOVE StepEndTime TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
      * A step's norm is its target time or, with none set, its
      * average over the timed runs of the last NightDays nights.
        LoadNormsPara.
            MOVE RunDate8 TO DateWk.
            PERFORM DayNoPara.
            MOVE DayNoWk TO RunDayNo.
            OPEN INPUT RunLogFile.
            IF RunLogStatus = "00"
                PERFORM ReadRunLogPara
                PERFORM NormOneRowPara UNTIL RunLogEOF = "Y"
                CLOSE RunLogFile
                MOVE "N" TO RunLogEOF.
            MOVE 0 TO PjIx.
            PERFORM SetNormPara UNTIL PjIx NOT < StepCount.
        NormOneRowPara.
            IF RlStartTime IS NUMERIC AND RlEndTime IS NUMERIC
               AND RlRunDate IS NUMERIC
               AND (RlStartTime NOT = 0 OR RlEndTime NOT = 0)
                MOVE RlRunDate TO DateWk
                PERFORM DayNoPara
                IF DayNoWk + NightDays > RunDayNo
                    PERFORM FindStepPara
                    IF StepHit NOT = 0
                        MOVE RlStartTime TO TimeFromWk
                        MOVE RlEndTime TO TimeToWk
                        PERFORM ElapsedPara
                        ADD ElapsedSecs TO StSumSecs (StepHit)
                        ADD 1 TO StNights (StepHit).
            PERFORM ReadRunLogPara.
        FindStepPara.
            MOVE 0 TO StepHit.
            MOVE 0 TO PjIx.
            PERFORM ScanStepPara UNTIL PjIx NOT < StepCount
                                 OR StepHit NOT = 0.
        ScanStepPara.
            ADD 1 TO PjIx.
            IF StProgram (PjIx) = RlProgram
                MOVE PjIx TO StepHit.
        SetNormPara.
            ADD 1 TO PjIx.
            IF StTarget (PjIx) > 0
                MOVE StTarget (PjIx) TO StNorm (PjIx)
            ELSE IF StNights (PjIx) > 0
                DIVIDE StSumSecs (PjIx) BY StNights (PjIx)
                    GIVING StNorm (PjIx)
            ELSE
                MOVE 0 TO StNorm (PjIx).
        DayNoPara.
            COMPUTE DayNoWk = DwYY * 360 + DwMM * 30 + DwDD.
        SecsPara.
            COMPUTE SecsWk = TwHH * 3600 + TwMM * 60 + TwSS.
      * A step ending below its start time ran past midnight.
        ElapsedPara.
            MOVE TimeFromWk TO TimeWk.
            PERFORM SecsPara.
            MOVE SecsWk TO FromSecs.
            MOVE TimeToWk TO TimeWk.
            PERFORM SecsPara.
            COMPUTE ElapsedSecs = SecsWk - FromSecs.
            IF ElapsedSecs < 0
                ADD 86400 TO ElapsedSecs.
      * The window runs from the chain's start to BATCH-DEADLINE,
      * which may fall after midnight.
        WindowPara.
            MOVE ChainStartTime TO TimeWk.
            PERFORM SecsPara.
            MOVE SecsWk TO ChainStartSecs.
            COMPUTE WindowSecs = DlHH * 3600 + DlMM * 60
                               - ChainStartSecs.
            IF WindowSecs NOT > 0
                ADD 86400 TO WindowSecs.
      * Time gone so far plus the norms of the steps still to run
      * gives the projected finish; the first projection past the
      * deadline is logged for the morning shift.
        ProjectPara.
            IF DeadlineSet = "Y" AND RiskFlag = "N"
                MOVE ChainStartTime TO TimeFromWk
                ACCEPT TimeToWk FROM TIME
                PERFORM ElapsedPara
                MOVE ElapsedSecs TO ProjectSecs
                MOVE StepIx TO PjIx
                PERFORM AddRemainPara UNTIL PjIx NOT < StepCount
                IF ProjectSecs > WindowSecs
                    MOVE "Y" TO RiskFlag
                    PERFORM WindowAlertPara.
        AddRemainPara.
            ADD 1 TO PjIx.
            IF StEnabled (PjIx) = "Y" AND StSeq (PjIx) NOT < ResumeSeq
                ADD StNorm (PjIx) TO ProjectSecs.
        WindowAlertPara.
            COMPUTE EtaSecs = ChainStartSecs + ProjectSecs.
            DIVIDE EtaSecs BY 86400 GIVING QuotWk
                REMAINDER EtaDaySecs.
            DIVIDE EtaDaySecs BY 60 GIVING EtaMinsWk.
            DIVIDE EtaMinsWk BY 60 GIVING EtaHHOut
                REMAINDER EtaMMOut.
            MOVE DeadlineHHMM TO DueOut.
            DISPLAY "BATCH WINDOW AT RISK - " BadValueOut.
            CALL "GetOper" USING OperLinkRec.
            OPEN EXTEND ExcpLogFile.
            IF ExcpLogStatus = "35"
                OPEN OUTPUT ExcpLogFile.
            MOVE "BATCHRUN" TO ElProgram.
            MOVE "Window At Risk" TO ElParagraph.
            MOVE BadValueOut TO ElBadValue.
            MOVE "N" TO ElStatus.
            MOVE SPACES TO ElAssignTo.
            MOVE SPACES TO ElResolveNote.
            MOVE OperOpId TO ElUserId.
            ACCEPT ElTimestamp FROM DATE YYYYMMDD.
            WRITE ExcpLogRec.
            CLOSE ExcpLogFile.
