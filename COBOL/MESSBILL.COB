        IDENTIFICATION DIVISION.
        PROGRAM-ID. MessBillingRun.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT AlocFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AlocStatus.
            SELECT MessRateFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MessRateStatus.
            SELECT MessDayFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MessDayStatus.
            SELECT StudentExtFile ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EPrnNo
            FILE STATUS IS StudentExtStatus.
            SELECT FeeLedgerFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FeeLedgerStatus.
            SELECT FileOut ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CompParamFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CompParamStatus.
            SELECT RunLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RunLogStatus.

        DATA DIVISION.
        FILE SECTION.
        FD AlocFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "HostelAloc.dat".
            COPY "HOSTALOC.CPY".
        FD MessRateFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "MessRate.dat".
            COPY "MESSRATE.CPY".
        FD MessDayFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "MessDay.dat".
            COPY "MESSDAY.CPY".
        FD StudentExtFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "StudentExt.dat".
            COPY "STUDEXT.CPY".
        FD FeeLedgerFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "FeeLedger.dat".
            COPY "FEELEDG.CPY".
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "MessBill.dat".
        01  RecOut             PIC X(80).
        FD CompParamFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CompParam.dat".
            COPY "PARAM.CPY".
        FD RunLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RunLog.dat".
            COPY "RUNLOG.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        COPY "ACCTPCHK.CPY".
        01  AlocStatus     PIC XX VALUE "00".
        01  MessRateStatus PIC XX VALUE "00".
        01  MessDayStatus  PIC XX VALUE "00".
        01  StudentExtStatus PIC XX VALUE "00".
        01  FeeLedgerStatus PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  CompParamStatus PIC XX VALUE "00".
        01  AlocEOF        PIC A VALUE "N".
        01  MessRateEOF    PIC A VALUE "N".
        01  MessDayEOF     PIC A VALUE "N".
        01  FeeLedgerEOF   PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  RunModeIn      PIC A VALUE "P".
        01  MonthIn        PIC 9(6) VALUE 0.
        01  MonthR REDEFINES MonthIn.
            05  MonthYear      PIC 9(4).
            05  MonthMonth     PIC 9(2).
        01  MonthStartWk   PIC 9(8) VALUE 0.
        01  MonthEndWk     PIC 9(8) VALUE 0.
        01  MonthDaysLit   PIC X(24) VALUE "312831303130313130313031".
        01  MonthDaysR REDEFINES MonthDaysLit.
            05  MonthDays OCCURS 12 TIMES PIC 9(2).
        01  DaysInMonth    PIC 9(2) VALUE 0.
        01  LeapQuot       PIC 9(4) VALUE 0.
        01  LeapRem        PIC 9(4) VALUE 0.
        01  AlreadyBilled  PIC A VALUE "N".
        01  AlIx           PIC 9(4) VALUE 0.
        01  AlCount        PIC 9(4) VALUE 0.
        01  AlTable.
            05  AlEntry OCCURS 2000 TIMES.
                10  AltPrnNo   PIC 9(9).
                10  AltAction  PIC A.
                10  AltDate    PIC 9(8).
        01  ResIx          PIC 9(3) VALUE 0.
        01  ResHit         PIC 9(3) VALUE 0.
        01  ResCount       PIC 9(3) VALUE 0.
        01  ResTable.
            05  ResEntry OCCURS 500 TIMES.
                10  RsPrnNo   PIC 9(9).
                10  RsBlock   PIC X(2).
                10  RsRoomNo  PIC 9(3).
        01  RtIx           PIC 9(3) VALUE 0.
        01  RtCount        PIC 9(3) VALUE 0.
        01  RtTable.
            05  RtEntry OCCURS 100 TIMES.
                10  RttEff     PIC 9(8).
                10  RttRate    PIC 9(3)V99.
        01  DdIx           PIC 9(3) VALUE 0.
        01  DdHit          PIC 9(3) VALUE 0.
        01  DdCount        PIC 9(3) VALUE 0.
        01  DdTable.
            05  DdEntry OCCURS 500 TIMES.
                10  DdtPrnNo   PIC 9(9).
                10  DdtDays    PIC 99.
        01  LvIx           PIC 9(4) VALUE 0.
        01  LvCount        PIC 9(4) VALUE 0.
        01  LvTable.
            05  LvEntry OCCURS 1000 TIMES.
                10  LvtPrnNo   PIC 9(9).
                10  LvtFrom    PIC 9(8).
                10  LvtTo      PIC 9(8).
                10  LvtLive    PIC A.
        01  DayTable.
            05  DayStat OCCURS 31 TIMES PIC A.
        01  DayIx          PIC 9(2) VALUE 0.
        01  FromDayWk      PIC 9(2) VALUE 0.
        01  ToDayWk        PIC 9(2) VALUE 0.
        01  PaintStat      PIC A VALUE SPACE.
        01  DateWk         PIC 9(8) VALUE 0.
        01  DateR REDEFINES DateWk.
            05  DateYearMonth  PIC 9(6).
            05  DateDay        PIC 9(2).
        01  BestEff        PIC 9(8) VALUE 0.
        01  RateWk         PIC 9(3)V99 VALUE 0.
        01  RateFound      PIC A VALUE "N".
        01  NoRateDay      PIC A VALUE "N".
        01  ResDays        PIC 99 VALUE 0.
        01  LeaveDays      PIC 99 VALUE 0.
        01  MealDays       PIC 99 VALUE 0.
        01  LastResDay     PIC 99 VALUE 0.
        01  MessAmount     PIC 9(7)V99 VALUE 0.
        01  ReadCount      PIC 9(6) VALUE 0.
        01  BilledCount    PIC 9(6) VALUE 0.
        01  NoRateCount    PIC 9(6) VALUE 0.
        01  BilledTotal    PIC 9(9)V99 VALUE 0.
        COPY "CTLTOT.CPY".
        01  Heading0.
            05  F          PIC X(30) VALUE SPACES.
            05  CompanyNameOut PIC X(20) VALUE "XYZ BANK LTD.".
        01  Heading1.
            05  F          PIC X(10) VALUE SPACES.
            05  F          PIC X(30) VALUE
                "Hostel Mess Billing Register".
            05  F          PIC X(8) VALUE "Month : ".
            05  HdMonthOut PIC 9(6).
            05  F          PIC X(3) VALUE SPACES.
            05  HdModeOut  PIC X(5).
        01  Heading2.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(31) VALUE "Prn No.    Name".
            05  F          PIC X(26) VALUE
                "Blk Room Res Lve Meal".
            05  F          PIC X(20) VALUE "Amount  Note".
        01  LineRec        PIC X(80) VALUE ALL "-".
        01  DetailRec.
            05  F          PIC X(3) VALUE SPACES.
            05  PrnOut     PIC 9(9).
            05  F          PIC X(2) VALUE SPACES.
            05  NameOut    PIC A(20).
            05  F          PIC X(1) VALUE SPACES.
            05  BlockOut   PIC X(2).
            05  F          PIC X(2) VALUE SPACES.
            05  RoomOut    PIC 9(3).
            05  F          PIC X(2) VALUE SPACES.
            05  ResOut     PIC Z9.
            05  F          PIC X(2) VALUE SPACES.
            05  LeaveOut   PIC Z9.
            05  F          PIC X(3) VALUE SPACES.
            05  MealOut    PIC Z9.
            05  F          PIC X(1) VALUE SPACES.
            05  AmtOut     PIC Z(6)9.99.
            05  F          PIC X(2) VALUE SPACES.
            05  NoteOut    PIC X(8).
        01  TotRec.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(10) VALUE "Billed : ".
            05  BilledOut  PIC Z(5)9.
            05  F          PIC X(12) VALUE "  Amount : ".
            05  TotAmtOut  PIC Z(8)9.99.
            05  F          PIC X(13) VALUE "  No Rate : ".
            05  NoRateOut  PIC Z(5)9.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            DISPLAY (3, 10) "Bill Which Month (YYYYMM) :- ".
            ACCEPT MonthIn.
            DISPLAY (4, 10) "Proof Or Live Run (P/L) :- ".
            ACCEPT RunModeIn.
            IF MonthIn NOT NUMERIC OR MonthYear = 0
               OR MonthMonth < 1 OR MonthMonth > 12
               OR (RunModeIn NOT = "P" AND RunModeIn NOT = "L")
                DISPLAY (6, 10) "Invalid Month Or Mode. Run Aborted."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            PERFORM MonthLimitsPara.
            IF MonthEndWk > RunDate8
                DISPLAY (6, 10) "Month Not Yet Over. Run Aborted."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            MOVE "FEE" TO AckStream.
            MOVE RunDate8 TO AckDate.
            CALL "AcctPeriodChk" USING AcctChkRec.
            IF AckStatus = "C"
                DISPLAY (6, 10) "FEE Accounting Period Is Closed. Run"
                        " Refused."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            PERFORM CheckBilledPara.
            IF AlreadyBilled = "Y" AND RunModeIn = "L"
                DISPLAY (6, 10) "Month Already Billed. Run Refused."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            PERFORM LoadRatePara.
            IF RtCount = 0
                DISPLAY (6, 10) "MessRate.dat Empty. Run Aborted."
                MOVE 8 TO RlReturnCode
                PERFORM LogRunPara
                MOVE RlReturnCode TO RETURN-CODE
                GOBACK.
            PERFORM ReadCompParamPara.
            PERFORM LoadAlocPara.
            PERFORM LoadMessDayPara.
            OPEN INPUT StudentExtFile.
            IF RunModeIn = "L"
                MOVE "LIVE" TO HdModeOut
                OPEN EXTEND FeeLedgerFile
                IF FeeLedgerStatus = "35"
                    OPEN OUTPUT FeeLedgerFile
                END-IF
            ELSE
                MOVE "PROOF" TO HdModeOut.
            OPEN OUTPUT FileOut.
            MOVE MonthIn TO HdMonthOut.
            WRITE RecOut FROM Heading0.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM Heading2.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO ResIx.
            PERFORM BillOnePara THRU BillOneExitPara
                UNTIL ResIx NOT < ResCount.
            WRITE RecOut FROM LineRec.
            MOVE BilledCount TO BilledOut.
            MOVE BilledTotal TO TotAmtOut.
            MOVE NoRateCount TO NoRateOut.
            WRITE RecOut FROM TotRec.
            MOVE BilledCount TO CtRecsOut.
            MOVE BilledTotal TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            IF RunModeIn = "L"
                CLOSE FeeLedgerFile.
            IF StudentExtStatus = "00"
                CLOSE StudentExtFile.
            CLOSE FileOut.
            DISPLAY (6, 10) "Residents Billed :- " BilledCount.
            IF AlreadyBilled = "Y"
                DISPLAY (7, 10) "Note: Month Already Billed Live.".
            IF NoRateCount > 0
                MOVE 4 TO RlReturnCode
            ELSE
                MOVE 0 TO RlReturnCode.
            PERFORM LogRunPara.
            MOVE RlReturnCode TO RETURN-CODE.
            GOBACK.
        MonthLimitsPara.
            MOVE MonthDays (MonthMonth) TO DaysInMonth.
            IF MonthMonth = 2
                DIVIDE MonthYear BY 4 GIVING LeapQuot
                    REMAINDER LeapRem
                IF LeapRem = 0
                    MOVE 29 TO DaysInMonth.
            COMPUTE MonthStartWk = MonthIn * 100 + 1.
            COMPUTE MonthEndWk = MonthIn * 100 + DaysInMonth.
        ReadCompParamPara.
            OPEN INPUT CompParamFile.
            IF CompParamStatus = "00"
                READ CompParamFile
                MOVE CpCompanyName TO CompanyNameOut
                CLOSE CompParamFile.
      * Mess rows carry the billed month in FlRcptNo, so a month
      * posted once is not posted again.
        CheckBilledPara.
            MOVE "N" TO AlreadyBilled.
            OPEN INPUT FeeLedgerFile.
            IF FeeLedgerStatus = "00"
                PERFORM ReadLedgerPara
                PERFORM ScanLedgerPara UNTIL FeeLedgerEOF = "Y"
                CLOSE FeeLedgerFile
                MOVE "N" TO FeeLedgerEOF.
        ReadLedgerPara.
            READ FeeLedgerFile AT END MOVE "Y" TO FeeLedgerEOF.
        ScanLedgerPara.
            IF FlTxnType = "M" AND FlRcptNo = MonthIn
                MOVE "Y" TO AlreadyBilled.
            PERFORM ReadLedgerPara.
        LoadRatePara.
            OPEN INPUT MessRateFile.
            IF MessRateStatus = "00"
                PERFORM ReadRatePara
                PERFORM LoadOneRatePara UNTIL MessRateEOF = "Y"
                CLOSE MessRateFile.
        ReadRatePara.
            READ MessRateFile AT END MOVE "Y" TO MessRateEOF.
        LoadOneRatePara.
            IF RtCount < 100
                ADD 1 TO RtCount
                MOVE MrEffDate TO RttEff (RtCount)
                MOVE MrDayRate TO RttRate (RtCount).
            PERFORM ReadRatePara.
      * Every allocation row is kept in file order; the resident list
      * is every student who has ever held a bed, with the block and
      * room of the latest row.
        LoadAlocPara.
            OPEN INPUT AlocFile.
            IF AlocStatus = "00"
                PERFORM ReadAlocPara
                PERFORM LoadOneAlocPara UNTIL AlocEOF = "Y"
                CLOSE AlocFile.
        ReadAlocPara.
            READ AlocFile AT END MOVE "Y" TO AlocEOF.
        LoadOneAlocPara.
            IF AlCount < 2000
                ADD 1 TO AlCount
                MOVE HaPrnNo TO AltPrnNo (AlCount)
                MOVE HaAction TO AltAction (AlCount)
                MOVE HaDate TO AltDate (AlCount).
            MOVE 0 TO ResHit.
            MOVE 0 TO ResIx.
            PERFORM ScanResTabPara UNTIL ResIx NOT < ResCount
                                   OR ResHit NOT = 0.
            IF ResHit = 0 AND ResCount < 500
                ADD 1 TO ResCount
                MOVE ResCount TO ResHit
                MOVE HaPrnNo TO RsPrnNo (ResHit).
            IF ResHit NOT = 0
                MOVE HaBlock TO RsBlock (ResHit)
                MOVE HaRoomNo TO RsRoomNo (ResHit).
            PERFORM ReadAlocPara.
        ScanResTabPara.
            ADD 1 TO ResIx.
            IF RsPrnNo (ResIx) = HaPrnNo
                MOVE ResIx TO ResHit.
      * Only the billed month's rows matter: the latest "D" row per
      * student, and "L" rows less any "C" cancelling them.
        LoadMessDayPara.
            OPEN INPUT MessDayFile.
            IF MessDayStatus = "00"
                PERFORM ReadMessDayPara
                PERFORM LoadOneMessDayPara UNTIL MessDayEOF = "Y"
                CLOSE MessDayFile.
        ReadMessDayPara.
            READ MessDayFile AT END MOVE "Y" TO MessDayEOF.
        LoadOneMessDayPara.
            IF MdMonth = MonthIn
                IF MdType = "D"
                    PERFORM KeepDaysPara
                ELSE IF MdType = "L" AND LvCount < 1000
                    ADD 1 TO LvCount
                    MOVE MdPrnNo TO LvtPrnNo (LvCount)
                    MOVE MdFromDate TO LvtFrom (LvCount)
                    MOVE MdToDate TO LvtTo (LvCount)
                    MOVE "Y" TO LvtLive (LvCount)
                ELSE IF MdType = "C"
                    MOVE 0 TO LvIx
                    PERFORM CancelLeavePara UNTIL LvIx NOT < LvCount.
            PERFORM ReadMessDayPara.
        KeepDaysPara.
            MOVE 0 TO DdHit.
            MOVE 0 TO DdIx.
            PERFORM ScanDaysLoadPara UNTIL DdIx NOT < DdCount
                                     OR DdHit NOT = 0.
            IF DdHit = 0 AND DdCount < 500
                ADD 1 TO DdCount
                MOVE DdCount TO DdHit
                MOVE MdPrnNo TO DdtPrnNo (DdHit).
            IF DdHit NOT = 0
                MOVE MdDays TO DdtDays (DdHit).
        ScanDaysLoadPara.
            ADD 1 TO DdIx.
            IF DdtPrnNo (DdIx) = MdPrnNo
                MOVE DdIx TO DdHit.
        CancelLeavePara.
            ADD 1 TO LvIx.
            IF LvtPrnNo (LvIx) = MdPrnNo
               AND LvtFrom (LvIx) = MdFromDate
                MOVE "N" TO LvtLive (LvIx).
      * Each day of the month is marked from the allocation history
      * ("A" bed held, "V" vacated, the day of vacating not charged),
      * then approved leave turns held days to "L". Held days are
      * charged at the rate in force on the day, unless the mess
      * register gave days eaten for the month, which are charged
      * (up to the days in residence) at the rate on the last day.
        BillOnePara.
            ADD 1 TO ResIx.
            ADD 1 TO ReadCount.
            MOVE SPACES TO DayTable.
            MOVE 0 TO AlIx.
            PERFORM PaintAlocPara UNTIL AlIx NOT < AlCount.
            MOVE 0 TO LvIx.
            PERFORM PaintLeavePara UNTIL LvIx NOT < LvCount.
            MOVE 0 TO ResDays.
            MOVE 0 TO LeaveDays.
            MOVE 0 TO MealDays.
            MOVE 0 TO LastResDay.
            MOVE 0 TO MessAmount.
            MOVE "N" TO NoRateDay.
            MOVE 0 TO DayIx.
            PERFORM CostDayPara UNTIL DayIx NOT < DaysInMonth.
            IF ResDays = 0
                GO TO BillOneExitPara.
            MOVE SPACES TO NoteOut.
            MOVE 0 TO DdHit.
            MOVE 0 TO DdIx.
            PERFORM ScanDaysFindPara UNTIL DdIx NOT < DdCount
                                     OR DdHit NOT = 0.
            IF DdHit NOT = 0
                PERFORM RegisterDaysPara.
            IF NoRateDay = "Y"
                MOVE "NO RATE" TO NoteOut
                MOVE 0 TO MessAmount
                ADD 1 TO NoRateCount.
            IF MessAmount > 0
                PERFORM PostChargePara.
            PERFORM PrintLinePara.
        BillOneExitPara.
            EXIT.
        PaintAlocPara.
            ADD 1 TO AlIx.
            IF AltPrnNo (AlIx) = RsPrnNo (ResIx)
               AND AltDate (AlIx) NOT > MonthEndWk
                PERFORM PaintFromRowPara.
        PaintFromRowPara.
            IF AltDate (AlIx) < MonthStartWk
                MOVE 1 TO FromDayWk
            ELSE
                MOVE AltDate (AlIx) TO DateWk
                MOVE DateDay TO FromDayWk.
            MOVE AltAction (AlIx) TO PaintStat.
            SUBTRACT 1 FROM FromDayWk GIVING DayIx.
            PERFORM PaintDayPara UNTIL DayIx NOT < DaysInMonth.
        PaintDayPara.
            ADD 1 TO DayIx.
            MOVE PaintStat TO DayStat (DayIx).
        PaintLeavePara.
            ADD 1 TO LvIx.
            IF LvtPrnNo (LvIx) = RsPrnNo (ResIx)
               AND LvtLive (LvIx) = "Y"
                MOVE LvtFrom (LvIx) TO DateWk
                MOVE DateDay TO FromDayWk
                MOVE LvtTo (LvIx) TO DateWk
                MOVE DateDay TO ToDayWk
                SUBTRACT 1 FROM FromDayWk GIVING DayIx
                PERFORM LeaveDayPara UNTIL DayIx NOT < ToDayWk.
        LeaveDayPara.
            ADD 1 TO DayIx.
            IF DayStat (DayIx) = "A"
                MOVE "L" TO DayStat (DayIx).
        CostDayPara.
            ADD 1 TO DayIx.
            IF DayStat (DayIx) = "A" OR DayStat (DayIx) = "L"
                ADD 1 TO ResDays
                MOVE DayIx TO LastResDay.
            IF DayStat (DayIx) = "L"
                ADD 1 TO LeaveDays.
            IF DayStat (DayIx) = "A"
                ADD 1 TO MealDays
                COMPUTE DateWk = MonthIn * 100 + DayIx
                PERFORM FindRatePara
                ADD RateWk TO MessAmount.
        ScanDaysFindPara.
            ADD 1 TO DdIx.
            IF DdtPrnNo (DdIx) = RsPrnNo (ResIx)
                MOVE DdIx TO DdHit.
        RegisterDaysPara.
            MOVE DdtDays (DdHit) TO MealDays.
            IF MealDays > ResDays
                MOVE ResDays TO MealDays.
            COMPUTE LeaveDays = ResDays - MealDays.
            COMPUTE DateWk = MonthIn * 100 + LastResDay.
            MOVE "N" TO NoRateDay.
            PERFORM FindRatePara.
            COMPUTE MessAmount = MealDays * RateWk.
            MOVE "REGISTER" TO NoteOut.
      * The rate in force on a day is the row with the latest
      * effective date on or before it.
        FindRatePara.
            MOVE 0 TO BestEff.
            MOVE 0 TO RateWk.
            MOVE "N" TO RateFound.
            MOVE 0 TO RtIx.
            PERFORM TestRatePara UNTIL RtIx NOT < RtCount.
            IF RateFound = "N"
                MOVE "Y" TO NoRateDay.
        TestRatePara.
            ADD 1 TO RtIx.
            IF RttEff (RtIx) NOT > DateWk
               AND RttEff (RtIx) NOT < BestEff
                MOVE RttEff (RtIx) TO BestEff
                MOVE RttRate (RtIx) TO RateWk
                MOVE "Y" TO RateFound.
        PostChargePara.
            IF RunModeIn = "L"
                MOVE RsPrnNo (ResIx) TO FlPrnNo
                MOVE "M" TO FlTxnType
                MOVE MessAmount TO FlAmount
                MOVE RunDate8 TO FlRunDate
                MOVE 0 TO FlTerm
                MOVE MonthIn TO FlRcptNo
                MOVE "A" TO FlApprvFlag
                WRITE FeeLedgerRec.
            ADD 1 TO BilledCount.
            ADD MessAmount TO BilledTotal.
        PrintLinePara.
            MOVE RsPrnNo (ResIx) TO PrnOut.
            MOVE RsPrnNo (ResIx) TO EPrnNo.
            IF StudentExtStatus NOT = "00"
                MOVE "** NOT ON MASTER" TO NameOut
            ELSE
                READ StudentExtFile
                    INVALID KEY MOVE "** NOT ON MASTER" TO NameOut
                    NOT INVALID KEY MOVE EName TO NameOut.
            MOVE RsBlock (ResIx) TO BlockOut.
            MOVE RsRoomNo (ResIx) TO RoomOut.
            MOVE ResDays TO ResOut.
            MOVE LeaveDays TO LeaveOut.
            MOVE MealDays TO MealOut.
            MOVE MessAmount TO AmtOut.
            WRITE RecOut FROM DetailRec.
        LogRunPara.
            OPEN EXTEND RunLogFile.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO RlUserId.
            IF RunLogStatus = "35"
                OPEN OUTPUT RunLogFile.
            MOVE "MESSBILL" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE ReadCount TO RlRecRead.
            MOVE BilledCount TO RlRecWrit.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
