        IDENTIFICATION DIVISION.
        PROGRAM-ID. MessDayEntry.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MessDayFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MessDayStatus.
            SELECT AlocFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AlocStatus.
            SELECT StudentExtFile ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EPrnNo
            FILE STATUS IS StudentExtStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD MessDayFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "MessDay.dat".
            COPY "MESSDAY.CPY".
        FD AlocFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "HostelAloc.dat".
            COPY "HOSTALOC.CPY".
        FD StudentExtFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "StudentExt.dat".
            COPY "STUDEXT.CPY".
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  MessDayStatus  PIC XX VALUE "00".
        01  AlocStatus     PIC XX VALUE "00".
        01  StudentExtStatus PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  MessDayEOF     PIC A VALUE "N".
        01  AlocEOF        PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  MoreFlag       PIC A VALUE "Y".
        01  PrnIn          PIC 9(9).
        01  TypeIn         PIC A.
        01  MonthIn        PIC 9(6) VALUE 0.
        01  MonthR REDEFINES MonthIn.
            05  MonthYear      PIC 9(4).
            05  MonthMonth     PIC 9(2).
        01  DaysIn         PIC 99 VALUE 0.
        01  FromDateIn     PIC 9(8) VALUE 0.
        01  FromR REDEFINES FromDateIn.
            05  FromYearMonth  PIC 9(6).
            05  FromDay        PIC 9(2).
        01  ToDateIn       PIC 9(8) VALUE 0.
        01  ToR REDEFINES ToDateIn.
            05  ToYearMonth    PIC 9(6).
            05  ToDay          PIC 9(2).
        01  MinLeaveDays   PIC 99 VALUE 3.
        01  LeaveDaysWk    PIC 99 VALUE 0.
        01  StudFound      PIC A VALUE "N".
        01  HeldFlag       PIC A VALUE "N".
        01  LeaveFound     PIC A VALUE "N".
        01  LeaveToWk      PIC 9(8) VALUE 0.
        01  TestDateWk     PIC 9(8) VALUE 0.
        01  MonthStartWk   PIC 9(8) VALUE 0.
        01  MonthEndWk     PIC 9(8) VALUE 0.
        01  MonthDaysLit   PIC X(24) VALUE "312831303130313130313031".
        01  MonthDaysR REDEFINES MonthDaysLit.
            05  MonthDays OCCURS 12 TIMES PIC 9(2).
        01  DaysInMonth    PIC 9(2) VALUE 0.
        01  LeapQuot       PIC 9(4) VALUE 0.
        01  LeapRem        PIC 9(4) VALUE 0.
        01  AlIx           PIC 9(3) VALUE 0.
        01  AlCount        PIC 9(3) VALUE 0.
        01  AlTable.
            05  AlEntry OCCURS 100 TIMES.
                10  AltAction  PIC A.
                10  AltDate    PIC 9(8).
        01  AuditImage.
            05  AiType     PIC A.
            05  F          PIC X(1) VALUE SPACES.
            05  AiFrom     PIC 9(8).
            05  F          PIC X(1) VALUE SPACES.
            05  AiTo       PIC 9(8).
            05  F          PIC X(1) VALUE SPACES.
            05  AiDays     PIC Z9.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            CALL "GetOper" USING OperLinkRec.
            OPEN INPUT StudentExtFile.
            IF StudentExtStatus NOT = "00"
                DISPLAY "StudentExt.dat Not Found. Run Aborted."
                GOBACK.
            PERFORM EntryPara UNTIL MoreFlag NOT = "Y".
            CLOSE StudentExtFile.
            GOBACK.
        EntryPara.
            DISPLAY (3, 10) "Prn No. :- ".
            ACCEPT PrnIn.
            MOVE PrnIn TO EPrnNo.
            READ StudentExtFile
                INVALID KEY MOVE "N" TO StudFound
                NOT INVALID KEY MOVE "Y" TO StudFound.
            IF StudFound = "N"
                DISPLAY (12, 10) "Prn No. Not On Master."
            ELSE
                DISPLAY (4, 10) "Student :- " EName
                PERFORM LoadAlocPara
                PERFORM KeyTypePara.
            DISPLAY (14, 10) "Another Entry (Y/N) :- ".
            ACCEPT MoreFlag.
        KeyTypePara.
            DISPLAY (5, 10) "Days Eaten/Leave/Cancel Leave (D/L/C) :- ".
            ACCEPT TypeIn.
            IF AlCount = 0
                DISPLAY (12, 10) "Student Has Never Held A Bed."
            ELSE IF TypeIn = "D"
                PERFORM DaysEatenPara
            ELSE IF TypeIn = "L"
                PERFORM LeavePara
            ELSE IF TypeIn = "C"
                PERFORM CancelPara
            ELSE
                DISPLAY (12, 10) "Type Must Be D, L Or C.".
      * The student's allocation history is kept in file order, so
      * the last row dated on or before a day says whether a bed was
      * held that day.
        LoadAlocPara.
            MOVE 0 TO AlCount.
            OPEN INPUT AlocFile.
            IF AlocStatus = "00"
                PERFORM ReadAlocPara
                PERFORM LoadOneAlocPara UNTIL AlocEOF = "Y"
                CLOSE AlocFile
                MOVE "N" TO AlocEOF.
        ReadAlocPara.
            READ AlocFile AT END MOVE "Y" TO AlocEOF.
        LoadOneAlocPara.
            IF HaPrnNo = PrnIn AND AlCount < 100
                ADD 1 TO AlCount
                MOVE HaAction TO AltAction (AlCount)
                MOVE HaDate TO AltDate (AlCount).
            PERFORM ReadAlocPara.
        HeldOnDatePara.
            MOVE "N" TO HeldFlag.
            MOVE 0 TO AlIx.
            PERFORM TestHeldPara UNTIL AlIx NOT < AlCount.
        TestHeldPara.
            ADD 1 TO AlIx.
            IF AltDate (AlIx) NOT > TestDateWk
                IF AltAction (AlIx) = "A"
                    MOVE "Y" TO HeldFlag
                ELSE
                    MOVE "N" TO HeldFlag.
      * A bed held at any point in the month: at its start, or
      * allotted on a day inside it.
        HeldInMonthPara.
            MOVE MonthStartWk TO TestDateWk.
            PERFORM HeldOnDatePara.
            MOVE 0 TO AlIx.
            PERFORM TestAllotInMonthPara UNTIL AlIx NOT < AlCount.
        TestAllotInMonthPara.
            ADD 1 TO AlIx.
            IF AltAction (AlIx) = "A"
               AND AltDate (AlIx) NOT < MonthStartWk
               AND AltDate (AlIx) NOT > MonthEndWk
                MOVE "Y" TO HeldFlag.
        MonthLimitsPara.
            MOVE MonthDays (MonthMonth) TO DaysInMonth.
            IF MonthMonth = 2
                DIVIDE MonthYear BY 4 GIVING LeapQuot
                    REMAINDER LeapRem
                IF LeapRem = 0
                    MOVE 29 TO DaysInMonth.
            COMPUTE MonthStartWk = MonthIn * 100 + 1.
            COMPUTE MonthEndWk = MonthIn * 100 + DaysInMonth.
        DaysEatenPara.
            DISPLAY (6, 10) "Month (YYYYMM) :- ".
            ACCEPT MonthIn.
            DISPLAY (7, 10) "Days Eaten In The Month :- ".
            ACCEPT DaysIn.
            IF MonthIn NOT NUMERIC OR MonthYear = 0
               OR MonthMonth < 1 OR MonthMonth > 12
                DISPLAY (12, 10) "Invalid Month."
            ELSE
                PERFORM MonthLimitsPara
                PERFORM HeldInMonthPara
                IF HeldFlag = "N"
                    DISPLAY (12, 10) "No Bed Held In That Month."
                ELSE IF DaysIn > DaysInMonth
                    DISPLAY (12, 10) "Days Exceed Days In Month."
                ELSE
                    MOVE 0 TO FromDateIn
                    MOVE 0 TO ToDateIn
                    MOVE DaysIn TO LeaveDaysWk
                    PERFORM WriteMessDayPara
                    DISPLAY (12, 10) "Days Eaten Recorded.".
      * Leave is keyed one month at a time and must run at least
      * MinLeaveDays days to earn a rebate.
        LeavePara.
            DISPLAY (6, 10) "Leave From (YYYYMMDD) :- ".
            ACCEPT FromDateIn.
            DISPLAY (7, 10) "Leave To (YYYYMMDD) :- ".
            ACCEPT ToDateIn.
            MOVE FromYearMonth TO MonthIn.
            IF FromDateIn NOT NUMERIC OR ToDateIn NOT NUMERIC
               OR MonthYear = 0 OR MonthMonth < 1 OR MonthMonth > 12
                DISPLAY (12, 10) "Invalid Leave Dates."
            ELSE IF ToYearMonth NOT = FromYearMonth
                DISPLAY (12, 10) "Key Leave One Month At A Time."
            ELSE
                PERFORM MonthLimitsPara
                PERFORM CheckLeavePara.
        CheckLeavePara.
            MOVE FromDateIn TO TestDateWk.
            PERFORM HeldOnDatePara.
            IF FromDay < 1 OR ToDay > DaysInMonth OR ToDay < FromDay
                DISPLAY (12, 10) "Invalid Leave Dates."
            ELSE IF HeldFlag = "N"
                DISPLAY (12, 10) "No Bed Held On Leave From Date."
            ELSE
                COMPUTE LeaveDaysWk = ToDay - FromDay + 1
                IF LeaveDaysWk < MinLeaveDays
                    DISPLAY (12, 10) "Leave Too Short For Rebate."
                ELSE
                    PERFORM WriteMessDayPara
                    DISPLAY (12, 10) "Leave Rebate Recorded.".
        CancelPara.
            DISPLAY (6, 10) "Leave From Date To Cancel :- ".
            ACCEPT FromDateIn.
            PERFORM FindLeavePara.
            IF LeaveFound = "N"
                DISPLAY (12, 10) "No Open Leave From That Date."
            ELSE
                MOVE FromYearMonth TO MonthIn
                MOVE LeaveToWk TO ToDateIn
                MOVE 0 TO LeaveDaysWk
                PERFORM WriteMessDayPara
                DISPLAY (12, 10) "Leave Rebate Cancelled.".
        FindLeavePara.
            MOVE "N" TO LeaveFound.
            OPEN INPUT MessDayFile.
            IF MessDayStatus = "00"
                PERFORM ReadMessDayPara
                PERFORM ScanLeavePara UNTIL MessDayEOF = "Y"
                CLOSE MessDayFile
                MOVE "N" TO MessDayEOF.
        ReadMessDayPara.
            READ MessDayFile AT END MOVE "Y" TO MessDayEOF.
        ScanLeavePara.
            IF MdPrnNo = PrnIn AND MdFromDate = FromDateIn
                IF MdType = "L"
                    MOVE "Y" TO LeaveFound
                    MOVE MdToDate TO LeaveToWk
                ELSE IF MdType = "C"
                    MOVE "N" TO LeaveFound.
            PERFORM ReadMessDayPara.
        WriteMessDayPara.
            OPEN EXTEND MessDayFile.
            IF MessDayStatus = "35"
                OPEN OUTPUT MessDayFile.
            MOVE PrnIn TO MdPrnNo.
            MOVE TypeIn TO MdType.
            MOVE MonthIn TO MdMonth.
            MOVE FromDateIn TO MdFromDate.
            MOVE ToDateIn TO MdToDate.
            MOVE LeaveDaysWk TO MdDays.
            MOVE OperOpId TO MdOpId.
            MOVE RunDate8 TO MdEntDate.
            WRITE MessDayRec.
            CLOSE MessDayFile.
            PERFORM LogAuditPara.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "MESSENT" TO AuProgram.
            MOVE "MessDay.dat" TO AuFileId.
            MOVE PrnIn TO AuKey.
            MOVE MonthIn TO AuBeforeImage.
            MOVE TypeIn TO AiType.
            MOVE FromDateIn TO AiFrom.
            MOVE ToDateIn TO AiTo.
            MOVE LeaveDaysWk TO AiDays.
            MOVE AuditImage TO AuAfterImage.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
