            SELECT RunLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RunLogStatus.
            SELECT SignHistFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SignHistStatus.

        DATA DIVISION.
        FILE SECTION.
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RunLog.dat".
            COPY "RUNLOG.CPY".
        FD SignHistFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "SignHist.dat".
            COPY "SIGNHIST.CPY".

        WORKING-STORAGE SECTION.
        01  ChoiceIn           PIC 9 VALUE 0.
        01  OperStatus         PIC XX VALUE "00".
        01  SignOnStatus       PIC XX VALUE "00".
        01  RunLogStatus       PIC XX VALUE "00".
        01  SignHistStatus     PIC XX VALUE "00".
        01  OperEOF            PIC A VALUE "N".
        01  RunLogEOF          PIC A VALUE "N".
        01  IdIn               PIC X(4).
        01  FoundPassword      PIC X(8).
        01  SignedOn           PIC A VALUE "N".
        01  TryCtr             PIC 9 VALUE 0.
        01  OperFileFound      PIC A VALUE "N".
        01  MaxFails           PIC 99 VALUE 3.
        01  PwdAgeDays         PIC 999 VALUE 90.
        01  TodayDate          PIC 9(8).
        01  TodayDayNo         PIC 9(7).
        01  DateWk             PIC 9(8).
        01  DateWkX REDEFINES DateWk.
            05  DwYY           PIC 9(4).
            05  DwMM           PIC 99.
            05  DwDD           PIC 99.
        01  DayNoWk            PIC 9(7).
        01  NewPwdIn           PIC X(8).
        01  ConfirmPwdIn       PIC X(8).
        01  ChangeTries        PIC 9 VALUE 0.
        01  PwdChanged         PIC A VALUE "N".
        01  ShResultWk         PIC A.
        01  FoundOper.
            05  FoOpId         PIC X(4).
            05  FoPassword     PIC X(8).
            05  FoRole         PIC X(2).
            05  FoName         PIC X(20).
            05  FoPwdDate      PIC 9(8).
            05  FoFailCount    PIC 99.
            05  FoLocked       PIC A.
            05  FoOldPwd1      PIC X(8).
            05  FoOldPwd2      PIC X(8).
            05  FoOldPwd3      PIC X(8).
        01  RlProgName         PIC X(12).
        01  StatusTxt.
            05  F              PIC X(6) VALUE " Last ".
        PROCEDURE DIVISION.
        ControlPara.
            CALL "GetEnv" USING EnvLinkRec.
            ACCEPT TodayDate FROM DATE YYYYMMDD.
            MOVE TodayDate TO DateWk.
            PERFORM DayNoPara.
            MOVE DayNoWk TO TodayDayNo.
            PERFORM SignOnPara UNTIL SignedOn = "Y" OR TryCtr > 2.
            IF SignedOn NOT = "Y"
                DISPLAY "Sign-On Failed. Terminal Locked Out."
            DISPLAY (4, 10) "Password :- ".
            ACCEPT PasswordIn.
            PERFORM FindOperPara.
            IF OperFound = "N"
                MOVE "U" TO ShResultWk
                PERFORM LogSignOnPara
                DISPLAY (6, 10) "Invalid Id Or Password."
            ELSE IF OperFileFound = "N"
                MOVE "Y" TO SignedOn
                PERFORM WriteSignOnPara
            ELSE IF FoLocked = "Y"
                MOVE "L" TO ShResultWk
                PERFORM LogSignOnPara
                DISPLAY (6, 10) "Operator Locked Out. See Supervisor."
            ELSE IF PasswordIn NOT = FoundPassword
                PERFORM FailedSignOnPara
            ELSE
                PERFORM GoodSignOnPara.
        FindOperPara.
            MOVE "N" TO OperFound.
            MOVE SPACES TO FoundOper.
            MOVE 0 TO FoPwdDate.
            MOVE 0 TO FoFailCount.
            OPEN INPUT OperFile.
            IF OperStatus = "00"
                MOVE "Y" TO OperFileFound
                PERFORM ReadOperPara
                PERFORM ScanOperPara UNTIL OperEOF = "Y"
                CLOSE OperFile
                MOVE "N" TO OperEOF
            ELSE
                MOVE "N" TO OperFileFound
                MOVE "Y" TO OperFound
                MOVE PasswordIn TO FoundPassword
                MOVE "SU" TO CurRole.
            IF FoPwdDate NOT NUMERIC
                MOVE 0 TO FoPwdDate.
            IF FoFailCount NOT NUMERIC
                MOVE 0 TO FoFailCount.
        ReadOperPara.
            READ OperFile AT END MOVE "Y" TO OperEOF.
        ScanOperPara.
            IF OpId = IdIn
                MOVE "Y" TO OperFound
                MOVE OperMastRec TO FoundOper
                MOVE OpPassword TO FoundPassword
                MOVE OpRole TO CurRole.
            PERFORM ReadOperPara.
      * Each wrong password counts against the operator, not the
      * terminal; MaxFails of them in a row lock the operator out.
        FailedSignOnPara.
            ADD 1 TO FoFailCount.
            IF FoFailCount NOT < MaxFails
                MOVE "Y" TO FoLocked
                MOVE "K" TO ShResultWk
                DISPLAY (6, 10) "Too Many Failures. Operator Locked"
                        " Out."
            ELSE
                MOVE "F" TO ShResultWk
                DISPLAY (6, 10) "Invalid Id Or Password.".
            PERFORM AppendOperPara.
            PERFORM LogSignOnPara.
      * A password older than PwdAgeDays, or never set by the
      * operator, must be changed before the menu is shown.
        GoodSignOnPara.
            IF FoFailCount NOT = 0
                MOVE 0 TO FoFailCount
                PERFORM AppendOperPara.
            MOVE "Y" TO PwdChanged.
            MOVE FoPwdDate TO DateWk.
            PERFORM DayNoPara.
            IF FoPwdDate = 0 OR DayNoWk + PwdAgeDays < TodayDayNo
                DISPLAY (6, 10) "Password Expired. Choose A New One."
                MOVE "N" TO PwdChanged
                MOVE 0 TO ChangeTries
                PERFORM ChangePwdPara UNTIL PwdChanged = "Y"
                                      OR ChangeTries > 2.
            IF PwdChanged = "Y"
                MOVE "S" TO ShResultWk
                PERFORM LogSignOnPara
                MOVE "Y" TO SignedOn
                PERFORM WriteSignOnPara
            ELSE
                MOVE "X" TO ShResultWk
                PERFORM LogSignOnPara
                DISPLAY (12, 10) "Password Not Changed. Sign-On"
                        " Refused.".
        ChangePwdPara.
            ADD 1 TO ChangeTries.
            DISPLAY (8, 10) "New Password :- ".
            ACCEPT NewPwdIn.
            DISPLAY (9, 10) "Confirm New Password :- ".
            ACCEPT ConfirmPwdIn.
            IF NewPwdIn = SPACES
                DISPLAY (11, 10) "Password Is Required."
            ELSE IF NewPwdIn NOT = ConfirmPwdIn
                DISPLAY (11, 10) "Passwords Do Not Match."
            ELSE IF NewPwdIn = FoPassword OR NewPwdIn = FoOldPwd1
                    OR NewPwdIn = FoOldPwd2 OR NewPwdIn = FoOldPwd3
                DISPLAY (11, 10) "Password Used Recently. Choose"
                        " Another."
            ELSE
                MOVE FoOldPwd2 TO FoOldPwd3
                MOVE FoOldPwd1 TO FoOldPwd2
                MOVE FoPassword TO FoOldPwd1
                MOVE NewPwdIn TO FoPassword
                MOVE TodayDate TO FoPwdDate
                PERFORM AppendOperPara
                MOVE "C" TO ShResultWk
                PERFORM LogSignOnPara
                MOVE "Y" TO PwdChanged
                DISPLAY (11, 10) "Password Changed.".
        AppendOperPara.
            OPEN EXTEND OperFile.
            MOVE FoundOper TO OperMastRec.
            WRITE OperMastRec.
            CLOSE OperFile.
        LogSignOnPara.
            OPEN EXTEND SignHistFile.
            IF SignHistStatus = "35"
                OPEN OUTPUT SignHistFile.
            MOVE IdIn TO ShOpId.
            MOVE TodayDate TO ShDate.
            ACCEPT ShTime FROM TIME.
            MOVE ShResultWk TO ShResult.
            MOVE FoFailCount TO ShFailCount.
            WRITE SignHistRec.
            CLOSE SignHistFile.
        DayNoPara.
            COMPUTE DayNoWk = DwYY * 360 + DwMM * 30 + DwDD.
        WriteSignOnPara.
            OPEN OUTPUT SignOnFile.
            MOVE IdIn TO SoOpId.
            PERFORM ShowEntryPara.
            MOVE "16." TO MlNumOut.
            MOVE "PF/TDS Remittance" TO MlNameOut.
            MOVE "REMIT" TO RlProgName.
            PERFORM ShowEntryPara.
            MOVE "17." TO MlNumOut.
            MOVE "Back" TO MlNameOut.
            PERFORM ShowEntryNoLogPara.
            MOVE "ABC Analysis" TO MlNameOut.
            PERFORM ShowEntryNoLogPara.
            MOVE "11." TO MlNumOut.
            MOVE "Location Master" TO MlNameOut.
            PERFORM ShowEntryNoLogPara.
            MOVE "12." TO MlNumOut.
            MOVE "Back" TO MlNameOut.
            PERFORM ShowEntryNoLogPara.
            ADD 2 TO LineNo.
                WHEN 8 CALL "StockCountEntry"
                WHEN 9 CALL "StockAdjust"
                WHEN 10 CALL "AbcAnalysis"
                WHEN 11 CALL "LocationMaint"
                WHEN 12 MOVE "Y" TO SubQuitFlag
                WHEN OTHER DISPLAY (24, 5) "Invalid Choice."
            END-EVALUATE.
        StuMenuPara.
            MOVE "Dept Master" TO MlNameOut.
            PERFORM ShowEntryNoLogPara.
            MOVE "15." TO MlNumOut.
            MOVE "Sign-On History" TO MlNameOut.
            PERFORM ShowEntryNoLogPara.
            MOVE "16." TO MlNumOut.
            MOVE "Integrity Check" TO MlNameOut.
            MOVE "REFINTEG" TO RlProgName.
            PERFORM ShowEntryPara.
            MOVE "17." TO MlNumOut.
            MOVE "File Compaction" TO MlNameOut.
            MOVE "COMPACT" TO RlProgName.
            PERFORM ShowEntryPara.
            MOVE "18." TO MlNumOut.
            MOVE "Compliance Calendar" TO MlNameOut.
            MOVE "COMPLCAL" TO RlProgName.
            PERFORM ShowEntryPara.
            MOVE "19." TO MlNumOut.
            MOVE "Compliance Master" TO MlNameOut.
            PERFORM ShowEntryNoLogPara.
            MOVE "20." TO MlNumOut.
            MOVE "Back" TO MlNameOut.
            PERFORM ShowEntryNoLogPara.
            ADD 2 TO LineNo.
                    END-IF
                WHEN 13 CALL "GLJournal"
                WHEN 14 CALL "DeptMaint"
                WHEN 15
                    IF CurRole = "SU"
                        CALL "SignOnInquiry"
                    ELSE
                        DISPLAY (24, 5) "Supervisor Role Required."
                    END-IF
                WHEN 16 CALL "RefIntegrity"
                WHEN 17
                    IF CurRole = "SU"
                        CALL "MasterCompact"
                    ELSE
                        DISPLAY (24, 5) "Supervisor Role Required."
                    END-IF
                WHEN 18 CALL "ComplianceCal"
                WHEN 19 CALL "ComplianceMaint"
                WHEN 20 MOVE "Y" TO SubQuitFlag
                WHEN OTHER DISPLAY (24, 5) "Invalid Choice."
            END-EVALUATE.
