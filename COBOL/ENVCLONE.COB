            SELECT RunLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RunLogStatus.
            SELECT BankFile ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS BkEmpNo
            FILE STATUS IS BankStatus.
            SELECT BankOut ASSIGN TO CloneFileName
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS CoBkEmpNo
            FILE STATUS IS CloneStatus.
            SELECT StatDetFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StatDetStatus.
            SELECT TargetCtlFile ASSIGN TO CloneFileName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TargetCtlStatus.
            SELECT MaskLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
            05  MItemName      PIC X(10).
            05  MReorderLevel  PIC 9(4).
            05  MCostCenter    PIC X(4).
            05  MInspectReq    PIC A.
        FD MastOut
            LABEL RECORDS ARE STANDARD.
        01  CloneMastRec.
            05  CoItemName     PIC X(10).
            05  CoReorderLevel PIC 9(4).
            05  CoCostCenter   PIC X(4).
            05  CoInspectReq   PIC A.
        FD StudentExtFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "StudentExt.dat".
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RunLog.dat".
            COPY "RUNLOG.CPY".
        FD BankFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "BankMast.dat".
            COPY "BANKMAST.CPY".
        FD BankOut
            LABEL RECORDS ARE STANDARD.
            COPY "BANKMAST.CPY" REPLACING BankRec BY CloneBankRec
                                          BkEmpNo BY CoBkEmpNo.
        FD StatDetFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "StatDet.dat".
            COPY "STATDET.CPY".
        FD TargetCtlFile
            LABEL RECORDS ARE STANDARD.
            COPY "ENVCTL.CPY".
        FD MaskLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CloneMask.dat".
        01  MaskLogRec         PIC X(80).

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  FilesCloned    PIC 9(3) VALUE 0.
        01  RecsCloned     PIC 9(7) VALUE 0.
        01  TestCompName   PIC X(20).
        01  BankStatus     PIC XX VALUE "00".
        01  StatDetStatus  PIC XX VALUE "00".
        01  TargetCtlStatus PIC XX VALUE "00".
        01  TargetIsProd   PIC A VALUE "N".
        01  TimeWk         PIC 9(8).
        01  QuotWk         PIC 9(8).
        01  MaskSeed       PIC 99 VALUE 0.
        01  ScrambleWk     PIC X(30).
        01  ScIx           PIC 99 VALUE 0.
        01  ShiftWk        PIC 9(3).
        01  LetIx          PIC 99 VALUE 0.
        01  LetHit         PIC 99 VALUE 0.
        01  UpperAlpha     PIC X(26) VALUE
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
        01  UpperTable REDEFINES UpperAlpha.
            05  UpCh       PIC X OCCURS 26 TIMES.
        01  LowerAlpha     PIC X(26) VALUE
                "abcdefghijklmnopqrstuvwxyz".
        01  LowerTable REDEFINES LowerAlpha.
            05  LoCh       PIC X OCCURS 26 TIMES.
        01  EmpNoWk        PIC 9(4).
        01  PrnWk          PIC 9(9).
        01  PctWk          PIC 9(6).
        01  SalPct         PIC 9(3).
        01  NamesMasked    PIC 9(6) VALUE 0.
        01  SalMasked      PIC 9(6) VALUE 0.
        01  YtdMasked      PIC 9(6) VALUE 0.
        01  AcctsMasked    PIC 9(6) VALUE 0.
        01  StatMasked     PIC 9(6) VALUE 0.
        01  StudMasked     PIC 9(6) VALUE 0.
        01  GuardMasked    PIC 9(6) VALUE 0.
        01  MaskTotal      PIC 9(7) VALUE 0.
        COPY "CTLTOT.CPY".
        01  MaskHead1.
            05  F          PIC X(20) VALUE SPACES.
            05  F          PIC X(34) VALUE
                "Test Environment Masking Log".
            05  F          PIC X(6) VALUE "As At ".
            05  MhDateOut  PIC 9(8).
        01  MaskHead2.
            05  F          PIC X(8) VALUE "Prefix ".
            05  MhPrefixOut PIC X(20).
        01  LineRec        PIC X(80) VALUE ALL "-".
        01  MaskHead3.
            05  F          PIC X(18) VALUE "File".
            05  F          PIC X(44) VALUE "What Was Masked".
            05  F          PIC X(7) VALUE "Records".
        01  MaskLine.
            05  MlFileOut  PIC X(16).
            05  F          PIC X(2) VALUE SPACES.
            05  MlWhatOut  PIC X(44).
            05  MlCountOut PIC Z(6)9.

        PROCEDURE DIVISION.
        ControlPara.
            IF OperRole NOT = "SU"
                DISPLAY "Supervisor Role Required. Run Refused."
                GOBACK.
            PERFORM CheckTargetPara.
            IF TargetIsProd = "Y"
                DISPLAY "Target Location Is Marked Production."
                        " Run Refused."
                GOBACK.
            PERFORM SeedPara.
            OPEN OUTPUT MaskLogFile.
            MOVE RunDate8 TO MhDateOut.
            MOVE EnvPrefix TO MhPrefixOut.
            WRITE MaskLogRec FROM MaskHead1.
            WRITE MaskLogRec FROM MaskHead2.
            WRITE MaskLogRec FROM LineRec.
            WRITE MaskLogRec FROM MaskHead3.
            WRITE MaskLogRec FROM LineRec.
            PERFORM CloneEmpPara.
            PERFORM CloneYtdPara.
            PERFORM CloneMastPara.
            PERFORM CloneStudentPara.
            PERFORM CloneStockPara.
            PERFORM CloneFeePara.
            PERFORM CloneBankPara.
            PERFORM CloneStatDetPara.
            PERFORM CloneCompParamPara.
            PERFORM WriteTestCtlPara.
            PERFORM MaskSummaryPara.
            PERFORM LogRunPara.
            DISPLAY "Files Cloned :- " FilesCloned
                    "  Records :- " RecsCloned.
            DISPLAY "Fields Masked :- " MaskTotal
                    "  See CloneMask.dat".
            GOBACK.
      * Cloning only ever runs production to test. A target whose
      * own EnvCtl.dat says production is refused, so a mistyped
      * prefix cannot overwrite live files with masked data.
        CheckTargetPara.
            MOVE "N" TO TargetIsProd.
            MOVE "EnvCtl.dat" TO CloneFileName.
            PERFORM BuildNamePara.
            OPEN INPUT TargetCtlFile.
            IF TargetCtlStatus = "00"
                READ TargetCtlFile
                    AT END MOVE SPACES TO EnvCtlRec
                END-READ
                IF EvMode = "P"
                    MOVE "Y" TO TargetIsProd
                END-IF
                CLOSE TargetCtlFile.
      * The seed changes with every clone, so a masked name cannot
      * be worked back without knowing when the clone was taken;
      * within one run the same name always masks the same way, so
      * the copies in the different files still agree.
        SeedPara.
            ACCEPT TimeWk FROM TIME.
            DIVIDE TimeWk BY 100 GIVING QuotWk.
            DIVIDE QuotWk BY 97 GIVING QuotWk REMAINDER MaskSeed.
      * ScramblePara shifts every letter of ScrambleWk by an amount
      * that depends on its position and the run seed, keeping case,
      * spaces and punctuation, so the masked name keeps its shape.
        ScramblePara.
            MOVE 0 TO ScIx.
            PERFORM ScrambleCharPara UNTIL ScIx NOT < 30.
        ScrambleCharPara.
            ADD 1 TO ScIx.
            COMPUTE ShiftWk = MaskSeed + ScIx * 7.
            DIVIDE ShiftWk BY 25 GIVING QuotWk REMAINDER ShiftWk.
            ADD 1 TO ShiftWk.
            MOVE 0 TO LetHit.
            MOVE 0 TO LetIx.
            PERFORM FindUpperPara UNTIL LetIx NOT < 26
                                  OR LetHit NOT = 0.
            IF LetHit NOT = 0
                COMPUTE LetIx = LetHit + ShiftWk
                IF LetIx > 26
                    SUBTRACT 26 FROM LetIx
                END-IF
                MOVE UpCh (LetIx) TO ScrambleWk (ScIx:1)
            ELSE
                MOVE 0 TO LetIx
                PERFORM FindLowerPara UNTIL LetIx NOT < 26
                                      OR LetHit NOT = 0
                IF LetHit NOT = 0
                    COMPUTE LetIx = LetHit + ShiftWk
                    IF LetIx > 26
                        SUBTRACT 26 FROM LetIx
                    END-IF
                    MOVE LoCh (LetIx) TO ScrambleWk (ScIx:1).
        FindUpperPara.
            ADD 1 TO LetIx.
            IF UpCh (LetIx) = ScrambleWk (ScIx:1)
                MOVE LetIx TO LetHit.
        FindLowerPara.
            ADD 1 TO LetIx.
            IF LoCh (LetIx) = ScrambleWk (ScIx:1)
                MOVE LetIx TO LetHit.
      * Each employee's pay moves by the same 90-110 percent factor
      * on the master and on every YTD figure, so the payslip sums
      * still add up in the test copy.
        SalPctPara.
            COMPUTE PctWk = EmpNoWk * 7 + MaskSeed.
            DIVIDE PctWk BY 21 GIVING QuotWk REMAINDER SalPct.
            ADD 90 TO SalPct.
      * CloneFileName holds the base name on entry; the test
      * prefix goes in front of it.
        BuildNamePara.
                OPEN OUTPUT EmpMastOut
                PERFORM CopyEmpPara UNTIL FileEOF = "Y"
                CLOSE EmpMastFile EmpMastOut
                ADD 1 TO FilesCloned
                MOVE "EMPMAST.DAT" TO MlFileOut
                MOVE "Employee Names Scrambled" TO MlWhatOut
                MOVE NamesMasked TO MlCountOut
                WRITE MaskLogRec FROM MaskLine
                MOVE "Basic Pay Moved 90-110 Percent" TO MlWhatOut
                MOVE SalMasked TO MlCountOut
                WRITE MaskLogRec FROM MaskLine.
        CopyEmpPara.
            READ EmpMastFile NEXT RECORD
                AT END MOVE "Y" TO FileEOF
                NOT AT END
                    MOVE EmpMastRec TO CloneEmpRec
                    PERFORM MaskEmpPara
                    WRITE CloneEmpRec
                    ADD 1 TO RecsCloned.
        MaskEmpPara.
            MOVE NameIn OF CloneEmpRec TO ScrambleWk.
            PERFORM ScramblePara.
            MOVE ScrambleWk TO NameIn OF CloneEmpRec.
            ADD 1 TO NamesMasked.
            MOVE EmpNoIn TO EmpNoWk.
            PERFORM SalPctPara.
            IF BasicIn OF CloneEmpRec * SalPct / 100 < 100000
                COMPUTE BasicIn OF CloneEmpRec ROUNDED =
                    BasicIn OF CloneEmpRec * SalPct / 100.
            ADD 1 TO SalMasked.
        CloneYtdPara.
            MOVE "N" TO FileEOF.
            OPEN INPUT YtdFile.
                OPEN OUTPUT YtdOut
                PERFORM CopyYtdPara UNTIL FileEOF = "Y"
                CLOSE YtdFile YtdOut
                ADD 1 TO FilesCloned
                MOVE "YTDMAST.DAT" TO MlFileOut
                MOVE "YTD Pay Figures Moved By Employee Factor"
                    TO MlWhatOut
                MOVE YtdMasked TO MlCountOut
                WRITE MaskLogRec FROM MaskLine.
        CopyYtdPara.
            READ YtdFile NEXT RECORD
                AT END MOVE "Y" TO FileEOF
                NOT AT END
                    MOVE YtdRec TO CloneYtdRec
                    PERFORM MaskYtdPara
                    WRITE CloneYtdRec
                    ADD 1 TO RecsCloned.
        MaskYtdPara.
            MOVE YEmpNo TO EmpNoWk.
            PERFORM SalPctPara.
            COMPUTE YtdBasic OF CloneYtdRec ROUNDED =
                YtdBasic OF CloneYtdRec * SalPct / 100.
            COMPUTE YtdDA OF CloneYtdRec ROUNDED =
                YtdDA OF CloneYtdRec * SalPct / 100.
            COMPUTE YtdHRA OF CloneYtdRec ROUNDED =
                YtdHRA OF CloneYtdRec * SalPct / 100.
            COMPUTE YtdTotSal OF CloneYtdRec ROUNDED =
                YtdTotSal OF CloneYtdRec * SalPct / 100.
            COMPUTE YtdPFDed OF CloneYtdRec ROUNDED =
                YtdPFDed OF CloneYtdRec * SalPct / 100.
            COMPUTE YtdTDS OF CloneYtdRec ROUNDED =
                YtdTDS OF CloneYtdRec * SalPct / 100.
            COMPUTE YtdNetSal OF CloneYtdRec ROUNDED =
                YtdNetSal OF CloneYtdRec * SalPct / 100.
            COMPUTE YtdEsiDed OF CloneYtdRec ROUNDED =
                YtdEsiDed OF CloneYtdRec * SalPct / 100.
            COMPUTE YtdEsiEmpr OF CloneYtdRec ROUNDED =
                YtdEsiEmpr OF CloneYtdRec * SalPct / 100.
            COMPUTE YtdShiftAlw OF CloneYtdRec ROUNDED =
                YtdShiftAlw OF CloneYtdRec * SalPct / 100.
            ADD 1 TO YtdMasked.
        CloneMastPara.
            MOVE "N" TO FileEOF.
            OPEN INPUT MastFile.
                OPEN OUTPUT StudentOut
                PERFORM CopyStudentPara UNTIL FileEOF = "Y"
                CLOSE StudentExtFile StudentOut
                ADD 1 TO FilesCloned
                MOVE "StudentExt.dat" TO MlFileOut
                MOVE "Student Names Scrambled" TO MlWhatOut
                MOVE StudMasked TO MlCountOut
                WRITE MaskLogRec FROM MaskLine
                MOVE "Guardian Name, Address, Phone Masked"
                    TO MlWhatOut
                MOVE GuardMasked TO MlCountOut
                WRITE MaskLogRec FROM MaskLine.
        CopyStudentPara.
            READ StudentExtFile NEXT RECORD
                AT END MOVE "Y" TO FileEOF
                NOT AT END
                    MOVE ExtRec TO CloneExtRec
                    PERFORM MaskStudentPara
                    WRITE CloneExtRec
                    ADD 1 TO RecsCloned.
      * City and PIN are left as keyed; the guardian name, street
      * lines and phone are what identify the family.
        MaskStudentPara.
            MOVE EName OF CloneExtRec TO ScrambleWk.
            PERFORM ScramblePara.
            MOVE ScrambleWk TO EName OF CloneExtRec.
            ADD 1 TO StudMasked.
            IF EGuardian OF CloneExtRec NOT = SPACES
                MOVE EGuardName OF CloneExtRec TO ScrambleWk
                PERFORM ScramblePara
                MOVE ScrambleWk TO EGuardName OF CloneExtRec
                MOVE EGuardAddr1 OF CloneExtRec TO ScrambleWk
                PERFORM ScramblePara
                MOVE ScrambleWk TO EGuardAddr1 OF CloneExtRec
                MOVE EGuardAddr2 OF CloneExtRec TO ScrambleWk
                PERFORM ScramblePara
                MOVE ScrambleWk TO EGuardAddr2 OF CloneExtRec
                IF EGuardPhone OF CloneExtRec NOT = SPACES
                    MOVE EPrnNo TO PrnWk
                    MOVE SPACES TO EGuardPhone OF CloneExtRec
                    STRING "9" PrnWk DELIMITED BY SIZE
                        INTO EGuardPhone OF CloneExtRec
                END-IF
                ADD 1 TO GuardMasked.
        CloneStockPara.
            MOVE "N" TO FileEOF.
            OPEN INPUT StockLedgerFile.
                    MOVE FeeLedgerRec TO SeqOutRec
                    WRITE SeqOutRec
                    ADD 1 TO RecsCloned.
      * Blank bank and statutory details stay blank, so the test
      * copy still shows the NEFT and return rejections; filled ones
      * get dummies of the right shape built from the employee no.
        CloneBankPara.
            MOVE "N" TO FileEOF.
            OPEN INPUT BankFile.
            IF BankStatus = "00"
                MOVE "BankMast.dat" TO CloneFileName
                PERFORM BuildNamePara
                OPEN OUTPUT BankOut
                PERFORM CopyBankPara UNTIL FileEOF = "Y"
                CLOSE BankFile BankOut
                ADD 1 TO FilesCloned
                MOVE "BankMast.dat" TO MlFileOut
                MOVE "Account No, IFSC, Holder Name Masked"
                    TO MlWhatOut
                MOVE AcctsMasked TO MlCountOut
                WRITE MaskLogRec FROM MaskLine.
        CopyBankPara.
            READ BankFile NEXT RECORD
                AT END MOVE "Y" TO FileEOF
                NOT AT END
                    MOVE BankRec TO CloneBankRec
                    PERFORM MaskBankPara
                    WRITE CloneBankRec
                    ADD 1 TO RecsCloned.
        MaskBankPara.
            MOVE BkEmpNo TO EmpNoWk.
            IF BkAcctNo OF CloneBankRec NOT = SPACES
                MOVE SPACES TO BkAcctNo OF CloneBankRec
                STRING "00009999" EmpNoWk DELIMITED BY SIZE
                    INTO BkAcctNo OF CloneBankRec.
            IF BkIfsc OF CloneBankRec NOT = SPACES
                MOVE "TEST0000001" TO BkIfsc OF CloneBankRec.
            MOVE BkHolderName OF CloneBankRec TO ScrambleWk.
            PERFORM ScramblePara.
            MOVE ScrambleWk TO BkHolderName OF CloneBankRec.
            ADD 1 TO AcctsMasked.
        CloneStatDetPara.
            MOVE "N" TO FileEOF.
            OPEN INPUT StatDetFile.
            IF StatDetStatus = "00"
                MOVE "StatDet.dat" TO CloneFileName
                PERFORM BuildNamePara
                OPEN OUTPUT SeqOut
                PERFORM CopyStatDetPara UNTIL FileEOF = "Y"
                CLOSE StatDetFile SeqOut
                ADD 1 TO FilesCloned
                MOVE "StatDet.dat" TO MlFileOut
                MOVE "PAN, PF Account, ESI Number Masked"
                    TO MlWhatOut
                MOVE StatMasked TO MlCountOut
                WRITE MaskLogRec FROM MaskLine.
        CopyStatDetPara.
            READ StatDetFile
                AT END MOVE "Y" TO FileEOF
                NOT AT END
                    PERFORM MaskStatDetPara
                    MOVE SPACES TO SeqOutRec
                    MOVE StatDetRec TO SeqOutRec
                    WRITE SeqOutRec
                    ADD 1 TO RecsCloned.
        MaskStatDetPara.
            MOVE SdEmpNo TO EmpNoWk.
            IF SdPan NOT = SPACES
                STRING "TESPZ" EmpNoWk "Z" DELIMITED BY SIZE
                    INTO SdPan.
            IF SdPfAcctNo NOT = SPACES
                STRING "XXTST000000" EmpNoWk DELIMITED BY SIZE
                    INTO SdPfAcctNo.
            IF SdEsiNo NOT = SPACES
                STRING "990000" EmpNoWk DELIMITED BY SIZE
                    INTO SdEsiNo.
            ADD 1 TO StatMasked.
        MaskSummaryPara.
            COMPUTE MaskTotal = NamesMasked + SalMasked + YtdMasked
                + StudMasked + GuardMasked + AcctsMasked + StatMasked.
            WRITE MaskLogRec FROM LineRec.
            MOVE FilesCloned TO CtRecsOut.
            MOVE MaskTotal TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE MaskLogRec FROM CtlTotRec.
            CLOSE MaskLogFile.
      * The test copy of CompParam gets a marked company name, so
      * every report heading printed over there carries the TEST
      * banner without touching the report programs.
            MOVE RunDate8 TO RlRunDate.
            MOVE RecsCloned TO RlRecRead.
            MOVE RecsCloned TO RlRecWrit.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
