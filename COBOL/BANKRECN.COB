        IDENTIFICATION DIVISION.
        PROGRAM-ID. BankReconcile.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT StmtInFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StmtInStatus.
            SELECT BankLineFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BankLineStatus.
            SELECT FeeLedgerFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FeeLedgerStatus.
            SELECT ChequeRegFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ChequeRegStatus.
            SELECT ChequeNewFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT AcctMapFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AcctMapStatus.
            SELECT GlBalFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GlBalStatus.
            SELECT CompParamFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CompParamStatus.
            SELECT FileOut ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT ExcpLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ExcpLogStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.
            SELECT RunLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RunLogStatus.

        DATA DIVISION.
        FILE SECTION.
        FD StmtInFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "BankStmt.dat".
        01  StmtInRec.
            05  BsDate         PIC 9(8).
            05  BsDrCr         PIC A.
            05  BsRef          PIC X(16).
            05  BsAmount       PIC 9(9)V99.
            05  BsBalance      PIC S9(11)V99.
            05  BsNarration    PIC X(30).
        FD BankLineFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "BankLine.dat".
            COPY "BANKLINE.CPY".
        FD FeeLedgerFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "FeeLedger.dat".
            COPY "FEELEDG.CPY".
        FD ChequeRegFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ChequeReg.dat".
            COPY "CHEQREG.CPY".
        FD ChequeNewFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ChequeNew.dat".
        01  ChequeNewRec       PIC X(32).
        FD AcctMapFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "AcctMap.dat".
            COPY "ACCTMAP.CPY".
        FD GlBalFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "GlBal.dat".
            COPY "GLBAL.CPY".
        FD CompParamFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CompParam.dat".
            COPY "PARAM.CPY".
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "BankRecon.dat".
        01  RecOut             PIC X(80).
        FD ExcpLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ExcpLog.dat".
            COPY "EXCPLOG.CPY".
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
        COPY "CALENDAR.CPY".
        01  StmtInStatus   PIC XX VALUE "00".
        01  BankLineStatus PIC XX VALUE "00".
        01  FeeLedgerStatus PIC XX VALUE "00".
        01  ChequeRegStatus PIC XX VALUE "00".
        01  AcctMapStatus  PIC XX VALUE "00".
        01  GlBalStatus    PIC XX VALUE "00".
        01  CompParamStatus PIC XX VALUE "00".
        01  ExcpLogStatus  PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  StmtInEOF      PIC A VALUE "N".
        01  BankLineEOF    PIC A VALUE "N".
        01  FeeLedgerEOF   PIC A VALUE "N".
        01  RegEOF         PIC A VALUE "N".
        01  AcctMapEOF     PIC A VALUE "N".
        01  GlBalEOF       PIC A VALUE "N".
        01  ExcpLogEOF     PIC A VALUE "N".
        01  ModeIn         PIC A VALUE SPACE.
        01  MoreFlag       PIC A VALUE "Y".
        01  SideWk         PIC A VALUE SPACE.
        01  FullFlag       PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  CutDate        PIC 9(8) VALUE 99999999.
        01  StartDate      PIC 9(8) VALUE 0.
        01  LastStmtDate   PIC 9(8) VALUE 0.
      * Items still open this many days behind the latest statement
      * line go to the exception workbench.
        01  ChqOpenDays    PIC 9(3) VALUE 30.
        01  CollOpenDays   PIC 9(3) VALUE 3.
        01  DateWk         PIC 9(8).
        01  DateWkX REDEFINES DateWk.
            05  DwYY       PIC 9(4).
            05  DwMM       PIC 99.
            05  DwDD       PIC 99.
        01  DayNoWk        PIC 9(7).
        01  LastDayNo      PIC 9(7).
        01  BlIx           PIC 9(4) VALUE 0.
        01  BlHit          PIC 9(4) VALUE 0.
        01  BlCount        PIC 9(4) VALUE 0.
        01  LastLineNo     PIC 9(6) VALUE 0.
        01  LineTable.
            05  LineEntry OCCURS 3000 TIMES.
                10  LtLineNo   PIC 9(6).
                10  LtDate     PIC 9(8).
                10  LtDrCr     PIC A.
                10  LtRef      PIC X(16).
                10  LtRefX REDEFINES LtRef.
                    15  LtRefNo    PIC 9(6).
                    15  LtRefGap   PIC X(1).
                    15  F          PIC X(9).
                10  LtRefD REDEFINES LtRef.
                    15  LtRefDate  PIC 9(8).
                    15  LtRefDGap  PIC X(1).
                    15  F          PIC X(7).
                10  LtAmount   PIC 9(9)V99.
                10  LtBalance  PIC S9(11)V99.
                10  LtNarr     PIC X(30).
                10  LtMatchType PIC A.
                10  LtMatchKey PIC X(8).
                10  LtMatchDate PIC 9(8).
                10  LtImportDate PIC 9(8).
        01  RcIx           PIC 9(4) VALUE 0.
        01  RcHit          PIC 9(4) VALUE 0.
        01  RcCount        PIC 9(4) VALUE 0.
        01  RcptTable.
            05  RcptEntry OCCURS 5000 TIMES.
                10  RtRcptNo   PIC 9(6).
                10  RtDate     PIC 9(8).
                10  RtAmount   PIC 9(7)V99.
                10  RtMatched  PIC A.
        01  DyIx           PIC 9(4) VALUE 0.
        01  DyHit          PIC 9(4) VALUE 0.
        01  DyCount        PIC 9(4) VALUE 0.
        01  DayTable.
            05  DayEntry OCCURS 1000 TIMES.
                10  DtDate     PIC 9(8).
                10  DtTotal    PIC 9(9)V99.
                10  DtBanked   PIC 9(9)V99.
                10  DtMatched  PIC A.
        01  CqIx           PIC 9(4) VALUE 0.
        01  CqHit          PIC 9(4) VALUE 0.
        01  CqCount        PIC 9(4) VALUE 0.
        01  ChqTable.
            05  ChqEntry OCCURS 3000 TIMES.
                10  CtChequeNo PIC 9(6).
                10  CtAmount   PIC 9(6)V99.
                10  CtIssueDate PIC 9(8).
                10  CtStatus   PIC A.
                10  CtMatched  PIC A.
                10  CtEncash   PIC A.
        01  ExIx           PIC 9(4) VALUE 0.
        01  ExHit          PIC 9(4) VALUE 0.
        01  ExCount        PIC 9(4) VALUE 0.
        01  ExcpTable.
            05  ExcpEntry OCCURS 2000 TIMES.
                10  EtBadValue PIC X(20).
        01  RcptWk         PIC 9(6).
        01  DateKeyWk      PIC 9(8).
        01  ChequeWk       PIC 9(6).
        01  LineNoIn       PIC 9(6) VALUE 0.
        01  VoucherNoIn    PIC 9(6) VALUE 0.
        01  BadValueWk     PIC X(20).
        01  ParaWk         PIC X(20).
        01  BadValueOut.
            05  BvTag      PIC X(9).
            05  BvKey      PIC X(11).
        01  OpenAmtWk      PIC 9(9)V99.
        01  ImportCount    PIC 9(4) VALUE 0.
        01  DupCount       PIC 9(4) VALUE 0.
        01  MatchCount     PIC 9(4) VALUE 0.
        01  EncashCount    PIC 9(4) VALUE 0.
        01  NewExcpCount   PIC 9(4) VALUE 0.
        01  ItemCount      PIC 9(4) VALUE 0.
        01  ItemTotal      PIC 9(9)V99 VALUE 0.
        01  BankAcct       PIC X(6) VALUE SPACES.
        01  BgIx           PIC 9(3) VALUE 0.
        01  BgHit          PIC 9(3) VALUE 0.
        01  BgCount        PIC 9(3) VALUE 0.
        01  BalTable.
            05  BalEntry OCCURS 24 TIMES.
                10  BtFy       PIC 9(4).
                10  BtPd       PIC 99.
                10  BtNet      PIC S9(11)V99.
        01  BankBal        PIC S9(11)V99 VALUE 0.
        01  BookBal        PIC S9(11)V99 VALUE 0.
        01  AdjBank        PIC S9(11)V99 VALUE 0.
        01  AdjBook        PIC S9(11)V99 VALUE 0.
        01  DiffWk         PIC S9(11)V99 VALUE 0.
        01  SectionTot     PIC S9(11)V99 VALUE 0.
        COPY "CTLTOT.CPY".
        01  Heading1.
            05  F          PIC X(30) VALUE SPACES.
            05  CompanyNameOut PIC A(20) VALUE "XYZ BANK LTD.".
        01  Heading2.
            05  F          PIC X(16) VALUE SPACES.
            05  F          PIC X(36) VALUE
                "BANK RECONCILIATION STATEMENT AS AT ".
            05  CutDateOut PIC 9(8).
        01  LineRec        PIC X(80) VALUE ALL "-".
        01  CaptionLine.
            05  F          PIC X(3) VALUE SPACES.
            05  CaptionOut PIC X(50).
        01  DetailRec.
            05  F          PIC X(6) VALUE SPACES.
            05  DetTypeOut PIC X(11).
            05  DetKeyOut  PIC X(9).
            05  DetDateOut PIC 9(8).
            05  F          PIC X(2) VALUE SPACES.
            05  DetRefOut  PIC X(16).
            05  F          PIC X(4) VALUE SPACES.
            05  DetAmtOut  PIC -(11)9.99.
        01  TotalRec.
            05  F          PIC X(3) VALUE SPACES.
            05  TotNameOut PIC X(54).
            05  TotAmtOut  PIC -(11)9.99.
        01  VerdictLine.
            05  F          PIC X(3) VALUE SPACES.
            05  VerdictOut PIC X(50).

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            CALL "GetOper" USING OperLinkRec.
            DISPLAY (3, 10) "Import Statement, Clear A Line Or"
                    " Reconciliation (I/C/R) :- ".
            ACCEPT ModeIn.
            IF ModeIn = "I"
                PERFORM ImportPara
            ELSE IF ModeIn = "C"
                PERFORM ClearPara
            ELSE IF ModeIn = "R"
                PERFORM ReconPara
            ELSE
                DISPLAY "Invalid Option.".
            GOBACK.
      * The statement is added to the line register, every open line
      * is tried against the fee receipts and the cheque register,
      * and whatever stays open too long goes to the workbench.
        ImportPara.
            PERFORM LoadLinesPara.
            IF FullFlag = "Y"
                DISPLAY "BankLine.dat Is Full. Run Refused."
                GOBACK.
            OPEN INPUT StmtInFile.
            IF StmtInStatus NOT = "00"
                DISPLAY "BankStmt.dat Not Found. Nothing Imported."
                GOBACK.
            PERFORM ReadStmtPara.
            PERFORM ImportOnePara UNTIL StmtInEOF = "Y".
            CLOSE StmtInFile.
            IF FullFlag = "Y"
                DISPLAY "BankLine.dat Would Overflow. Run Refused."
                GOBACK.
            PERFORM LoadBookPara.
            PERFORM LoadExcpPara.
            MOVE 0 TO BlIx.
            PERFORM MatchOnePara UNTIL BlIx NOT < BlCount.
            PERFORM SaveLinesPara.
            IF EncashCount > 0
                PERFORM EncashPara.
            PERFORM RaiseOpenPara.
            PERFORM LogRunPara.
            DISPLAY "Lines Imported :- " ImportCount
                    "  Already Held :- " DupCount.
            DISPLAY "Lines Matched :- " MatchCount
                    "  Cheques Encashed :- " EncashCount.
            DISPLAY "New Workbench Items :- " NewExcpCount.
        ReadStmtPara.
            READ StmtInFile AT END MOVE "Y" TO StmtInEOF.
      * A line already on the register with the same date, side,
      * reference, amount and running balance is the same line.
        ImportOnePara.
            MOVE 0 TO BlHit.
            MOVE 0 TO BlIx.
            PERFORM ScanDupPara UNTIL BlIx NOT < BlCount
                                OR BlHit NOT = 0.
            IF BlHit NOT = 0
                ADD 1 TO DupCount
            ELSE IF BsDrCr NOT = "C" AND BsDrCr NOT = "D"
                ADD 1 TO DupCount
            ELSE IF BlCount NOT < 3000
                MOVE "Y" TO FullFlag
            ELSE
                ADD 1 TO BlCount
                ADD 1 TO LastLineNo
                ADD 1 TO ImportCount
                MOVE LastLineNo TO LtLineNo (BlCount)
                MOVE BsDate TO LtDate (BlCount)
                MOVE BsDrCr TO LtDrCr (BlCount)
                MOVE BsRef TO LtRef (BlCount)
                MOVE BsAmount TO LtAmount (BlCount)
                MOVE BsBalance TO LtBalance (BlCount)
                MOVE BsNarration TO LtNarr (BlCount)
                MOVE SPACE TO LtMatchType (BlCount)
                MOVE SPACES TO LtMatchKey (BlCount)
                MOVE 0 TO LtMatchDate (BlCount)
                MOVE RunDate8 TO LtImportDate (BlCount).
            PERFORM ReadStmtPara.
        ScanDupPara.
            ADD 1 TO BlIx.
            IF LtDate (BlIx) = BsDate
               AND LtDrCr (BlIx) = BsDrCr
               AND LtRef (BlIx) = BsRef
               AND LtAmount (BlIx) = BsAmount
               AND LtBalance (BlIx) = BsBalance
                MOVE BlIx TO BlHit.
        LoadLinesPara.
            OPEN INPUT BankLineFile.
            IF BankLineStatus = "00"
                PERFORM ReadLinePara
                PERFORM LoadOneLinePara UNTIL BankLineEOF = "Y"
                CLOSE BankLineFile.
        ReadLinePara.
            READ BankLineFile AT END MOVE "Y" TO BankLineEOF.
        LoadOneLinePara.
            IF BlCount NOT < 3000
                MOVE "Y" TO FullFlag
            ELSE
                ADD 1 TO BlCount
                MOVE BlLineNo TO LtLineNo (BlCount)
                MOVE BlDate TO LtDate (BlCount)
                MOVE BlDrCr TO LtDrCr (BlCount)
                MOVE BlRef TO LtRef (BlCount)
                MOVE BlAmount TO LtAmount (BlCount)
                MOVE BlBalance TO LtBalance (BlCount)
                MOVE BlNarration TO LtNarr (BlCount)
                MOVE BlMatchType TO LtMatchType (BlCount)
                MOVE BlMatchKey TO LtMatchKey (BlCount)
                MOVE BlMatchDate TO LtMatchDate (BlCount)
                MOVE BlImportDate TO LtImportDate (BlCount)
                IF BlLineNo > LastLineNo
                    MOVE BlLineNo TO LastLineNo.
            PERFORM ReadLinePara.
        SaveLinesPara.
            OPEN OUTPUT BankLineFile.
            MOVE 0 TO BlIx.
            PERFORM SaveOneLinePara UNTIL BlIx NOT < BlCount.
            CLOSE BankLineFile.
        SaveOneLinePara.
            ADD 1 TO BlIx.
            MOVE LtLineNo (BlIx) TO BlLineNo.
            MOVE LtDate (BlIx) TO BlDate.
            MOVE LtDrCr (BlIx) TO BlDrCr.
            MOVE LtRef (BlIx) TO BlRef.
            MOVE LtAmount (BlIx) TO BlAmount.
            MOVE LtBalance (BlIx) TO BlBalance.
            MOVE LtNarr (BlIx) TO BlNarration.
            MOVE LtMatchType (BlIx) TO BlMatchType.
            MOVE LtMatchKey (BlIx) TO BlMatchKey.
            MOVE LtMatchDate (BlIx) TO BlMatchDate.
            MOVE LtImportDate (BlIx) TO BlImportDate.
            WRITE BankLineRec.
      * The book side: fee receipts one by one and totalled by day
      * as DayCollection prints them, and the cheque register. Lines
      * already matched on or before CutDate tick their items off.
        LoadBookPara.
            OPEN INPUT FeeLedgerFile.
            IF FeeLedgerStatus = "00"
                PERFORM ReadFeePara
                PERFORM LoadOneFeePara UNTIL FeeLedgerEOF = "Y"
                CLOSE FeeLedgerFile.
            OPEN INPUT ChequeRegFile.
            IF ChequeRegStatus = "00"
                PERFORM ReadRegPara
                PERFORM LoadOneChqPara UNTIL RegEOF = "Y"
                CLOSE ChequeRegFile
                MOVE "N" TO RegEOF.
            MOVE 99999999 TO StartDate.
            MOVE 0 TO LastStmtDate.
            MOVE 0 TO BlIx.
            PERFORM ApplyOneLinePara UNTIL BlIx NOT < BlCount.
        ReadFeePara.
            READ FeeLedgerFile AT END MOVE "Y" TO FeeLedgerEOF.
        LoadOneFeePara.
            IF FlTxnType = "P" AND FlRcptNo > 0
                IF RcCount < 5000
                    ADD 1 TO RcCount
                    MOVE FlRcptNo TO RtRcptNo (RcCount)
                    MOVE FlRunDate TO RtDate (RcCount)
                    MOVE FlAmount TO RtAmount (RcCount)
                    MOVE "N" TO RtMatched (RcCount)
                END-IF
                MOVE FlRunDate TO DateKeyWk
                PERFORM FindDayPara
                IF DyHit = 0 AND DyCount < 1000
                    ADD 1 TO DyCount
                    MOVE DyCount TO DyHit
                    MOVE FlRunDate TO DtDate (DyHit)
                    MOVE 0 TO DtTotal (DyHit)
                    MOVE 0 TO DtBanked (DyHit)
                    MOVE "N" TO DtMatched (DyHit)
                END-IF
                IF DyHit NOT = 0
                    ADD FlAmount TO DtTotal (DyHit).
            PERFORM ReadFeePara.
        FindDayPara.
            MOVE 0 TO DyHit.
            MOVE 0 TO DyIx.
            PERFORM ScanDayPara UNTIL DyIx NOT < DyCount
                                OR DyHit NOT = 0.
        ScanDayPara.
            ADD 1 TO DyIx.
            IF DtDate (DyIx) = DateKeyWk
                MOVE DyIx TO DyHit.
        ReadRegPara.
            READ ChequeRegFile AT END MOVE "Y" TO RegEOF.
        LoadOneChqPara.
            IF CqCount < 3000
                ADD 1 TO CqCount
                MOVE CqChequeNo TO CtChequeNo (CqCount)
                MOVE CqAmount TO CtAmount (CqCount)
                MOVE CqIssueDate TO CtIssueDate (CqCount)
                MOVE CqStatus TO CtStatus (CqCount)
                MOVE "N" TO CtMatched (CqCount)
                MOVE "N" TO CtEncash (CqCount).
            PERFORM ReadRegPara.
        ApplyOneLinePara.
            ADD 1 TO BlIx.
            IF LtDate (BlIx) < StartDate
                MOVE LtDate (BlIx) TO StartDate.
            IF LtDate (BlIx) NOT > CutDate
               AND LtDate (BlIx) > LastStmtDate
                MOVE LtDate (BlIx) TO LastStmtDate.
            IF LtDate (BlIx) NOT > CutDate
                IF LtMatchType (BlIx) = "R"
                    MOVE LtMatchKey (BlIx) (1:6) TO RcptWk
                    PERFORM FindRcptPara
                    PERFORM TickRcptPara
                ELSE IF LtMatchType (BlIx) = "D"
                    MOVE LtMatchKey (BlIx) TO DateKeyWk
                    PERFORM FindDayPara
                    IF DyHit NOT = 0
                        MOVE "Y" TO DtMatched (DyHit)
                    END-IF
                ELSE IF LtMatchType (BlIx) = "Q"
                    MOVE LtMatchKey (BlIx) (1:6) TO ChequeWk
                    PERFORM FindChqPara
                    IF CqHit NOT = 0
                        MOVE "Y" TO CtMatched (CqHit).
        FindRcptPara.
            MOVE 0 TO RcHit.
            MOVE 0 TO RcIx.
            PERFORM ScanRcptPara UNTIL RcIx NOT < RcCount
                                 OR RcHit NOT = 0.
        ScanRcptPara.
            ADD 1 TO RcIx.
            IF RtRcptNo (RcIx) = RcptWk
                MOVE RcIx TO RcHit.
        TickRcptPara.
            IF RcHit NOT = 0
                MOVE "Y" TO RtMatched (RcHit)
                MOVE RtDate (RcHit) TO DateKeyWk
                PERFORM FindDayPara
                IF DyHit NOT = 0
                    ADD RtAmount (RcHit) TO DtBanked (DyHit).
        FindChqPara.
            MOVE 0 TO CqHit.
            MOVE 0 TO CqIx.
            PERFORM ScanChqPara UNTIL CqIx NOT < CqCount
                                OR CqHit NOT = 0.
        ScanChqPara.
            ADD 1 TO CqIx.
            IF CtChequeNo (CqIx) = ChequeWk
                MOVE CqIx TO CqHit.
      * A deposit quoting a receipt number matches that receipt for
      * the same amount; one quoting a collection date, or failing
      * that the earliest unbanked day, matches a whole day's
      * collection of the same total. A withdrawal quoting a cheque
      * number matches that cheque for the same amount. Book items
      * dated after the bank line never match it.
        MatchOnePara.
            ADD 1 TO BlIx.
            IF LtMatchType (BlIx) = SPACE
                IF LtDrCr (BlIx) = "C"
                    PERFORM MatchDepositPara
                ELSE
                    PERFORM MatchChequePara.
        MatchDepositPara.
            MOVE 0 TO RcHit.
            IF LtRefNo (BlIx) IS NUMERIC AND LtRefGap (BlIx) = SPACE
                MOVE LtRefNo (BlIx) TO RcptWk
                PERFORM FindRcptPara.
            IF RcHit NOT = 0
                IF RtMatched (RcHit) = "N"
                   AND RtAmount (RcHit) = LtAmount (BlIx)
                   AND RtDate (RcHit) NOT > LtDate (BlIx)
                    PERFORM TickRcptPara
                    MOVE "R" TO LtMatchType (BlIx)
                    MOVE RtRcptNo (RcHit) TO LtMatchKey (BlIx)
                    MOVE RunDate8 TO LtMatchDate (BlIx)
                    ADD 1 TO MatchCount
                ELSE
                    MOVE 0 TO RcHit.
            IF LtMatchType (BlIx) = SPACE
                MOVE 0 TO DyHit
                IF LtRefDate (BlIx) IS NUMERIC
                   AND LtRefDGap (BlIx) = SPACE
                    MOVE LtRefDate (BlIx) TO DateKeyWk
                    PERFORM FindDayPara
                    IF DyHit NOT = 0
                        MOVE DyHit TO DyIx
                        MOVE 0 TO DyHit
                        PERFORM TryDayPara
                    END-IF
                END-IF
                IF DyHit = 0
                    MOVE 0 TO DyIx
                    PERFORM PickDayPara UNTIL DyIx NOT < DyCount
                END-IF
                IF DyHit NOT = 0
                    MOVE "Y" TO DtMatched (DyHit)
                    MOVE "D" TO LtMatchType (BlIx)
                    MOVE DtDate (DyHit) TO LtMatchKey (BlIx)
                    MOVE RunDate8 TO LtMatchDate (BlIx)
                    ADD 1 TO MatchCount.
        PickDayPara.
            ADD 1 TO DyIx.
            PERFORM TryDayPara.
        TryDayPara.
            IF DtMatched (DyIx) = "N"
               AND DtBanked (DyIx) = 0
               AND DtTotal (DyIx) = LtAmount (BlIx)
               AND DtDate (DyIx) NOT > LtDate (BlIx)
                IF DyHit = 0
                    MOVE DyIx TO DyHit
                ELSE IF DtDate (DyIx) < DtDate (DyHit)
                    MOVE DyIx TO DyHit.
        MatchChequePara.
            MOVE 0 TO CqHit.
            IF LtRefNo (BlIx) IS NUMERIC AND LtRefGap (BlIx) = SPACE
                MOVE LtRefNo (BlIx) TO ChequeWk
                PERFORM FindChqPara.
            IF CqHit NOT = 0
                IF CtMatched (CqHit) = "N"
                   AND CtAmount (CqHit) = LtAmount (BlIx)
                   AND CtIssueDate (CqHit) NOT > LtDate (BlIx)
                    MOVE "Y" TO CtMatched (CqHit)
                    MOVE "Q" TO LtMatchType (BlIx)
                    MOVE CtChequeNo (CqHit) TO LtMatchKey (BlIx)
                    MOVE RunDate8 TO LtMatchDate (BlIx)
                    ADD 1 TO MatchCount
                    IF CtStatus (CqHit) = "I"
                        MOVE "Y" TO CtEncash (CqHit)
                        ADD 1 TO EncashCount
                    ELSE IF CtStatus (CqHit) = "S"
                        MOVE "Stale Cheque Paid" TO ParaWk
                        MOVE "PAID CHQ" TO BvTag
                        MOVE CtChequeNo (CqHit) TO BvKey
                        MOVE BadValueOut TO BadValueWk
                        PERFORM RaiseOncePara.
      * Cheques the bank has paid move from issued to encashed, as
      * ChequeStatus would move them by hand.
        EncashPara.
            OPEN INPUT ChequeRegFile.
            OPEN OUTPUT ChequeNewFile.
            PERFORM ReadRegPara.
            PERFORM EncashOnePara UNTIL RegEOF = "Y".
            CLOSE ChequeRegFile ChequeNewFile.
            MOVE "N" TO RegEOF.
            OPEN INPUT ChequeNewFile.
            OPEN OUTPUT ChequeRegFile.
            PERFORM ReadNewPara.
            PERFORM CopyBackPara UNTIL RegEOF = "Y".
            CLOSE ChequeNewFile ChequeRegFile.
            MOVE "N" TO RegEOF.
        EncashOnePara.
            MOVE CqChequeNo TO ChequeWk.
            PERFORM FindChqPara.
            IF CqHit NOT = 0 AND CqStatus = "I"
                IF CtEncash (CqHit) = "Y"
                    MOVE "E" TO CqStatus
                    PERFORM LogAuditPara.
            WRITE ChequeNewRec FROM ChequeRegRec.
            PERFORM ReadRegPara.
        ReadNewPara.
            READ ChequeNewFile AT END MOVE "Y" TO RegEOF.
        CopyBackPara.
            WRITE ChequeRegRec FROM ChequeNewRec.
            PERFORM ReadNewPara.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "BANKRECN" TO AuProgram.
            MOVE "ChequeReg.dat" TO AuFileId.
            MOVE ChequeWk TO AuKey.
            MOVE "I" TO AuBeforeImage.
            MOVE "E" TO AuAfterImage.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
      * Exceptions already raised by this program are not raised
      * again, whatever their workbench status.
        LoadExcpPara.
            OPEN INPUT ExcpLogFile.
            IF ExcpLogStatus = "00"
                PERFORM ReadExcpPara
                PERFORM LoadOneExcpPara UNTIL ExcpLogEOF = "Y"
                CLOSE ExcpLogFile.
        ReadExcpPara.
            READ ExcpLogFile AT END MOVE "Y" TO ExcpLogEOF.
        LoadOneExcpPara.
            IF ElProgram = "BANKRECN" AND ExCount < 2000
                ADD 1 TO ExCount
                MOVE ElBadValue TO EtBadValue (ExCount).
            PERFORM ReadExcpPara.
      * Open bank lines go to the workbench at once; cheques not
      * presented and collections not banked go once they are
      * ChqOpenDays or CollOpenDays behind the latest statement line.
      * Book items dated before the first statement line are taken
      * as settled before reconciliation began.
        RaiseOpenPara.
            MOVE LastStmtDate TO DateWk.
            PERFORM DayNoPara.
            MOVE DayNoWk TO LastDayNo.
            MOVE 0 TO BlIx.
            PERFORM RaiseLinePara UNTIL BlIx NOT < BlCount.
            MOVE 0 TO CqIx.
            PERFORM RaiseChqPara UNTIL CqIx NOT < CqCount.
            MOVE 0 TO DyIx.
            PERFORM RaiseDayPara UNTIL DyIx NOT < DyCount.
        RaiseLinePara.
            ADD 1 TO BlIx.
            IF LtMatchType (BlIx) = SPACE
                IF LtDrCr (BlIx) = "C"
                    MOVE "Bank Cr Not In Books" TO ParaWk
                ELSE
                    MOVE "Bank Dr Not In Books" TO ParaWk
                END-IF
                MOVE "BANK LINE" TO BvTag
                MOVE LtLineNo (BlIx) TO BvKey
                MOVE BadValueOut TO BadValueWk
                PERFORM RaiseOncePara.
        RaiseChqPara.
            ADD 1 TO CqIx.
            IF CtMatched (CqIx) = "N" AND CtStatus (CqIx) = "I"
               AND CtIssueDate (CqIx) NOT < StartDate
                MOVE CtIssueDate (CqIx) TO DateWk
                PERFORM DayNoPara
                IF DayNoWk + ChqOpenDays < LastDayNo
                    MOVE "Cheque Not Presented" TO ParaWk
                    MOVE "CHQ" TO BvTag
                    MOVE CtChequeNo (CqIx) TO BvKey
                    MOVE BadValueOut TO BadValueWk
                    PERFORM RaiseOncePara.
        RaiseDayPara.
            ADD 1 TO DyIx.
            IF DtMatched (DyIx) = "N"
               AND DtTotal (DyIx) > DtBanked (DyIx)
               AND DtDate (DyIx) NOT < StartDate
                MOVE DtDate (DyIx) TO DateWk
                PERFORM DayNoPara
                IF DayNoWk + CollOpenDays < LastDayNo
                    MOVE "Collection Unbanked" TO ParaWk
                    MOVE "COLL" TO BvTag
                    MOVE DtDate (DyIx) TO BvKey
                    MOVE BadValueOut TO BadValueWk
                    PERFORM RaiseOncePara.
        DayNoPara.
            COMPUTE DayNoWk = DwYY * 360 + DwMM * 30 + DwDD.
        RaiseOncePara.
            MOVE 0 TO ExHit.
            MOVE 0 TO ExIx.
            PERFORM ScanExcpPara UNTIL ExIx NOT < ExCount
                                 OR ExHit NOT = 0.
            IF ExHit = 0
                PERFORM LogExceptionPara
                ADD 1 TO NewExcpCount
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
            MOVE "BANKRECN" TO ElProgram.
            MOVE ParaWk TO ElParagraph.
            MOVE BadValueWk TO ElBadValue.
            MOVE "N" TO ElStatus.
            MOVE SPACES TO ElAssignTo.
            MOVE SPACES TO ElResolveNote.
            MOVE OperOpId TO ElUserId.
            ACCEPT ElTimestamp FROM DATE YYYYMMDD.
            WRITE ExcpLogRec.
            CLOSE ExcpLogFile.
      * A bank charge or interest credit has no book item to match;
      * once it is journalled the line is cleared by hand against
      * the voucher number.
        ClearPara.
            PERFORM LoadLinesPara.
            IF FullFlag = "Y"
                DISPLAY "BankLine.dat Is Full. Run Refused."
                GOBACK.
            PERFORM ClearOnePara UNTIL MoreFlag NOT = "Y".
            PERFORM SaveLinesPara.
        ClearOnePara.
            DISPLAY (5, 10) "Bank Line No. :- ".
            ACCEPT LineNoIn.
            DISPLAY (6, 10) "Voucher No.   :- ".
            ACCEPT VoucherNoIn.
            MOVE 0 TO BlHit.
            MOVE 0 TO BlIx.
            PERFORM ScanLineNoPara UNTIL BlIx NOT < BlCount
                                   OR BlHit NOT = 0.
            IF BlHit = 0
                DISPLAY (8, 10) "Bank Line Not Found."
            ELSE IF LtMatchType (BlHit) NOT = SPACE
                DISPLAY (8, 10) "Bank Line Already Matched."
            ELSE IF VoucherNoIn = 0
                DISPLAY (8, 10) "Voucher No. Required."
            ELSE
                MOVE "J" TO LtMatchType (BlHit)
                MOVE VoucherNoIn TO LtMatchKey (BlHit)
                MOVE RunDate8 TO LtMatchDate (BlHit)
                PERFORM LogClearPara
                DISPLAY (8, 10) "Bank Line Cleared.".
            DISPLAY (10, 10) "Another Line (Y/N) :- ".
            ACCEPT MoreFlag.
        ScanLineNoPara.
            ADD 1 TO BlIx.
            IF LtLineNo (BlIx) = LineNoIn
                MOVE BlIx TO BlHit.
        LogClearPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "BANKRECN" TO AuProgram.
            MOVE "BankLine.dat" TO AuFileId.
            MOVE LineNoIn TO AuKey.
            MOVE SPACES TO AuBeforeImage.
            MOVE LtMatchType (BlHit) TO AuAfterImage.
            MOVE LtMatchKey (BlHit) TO AuAfterImage (3:8).
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
      * The statement as at a month end: the bank's balance adjusted
      * for deposits and cheques it has not yet seen, against the
      * GL bank account adjusted for bank lines not yet in the books.
        ReconPara.
            DISPLAY (5, 10) "Month End Date (YYYYMMDD) :- ".
            ACCEPT CutDate.
            PERFORM LoadLinesPara.
            PERFORM LoadBookPara.
            MOVE 0 TO BlHit.
            MOVE 0 TO BlIx.
            PERFORM PickBalancePara UNTIL BlIx NOT < BlCount.
            IF BlHit = 0
                DISPLAY "No Bank Statement Lines By That Date."
                GOBACK.
            MOVE LtBalance (BlHit) TO BankBal.
            PERFORM BookBalancePara.
            PERFORM ReadCompParamPara.
            OPEN OUTPUT FileOut.
            MOVE CutDate TO CutDateOut.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM Heading2.
            WRITE RecOut FROM LineRec.
            MOVE "Balance As Per Bank Statement" TO TotNameOut.
            MOVE BankBal TO TotAmtOut.
            WRITE RecOut FROM TotalRec.
            MOVE BankBal TO AdjBank.
            MOVE "Add : Deposits Not Yet Credited By The Bank"
                TO CaptionOut.
            WRITE RecOut FROM CaptionLine.
            MOVE 0 TO SectionTot.
            MOVE 0 TO DyIx.
            PERFORM TransitPara UNTIL DyIx NOT < DyCount.
            ADD SectionTot TO AdjBank.
            MOVE "Less : Cheques Issued Not Yet Presented"
                TO CaptionOut.
            WRITE RecOut FROM CaptionLine.
            MOVE 0 TO SectionTot.
            MOVE 0 TO CqIx.
            PERFORM OutstandingPara UNTIL CqIx NOT < CqCount.
            SUBTRACT SectionTot FROM AdjBank.
            MOVE "Adjusted Bank Balance" TO TotNameOut.
            MOVE AdjBank TO TotAmtOut.
            WRITE RecOut FROM TotalRec.
            WRITE RecOut FROM LineRec.
            MOVE SPACES TO TotNameOut.
            STRING "Balance As Per Books  (GL " DELIMITED BY SIZE
                   BankAcct DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                   INTO TotNameOut.
            MOVE BookBal TO TotAmtOut.
            WRITE RecOut FROM TotalRec.
            MOVE BookBal TO AdjBook.
            MOVE "Add : Bank Credits Not Yet In The Books"
                TO CaptionOut.
            WRITE RecOut FROM CaptionLine.
            MOVE 0 TO SectionTot.
            MOVE "C" TO SideWk.
            MOVE 0 TO BlIx.
            PERFORM BankOnlyPara UNTIL BlIx NOT < BlCount.
            ADD SectionTot TO AdjBook.
            MOVE "Less : Bank Debits Not Yet In The Books"
                TO CaptionOut.
            WRITE RecOut FROM CaptionLine.
            MOVE 0 TO SectionTot.
            MOVE "D" TO SideWk.
            MOVE 0 TO BlIx.
            PERFORM BankOnlyPara UNTIL BlIx NOT < BlCount.
            SUBTRACT SectionTot FROM AdjBook.
            MOVE "Adjusted Book Balance" TO TotNameOut.
            MOVE AdjBook TO TotAmtOut.
            WRITE RecOut FROM TotalRec.
            WRITE RecOut FROM LineRec.
            PERFORM VerdictPara.
            MOVE ItemCount TO CtRecsOut.
            MOVE ItemTotal TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE FileOut.
            PERFORM LogRunPara.
            DISPLAY "Reconciling Items :- " ItemCount.
        PickBalancePara.
            ADD 1 TO BlIx.
            IF LtDate (BlIx) NOT > CutDate
                IF BlHit = 0
                    MOVE BlIx TO BlHit
                ELSE IF LtDate (BlIx) > LtDate (BlHit)
                    MOVE BlIx TO BlHit
                ELSE IF LtDate (BlIx) = LtDate (BlHit)
                        AND LtLineNo (BlIx) > LtLineNo (BlHit)
                    MOVE BlIx TO BlHit.
        TransitPara.
            ADD 1 TO DyIx.
            IF DtMatched (DyIx) = "N"
               AND DtTotal (DyIx) > DtBanked (DyIx)
               AND DtDate (DyIx) NOT < StartDate
               AND DtDate (DyIx) NOT > CutDate
                COMPUTE OpenAmtWk = DtTotal (DyIx) - DtBanked (DyIx)
                MOVE "Collection" TO DetTypeOut
                MOVE SPACES TO DetKeyOut
                MOVE DtDate (DyIx) TO DetDateOut
                MOVE SPACES TO DetRefOut
                PERFORM ItemPara.
        OutstandingPara.
            ADD 1 TO CqIx.
            IF CtMatched (CqIx) = "N"
               AND CtIssueDate (CqIx) NOT < StartDate
               AND CtIssueDate (CqIx) NOT > CutDate
                MOVE CtAmount (CqIx) TO OpenAmtWk
                MOVE "Cheque" TO DetTypeOut
                MOVE CtChequeNo (CqIx) TO DetKeyOut
                MOVE CtIssueDate (CqIx) TO DetDateOut
                MOVE SPACES TO DetRefOut
                IF CtStatus (CqIx) = "S"
                    MOVE "Stale" TO DetRefOut
                END-IF
                PERFORM ItemPara.
        BankOnlyPara.
            ADD 1 TO BlIx.
            IF LtMatchType (BlIx) = SPACE
               AND LtDrCr (BlIx) = SideWk
               AND LtDate (BlIx) NOT > CutDate
                MOVE LtAmount (BlIx) TO OpenAmtWk
                MOVE "Bank Line" TO DetTypeOut
                MOVE LtLineNo (BlIx) TO DetKeyOut
                MOVE LtDate (BlIx) TO DetDateOut
                MOVE LtRef (BlIx) TO DetRefOut
                PERFORM ItemPara.
        ItemPara.
            MOVE OpenAmtWk TO DetAmtOut.
            WRITE RecOut FROM DetailRec.
            ADD OpenAmtWk TO SectionTot.
            ADD 1 TO ItemCount.
            ADD OpenAmtWk TO ItemTotal.
      * The GL bank account is the AcctMap "BANK" card; its balance
      * is the latest GlBal row for each period of the month end's
      * fiscal year up to that period.
        BookBalancePara.
            OPEN INPUT AcctMapFile.
            IF AcctMapStatus = "00"
                PERFORM ReadMapPara
                PERFORM PickMapPara UNTIL AcctMapEOF = "Y"
                CLOSE AcctMapFile.
            MOVE CutDate TO CalInDate.
            CALL "Calendar" USING CalLinkRec.
            OPEN INPUT GlBalFile.
            IF GlBalStatus = "00"
                PERFORM ReadGlBalPara
                PERFORM LoadOneBalPara UNTIL GlBalEOF = "Y"
                CLOSE GlBalFile.
            MOVE 0 TO BgIx.
            PERFORM SumBalPara UNTIL BgIx NOT < BgCount.
        ReadMapPara.
            READ AcctMapFile AT END MOVE "Y" TO AcctMapEOF.
        PickMapPara.
            IF AmSourceCode = "BANK"
                MOVE AmAcctNo TO BankAcct.
            PERFORM ReadMapPara.
        ReadGlBalPara.
            READ GlBalFile AT END MOVE "Y" TO GlBalEOF.
        LoadOneBalPara.
            IF GbAcctNo = BankAcct AND BankAcct NOT = SPACES
               AND GbFiscalYear = CalFiscalYear
               AND GbPeriod NOT > CalFiscalPeriod
                MOVE 0 TO BgHit
                MOVE 0 TO BgIx
                PERFORM ScanBalPara UNTIL BgIx NOT < BgCount
                                    OR BgHit NOT = 0
                IF BgHit = 0 AND BgCount < 24
                    ADD 1 TO BgCount
                    MOVE BgCount TO BgHit
                    MOVE GbFiscalYear TO BtFy (BgHit)
                    MOVE GbPeriod TO BtPd (BgHit)
                END-IF
                IF BgHit NOT = 0
                    COMPUTE BtNet (BgHit) = GbDrTotal - GbCrTotal.
            PERFORM ReadGlBalPara.
        ScanBalPara.
            ADD 1 TO BgIx.
            IF BtFy (BgIx) = GbFiscalYear AND BtPd (BgIx) = GbPeriod
                MOVE BgIx TO BgHit.
        SumBalPara.
            ADD 1 TO BgIx.
            ADD BtNet (BgIx) TO BookBal.
        VerdictPara.
            COMPUTE DiffWk = AdjBank - AdjBook.
            IF BankAcct = SPACES
                MOVE "** NO BANK ACCOUNT ON AcctMap.dat **"
                    TO VerdictOut
                WRITE RecOut FROM VerdictLine
                MOVE 4 TO RETURN-CODE.
            IF DiffWk = 0
                MOVE "RECONCILED - BANK AGREES WITH BOOKS"
                    TO VerdictOut
                WRITE RecOut FROM VerdictLine
            ELSE
                MOVE "** UNRECONCILED DIFFERENCE **" TO VerdictOut
                WRITE RecOut FROM VerdictLine
                MOVE "Difference" TO TotNameOut
                MOVE DiffWk TO TotAmtOut
                WRITE RecOut FROM TotalRec
                MOVE 4 TO RETURN-CODE.
        ReadCompParamPara.
            OPEN INPUT CompParamFile.
            IF CompParamStatus = "00"
                READ CompParamFile
                MOVE CpCompanyName TO CompanyNameOut
                CLOSE CompParamFile.
        LogRunPara.
            OPEN EXTEND RunLogFile.
            IF RunLogStatus = "35"
                OPEN OUTPUT RunLogFile.
            MOVE "BANKRECN" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE OperOpId TO RlUserId.
            IF ModeIn = "I"
                COMPUTE RlRecRead = ImportCount + DupCount
                MOVE MatchCount TO RlRecWrit
            ELSE
                MOVE BlCount TO RlRecRead
                MOVE ItemCount TO RlRecWrit.
            MOVE RETURN-CODE TO RlReturnCode.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
