        IDENTIFICATION DIVISION.
        PROGRAM-ID. MasterCompact.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CompListFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CompListStatus.
            SELECT TargetFile ASSIGN TO TargetName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TargetStatus.
            SELECT SaveFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT WorkFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT SortWork ASSIGN TO DISK.
            SELECT SortedWork ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT ViewFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT SupFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OrderFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT AfterFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT HistFile ASSIGN TO HistName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS HistStatus.
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
        FD CompListFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CompList.dat".
            COPY "COMPLIST.CPY".
        FD TargetFile
            LABEL RECORDS ARE STANDARD.
        01  TargetRow          PIC X(120).
        FD SaveFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CompSave.dat".
        01  SaveRow            PIC X(120).
        FD WorkFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CompWork.dat".
        01  WorkRec.
            05  WkKey          PIC X(40).
            05  WkRowNo        PIC 9(7).
            05  WkRow          PIC X(120).
        SD  SortWork.
        01  SortRec.
            05  SwKey          PIC X(40).
            05  SwRowNo        PIC 9(7).
            05  SwRow          PIC X(120).
        FD SortedWork
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CompSorted.dat".
        01  SortedRec.
            05  TsKey          PIC X(40).
            05  TsRowNo        PIC 9(7).
            05  TsRow          PIC X(120).
        FD ViewFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CompView.dat".
        01  ViewRec.
            05  VwKey          PIC X(40).
            05  VwRowNo        PIC 9(7).
            05  VwRow          PIC X(120).
        FD SupFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CompSup.dat".
        01  SupRow             PIC X(120).
        FD OrderFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CompOrder.dat".
        01  OrderRec.
            05  OdKey          PIC X(40).
            05  OdRowNo        PIC 9(7).
            05  OdRow          PIC X(120).
        FD AfterFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CompAfter.dat".
        01  AfterRec.
            05  AfKey          PIC X(40).
            05  AfRowNo        PIC 9(7).
            05  AfRow          PIC X(120).
        FD HistFile
            LABEL RECORDS ARE STANDARD.
        01  HistRow            PIC X(120).
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
            VALUE OF FILE-ID IS "Compact.dat".
        01  RecOut             PIC X(80).

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        COPY "LOCKLNK.CPY".
        01  CompListStatus PIC XX VALUE "00".
        01  TargetStatus   PIC XX VALUE "00".
        01  HistStatus     PIC XX VALUE "00".
        01  ExcpLogStatus  PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  TargetName     PIC X(60).
        01  HistName       PIC X(60).
        01  FileEOF        PIC A VALUE "N".
        01  SortedEOF      PIC A VALUE "N".
        01  ViewEOF        PIC A VALUE "N".
        01  AfterEOF       PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  RunRc          PIC 9 VALUE 0.
        01  PassWk         PIC A VALUE "B".
        01  FailFlag       PIC A VALUE "N".
        01  HoldFlag       PIC A VALUE "N".
        01  KeyWk          PIC X(40).
        01  KeyEndWk       PIC 999.
        01  RowNoWk        PIC 9(7) VALUE 0.
        01  BeforeCnt      PIC 9(7) VALUE 0.
        01  ViewCnt        PIC 9(7) VALUE 0.
        01  SupCnt         PIC 9(7) VALUE 0.
        01  LiveCnt        PIC 9(7) VALUE 0.
        01  AfterCnt       PIC 9(7) VALUE 0.
        01  AfterDupCnt    PIC 9(7) VALUE 0.
        01  MismatchCnt    PIC 9(7) VALUE 0.
        01  TotRead        PIC 9(8) VALUE 0.
        01  TotMoved       PIC 9(8) VALUE 0.
        01  TotCompacted   PIC 99 VALUE 0.
        01  TotFailed      PIC 99 VALUE 0.
        01  HoldRec.
            05  HdKey      PIC X(40).
            05  HdRowNo    PIC 9(7).
            05  HdRow      PIC X(120).
      * Files whose row trail is the history itself: the audit
      * trails, the run and exception logs, the document-number
      * register the gap audit reads, and the dated history and
      * ledger files the as-of reports are built from.
        01  ProtIx         PIC 99 VALUE 0.
        01  ProtHit        PIC 99 VALUE 0.
        01  ProtCount      PIC 99 VALUE 19.
        01  ProtTable.
            05  F          PIC X(16) VALUE "Audit.dat".
            05  F          PIC X(16) VALUE "DocNumReg.dat".
            05  F          PIC X(16) VALUE "RunLog.dat".
            05  F          PIC X(16) VALUE "ExcpLog.dat".
            05  F          PIC X(16) VALUE "DeptHist.dat".
            05  F          PIC X(16) VALUE "PriceHist.dat".
            05  F          PIC X(16) VALUE "StockLedger.dat".
            05  F          PIC X(16) VALUE "TranHist.dat".
            05  F          PIC X(16) VALUE "SalChg.dat".
            05  F          PIC X(16) VALUE "MinWage.dat".
            05  F          PIC X(16) VALUE "PaySlipHist.dat".
            05  F          PIC X(16) VALUE "CntHist.dat".
            05  F          PIC X(16) VALUE "SignHist.dat".
            05  F          PIC X(16) VALUE "FeeLedger.dat".
            05  F          PIC X(16) VALUE "ApLedger.dat".
            05  F          PIC X(16) VALUE "ArLedger.dat".
            05  F          PIC X(16) VALUE "GlHist.dat".
            05  F          PIC X(16) VALUE "GLConsHist.dat".
            05  F          PIC X(16) VALUE "PayHist.dat".
        01  ProtTableX REDEFINES ProtTable.
            05  ProtName OCCURS 19 TIMES PIC X(16).
      * The files compacted, in the order they run. LockReg.dat goes
      * last, once every claim this run makes has been released.
        01  FlIx           PIC 99 VALUE 0.
        01  FlHit          PIC 99 VALUE 0.
        01  FlCount        PIC 99 VALUE 0.
        01  FileTable.
            05  FileEntry OCCURS 20 TIMES.
                10  FtFileName PIC X(16).
                10  FtKeyPos1  PIC 999.
                10  FtKeyLen1  PIC 99.
                10  FtKeyPos2  PIC 999.
                10  FtKeyLen2  PIC 99.
                10  FtEnabled  PIC A.
                10  FtBefore   PIC 9(7).
                10  FtCurrent  PIC 9(7).
                10  FtMoved    PIC 9(7).
                10  FtResult   PIC X(16).
        COPY "CTLTOT.CPY".
        01  Heading1.
            05  F          PIC X(18) VALUE SPACES.
            05  F          PIC X(30) VALUE
                "Master File Compaction".
            05  F          PIC X(6) VALUE "As At ".
            05  HdrDateOut PIC 9(8).
        01  LineRec        PIC X(80) VALUE ALL "-".
        01  ColHead.
            05  F          PIC X(18) VALUE "File".
            05  F          PIC X(9) VALUE "   Before".
            05  F          PIC X(9) VALUE "  Current".
            05  F          PIC X(9) VALUE "    Moved".
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(16) VALUE "Result".
        01  DetailRec.
            05  DtFileOut  PIC X(16).
            05  F          PIC X(2) VALUE SPACES.
            05  DtBeforeOut PIC Z(6)9.
            05  F          PIC X(2) VALUE SPACES.
            05  DtCurrentOut PIC Z(6)9.
            05  F          PIC X(2) VALUE SPACES.
            05  DtMovedOut PIC Z(6)9.
            05  F          PIC X(4) VALUE SPACES.
            05  DtResultOut PIC X(16).
        01  VerdictRec.
            05  F          PIC X(3) VALUE SPACES.
            05  VerdictOut PIC X(50).

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            CALL "GetOper" USING OperLinkRec.
            PERFORM DefaultListPara.
            PERFORM LoadListPara.
            OPEN OUTPUT FileOut.
            MOVE RunDate8 TO HdrDateOut.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM ColHead.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO FlIx.
            PERFORM CompactOnePara UNTIL FlIx NOT < FlCount.
            WRITE RecOut FROM LineRec.
            IF TotFailed > 0
                MOVE "** VERIFY FAILED - FILE RESTORED, SEE WORKBENCH"
                    TO VerdictOut
                MOVE 8 TO RunRc
            ELSE IF TotCompacted > 0
                MOVE "COMPACTION COMPLETE - CURRENT VIEW VERIFIED"
                    TO VerdictOut
                MOVE 0 TO RunRc
            ELSE
                MOVE "NOTHING TO COMPACT" TO VerdictOut
                MOVE 0 TO RunRc.
            WRITE RecOut FROM VerdictRec.
            MOVE TotRead TO CtRecsOut.
            MOVE TotMoved TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE FileOut.
            PERFORM LogRunPara.
            DISPLAY "Rows Read :- " TotRead
                    "  Rows Moved :- " TotMoved
                    "  Files Failed :- " TotFailed.
            MOVE RunRc TO RETURN-CODE.
            GOBACK.
      * Built-in keys. RateMast.dat keys on type, effective date and
      * department together, so only a re-keyed rate for the same
      * date collapses and the dated rate history stays whole.
      * PoReg.dat keys on order number and status, so the order row
      * keeps the order rate the invoice match reads beside the
      * receipt row.
        DefaultListPara.
            MOVE "DeptMast.dat" TO FtFileName (1).
            MOVE 1 TO FtKeyPos1 (1).
            MOVE 4 TO FtKeyLen1 (1).
            MOVE 0 TO FtKeyPos2 (1).
            MOVE 0 TO FtKeyLen2 (1).
            MOVE "RateMast.dat" TO FtFileName (2).
            MOVE 1 TO FtKeyPos1 (2).
            MOVE 4 TO FtKeyLen1 (2).
            MOVE 10 TO FtKeyPos2 (2).
            MOVE 12 TO FtKeyLen2 (2).
            MOVE "LotMast.dat" TO FtFileName (3).
            MOVE 1 TO FtKeyPos1 (3).
            MOVE 15 TO FtKeyLen1 (3).
            MOVE 0 TO FtKeyPos2 (3).
            MOVE 0 TO FtKeyLen2 (3).
            MOVE "PoReg.dat" TO FtFileName (4).
            MOVE 1 TO FtKeyPos1 (4).
            MOVE 6 TO FtKeyLen1 (4).
            MOVE 24 TO FtKeyPos2 (4).
            MOVE 1 TO FtKeyLen2 (4).
            MOVE "StatDet.dat" TO FtFileName (5).
            MOVE 1 TO FtKeyPos1 (5).
            MOVE 4 TO FtKeyLen1 (5).
            MOVE 0 TO FtKeyPos2 (5).
            MOVE 0 TO FtKeyLen2 (5).
            MOVE "LocMast.dat" TO FtFileName (6).
            MOVE 1 TO FtKeyPos1 (6).
            MOVE 3 TO FtKeyLen1 (6).
            MOVE 0 TO FtKeyPos2 (6).
            MOVE 0 TO FtKeyLen2 (6).
            MOVE "LockReg.dat" TO FtFileName (7).
            MOVE 1 TO FtKeyPos1 (7).
            MOVE 16 TO FtKeyLen1 (7).
            MOVE 0 TO FtKeyPos2 (7).
            MOVE 0 TO FtKeyLen2 (7).
            MOVE 7 TO FlCount.
            MOVE 0 TO FlIx.
            PERFORM DefaultOnePara UNTIL FlIx NOT < FlCount.
        DefaultOnePara.
            ADD 1 TO FlIx.
            MOVE "Y" TO FtEnabled (FlIx).
            MOVE 0 TO FtBefore (FlIx).
            MOVE 0 TO FtCurrent (FlIx).
            MOVE 0 TO FtMoved (FlIx).
            MOVE SPACES TO FtResult (FlIx).
      * A card for a listed file changes its key (when a key is
      * given) or switches it off; a card for any other file adds
      * it ahead of LockReg.dat. A protected file is reported and
      * left alone.
        LoadListPara.
            MOVE "N" TO FileEOF.
            OPEN INPUT CompListFile.
            IF CompListStatus = "00"
                PERFORM ReadListPara
                PERFORM ApplyListPara UNTIL FileEOF = "Y"
                CLOSE CompListFile.
        ReadListPara.
            READ CompListFile AT END MOVE "Y" TO FileEOF.
        ApplyListPara.
            MOVE 0 TO FlHit.
            MOVE 0 TO FlIx.
            PERFORM ScanListPara UNTIL FlIx NOT < FlCount
                                 OR FlHit NOT = 0.
            IF FlHit = 0 AND FlCount < 20 AND ClFileName NOT = SPACES
                MOVE FtFileName (FlCount) TO FtFileName (FlCount + 1)
                MOVE FtKeyPos1 (FlCount) TO FtKeyPos1 (FlCount + 1)
                MOVE FtKeyLen1 (FlCount) TO FtKeyLen1 (FlCount + 1)
                MOVE FtKeyPos2 (FlCount) TO FtKeyPos2 (FlCount + 1)
                MOVE FtKeyLen2 (FlCount) TO FtKeyLen2 (FlCount + 1)
                MOVE FtEnabled (FlCount) TO FtEnabled (FlCount + 1)
                MOVE FtResult (FlCount) TO FtResult (FlCount + 1)
                MOVE FlCount TO FlHit
                ADD 1 TO FlCount
                MOVE ClFileName TO FtFileName (FlHit)
                MOVE 0 TO FtKeyPos1 (FlHit)
                MOVE 0 TO FtKeyLen1 (FlHit)
                MOVE 0 TO FtKeyPos2 (FlHit)
                MOVE 0 TO FtKeyLen2 (FlHit)
                MOVE "Y" TO FtEnabled (FlHit)
                MOVE SPACES TO FtResult (FlHit).
            IF FlHit NOT = 0
                IF ClKeyLen1 NUMERIC AND ClKeyLen1 > 0
                    MOVE ClKeyPos1 TO FtKeyPos1 (FlHit)
                    MOVE ClKeyLen1 TO FtKeyLen1 (FlHit)
                    MOVE ClKeyPos2 TO FtKeyPos2 (FlHit)
                    MOVE ClKeyLen2 TO FtKeyLen2 (FlHit)
                END-IF
                IF ClEnabled = "Y" OR ClEnabled = "N"
                    MOVE ClEnabled TO FtEnabled (FlHit)
                END-IF
                PERFORM CheckCardPara.
            PERFORM ReadListPara.
        ScanListPara.
            ADD 1 TO FlIx.
            IF FtFileName (FlIx) = ClFileName
                MOVE FlIx TO FlHit.
        CheckCardPara.
            MOVE 0 TO ProtHit.
            MOVE 0 TO ProtIx.
            PERFORM ScanProtPara UNTIL ProtIx NOT < ProtCount
                                 OR ProtHit NOT = 0.
            MOVE SPACES TO FtResult (FlHit).
            IF ProtHit NOT = 0
                MOVE "PROTECTED" TO FtResult (FlHit)
            ELSE IF FtKeyPos1 (FlHit) NOT NUMERIC
                 OR FtKeyLen1 (FlHit) NOT NUMERIC
                 OR FtKeyPos2 (FlHit) NOT NUMERIC
                 OR FtKeyLen2 (FlHit) NOT NUMERIC
                MOVE "BAD KEY CARD" TO FtResult (FlHit)
            ELSE IF FtKeyPos1 (FlHit) = 0 OR FtKeyLen1 (FlHit) = 0
                 OR FtKeyPos1 (FlHit) + FtKeyLen1 (FlHit) > 121
                 OR FtKeyLen1 (FlHit) + FtKeyLen2 (FlHit) > 40
                MOVE "BAD KEY CARD" TO FtResult (FlHit)
            ELSE IF FtKeyLen2 (FlHit) > 0
               AND (FtKeyPos2 (FlHit) = 0
                 OR FtKeyPos2 (FlHit) + FtKeyLen2 (FlHit) > 121)
                MOVE "BAD KEY CARD" TO FtResult (FlHit).
        ScanProtPara.
            ADD 1 TO ProtIx.
            IF ProtName (ProtIx) = FtFileName (FlHit)
                MOVE ProtIx TO ProtHit.
        CompactOnePara.
            ADD 1 TO FlIx.
            MOVE 0 TO BeforeCnt.
            MOVE 0 TO ViewCnt.
            MOVE 0 TO SupCnt.
            IF FtResult (FlIx) NOT = SPACES
                CONTINUE
            ELSE IF FtEnabled (FlIx) NOT = "Y"
                MOVE "DISABLED" TO FtResult (FlIx)
            ELSE
                PERFORM CompactFilePara.
            MOVE BeforeCnt TO FtBefore (FlIx).
            MOVE ViewCnt TO FtCurrent (FlIx).
            MOVE SupCnt TO FtMoved (FlIx).
            ADD BeforeCnt TO TotRead.
            MOVE FtFileName (FlIx) TO DtFileOut.
            MOVE FtBefore (FlIx) TO DtBeforeOut.
            MOVE FtCurrent (FlIx) TO DtCurrentOut.
            MOVE FtMoved (FlIx) TO DtMovedOut.
            MOVE FtResult (FlIx) TO DtResultOut.
            WRITE RecOut FROM DetailRec.
      * The file is held under FileLock for the whole rewrite, so no
      * maintenance program appends to it half way through. The
      * lock register itself is never claimed; FileLock writes to
      * it.
        CompactFilePara.
            MOVE FtFileName (FlIx) TO TargetName.
            OPEN INPUT TargetFile.
            IF TargetStatus NOT = "00"
                MOVE "NOT FOUND" TO FtResult (FlIx)
            ELSE
                CLOSE TargetFile
                MOVE "Y" TO LockResult
                IF TargetName NOT = "LockReg.dat"
                    MOVE "C" TO LockAction
                    MOVE FtFileName (FlIx) TO LockFileId
                    MOVE "COMPACT" TO LockProgram
                    CALL "FileLock" USING LockLinkRec
                END-IF
                IF LockResult = "N"
                    MOVE SPACES TO FtResult (FlIx)
                    STRING "HELD BY " LockHolder DELIMITED BY SIZE
                        INTO FtResult (FlIx)
                ELSE
                    PERFORM RewritePara
                    IF TargetName NOT = "LockReg.dat"
                        MOVE "R" TO LockAction
                        CALL "FileLock" USING LockLinkRec.
      * The original goes to CompSave.dat first. The current view
      * is the last row for each key; it is written back in the
      * order the rows first stood, then read back and checked
      * against the view taken before. Only when the two agree do
      * the superseded rows go to the dated history file;
      * otherwise the saved original is put back.
        RewritePara.
            MOVE "B" TO PassWk.
            MOVE "N" TO FailFlag.
            PERFORM LoadWorkPara.
            MOVE RowNoWk TO BeforeCnt.
            IF FailFlag = "Y"
                MOVE "READ ERROR" TO FtResult (FlIx)
            ELSE
                SORT SortWork ON ASCENDING KEY SwKey SwRowNo
                     USING WorkFile GIVING SortedWork
                PERFORM SplitPara
                IF SupCnt = 0
                    MOVE "ALREADY COMPACT" TO FtResult (FlIx)
                ELSE
                    SORT SortWork ON ASCENDING KEY SwRowNo
                         USING ViewFile GIVING OrderFile
                    PERFORM WriteLivePara
                    PERFORM VerifyPara
                    IF FailFlag = "N"
                        PERFORM MoveHistPara
                        MOVE "COMPACTED" TO FtResult (FlIx)
                        ADD 1 TO TotCompacted
                        ADD SupCnt TO TotMoved
                    ELSE
                        PERFORM RestorePara
                        PERFORM LogExceptionPara
                        MOVE "VERIFY FAILED" TO FtResult (FlIx)
                        ADD 1 TO TotFailed.
        LoadWorkPara.
            MOVE 0 TO RowNoWk.
            MOVE "N" TO FileEOF.
            OPEN INPUT TargetFile.
            OPEN OUTPUT WorkFile.
            IF PassWk = "B"
                OPEN OUTPUT SaveFile.
            PERFORM ReadTargetPara.
            PERFORM LoadOneWorkPara UNTIL FileEOF = "Y".
            CLOSE TargetFile.
            CLOSE WorkFile.
            IF PassWk = "B"
                CLOSE SaveFile.
        ReadTargetPara.
            READ TargetFile AT END MOVE "Y" TO FileEOF.
            IF FileEOF = "N" AND TargetStatus NOT = "00"
                MOVE "Y" TO FailFlag
                MOVE "Y" TO FileEOF.
        LoadOneWorkPara.
            ADD 1 TO RowNoWk.
            IF PassWk = "B"
                WRITE SaveRow FROM TargetRow.
            PERFORM BuildKeyPara.
            MOVE KeyWk TO WkKey.
            MOVE RowNoWk TO WkRowNo.
            MOVE TargetRow TO WkRow.
            WRITE WorkRec.
            PERFORM ReadTargetPara.
        BuildKeyPara.
            MOVE SPACES TO KeyWk.
            MOVE TargetRow (FtKeyPos1 (FlIx) : FtKeyLen1 (FlIx))
                TO KeyWk (1 : FtKeyLen1 (FlIx)).
            IF FtKeyLen2 (FlIx) > 0
                COMPUTE KeyEndWk = FtKeyLen1 (FlIx) + 1
                MOVE TargetRow (FtKeyPos2 (FlIx) : FtKeyLen2 (FlIx))
                    TO KeyWk (KeyEndWk : FtKeyLen2 (FlIx)).
      * Rows come in key order, oldest first within a key; a row
      * followed by another with the same key has been superseded.
        SplitPara.
            MOVE "N" TO SortedEOF.
            MOVE "N" TO HoldFlag.
            OPEN INPUT SortedWork.
            IF PassWk = "B"
                OPEN OUTPUT ViewFile
                OPEN OUTPUT SupFile
            ELSE
                OPEN OUTPUT AfterFile.
            PERFORM ReadSortedPara.
            PERFORM SplitOnePara UNTIL SortedEOF = "Y".
            IF HoldFlag = "Y"
                PERFORM KeepHoldPara.
            CLOSE SortedWork.
            IF PassWk = "B"
                CLOSE ViewFile
                CLOSE SupFile
            ELSE
                CLOSE AfterFile.
        ReadSortedPara.
            READ SortedWork AT END MOVE "Y" TO SortedEOF.
        SplitOnePara.
            IF HoldFlag = "Y"
                IF TsKey = HdKey
                    PERFORM DropHoldPara
                ELSE
                    PERFORM KeepHoldPara.
            MOVE SortedRec TO HoldRec.
            MOVE "Y" TO HoldFlag.
            PERFORM ReadSortedPara.
        KeepHoldPara.
            IF PassWk = "B"
                WRITE ViewRec FROM HoldRec
                ADD 1 TO ViewCnt
            ELSE
                WRITE AfterRec FROM HoldRec
                ADD 1 TO AfterCnt.
        DropHoldPara.
            IF PassWk = "B"
                WRITE SupRow FROM HdRow
                ADD 1 TO SupCnt
            ELSE
                ADD 1 TO AfterDupCnt.
        WriteLivePara.
            MOVE 0 TO LiveCnt.
            MOVE "N" TO FileEOF.
            OPEN INPUT OrderFile.
            OPEN OUTPUT TargetFile.
            PERFORM ReadOrderPara.
            PERFORM WriteOneLivePara UNTIL FileEOF = "Y".
            CLOSE OrderFile.
            CLOSE TargetFile.
        ReadOrderPara.
            READ OrderFile AT END MOVE "Y" TO FileEOF.
        WriteOneLivePara.
            WRITE TargetRow FROM OdRow.
            ADD 1 TO LiveCnt.
            PERFORM ReadOrderPara.
      * The rewritten file is put through the same key pass and the
      * current view compared row for row with the one taken before.
        VerifyPara.
            MOVE "A" TO PassWk.
            MOVE 0 TO AfterCnt.
            MOVE 0 TO AfterDupCnt.
            MOVE 0 TO MismatchCnt.
            PERFORM LoadWorkPara.
            IF FailFlag = "N"
                SORT SortWork ON ASCENDING KEY SwKey SwRowNo
                     USING WorkFile GIVING SortedWork
                PERFORM SplitPara
                PERFORM CompareViewPara.
            IF LiveCnt NOT = ViewCnt
               OR AfterCnt NOT = ViewCnt
               OR AfterDupCnt > 0
               OR MismatchCnt > 0
               OR ViewCnt + SupCnt NOT = BeforeCnt
                MOVE "Y" TO FailFlag.
        CompareViewPara.
            MOVE "N" TO ViewEOF.
            MOVE "N" TO AfterEOF.
            OPEN INPUT ViewFile.
            OPEN INPUT AfterFile.
            PERFORM ReadViewPara.
            PERFORM ReadAfterPara.
            PERFORM CompareOnePara UNTIL ViewEOF = "Y"
                                   AND AfterEOF = "Y".
            CLOSE ViewFile.
            CLOSE AfterFile.
        ReadViewPara.
            READ ViewFile AT END MOVE "Y" TO ViewEOF.
        ReadAfterPara.
            READ AfterFile AT END MOVE "Y" TO AfterEOF.
        CompareOnePara.
            IF ViewEOF = "Y" OR AfterEOF = "Y"
                ADD 1 TO MismatchCnt
            ELSE IF VwKey NOT = AfKey OR VwRow NOT = AfRow
                ADD 1 TO MismatchCnt.
            IF ViewEOF = "N"
                PERFORM ReadViewPara.
            IF AfterEOF = "N"
                PERFORM ReadAfterPara.
      * History goes to <file>-yyyymmdd.dat beside the live file, in
      * the same row layout, so anything that reads the live file
      * can read it too. A second run the same day adds to it.
        MoveHistPara.
            MOVE SPACES TO HistName.
            STRING FtFileName (FlIx) DELIMITED BY "."
                   "-" DELIMITED BY SIZE
                   RunDate8 DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                INTO HistName.
            OPEN EXTEND HistFile.
            IF HistStatus = "35"
                OPEN OUTPUT HistFile.
            MOVE "N" TO FileEOF.
            OPEN INPUT SupFile.
            PERFORM ReadSupPara.
            PERFORM MoveOneHistPara UNTIL FileEOF = "Y".
            CLOSE SupFile.
            CLOSE HistFile.
        ReadSupPara.
            READ SupFile AT END MOVE "Y" TO FileEOF.
        MoveOneHistPara.
            WRITE HistRow FROM SupRow.
            PERFORM ReadSupPara.
        RestorePara.
            MOVE "N" TO FileEOF.
            OPEN INPUT SaveFile.
            OPEN OUTPUT TargetFile.
            PERFORM ReadSavePara.
            PERFORM RestoreOnePara UNTIL FileEOF = "Y".
            CLOSE SaveFile.
            CLOSE TargetFile.
        ReadSavePara.
            READ SaveFile AT END MOVE "Y" TO FileEOF.
        RestoreOnePara.
            WRITE TargetRow FROM SaveRow.
            PERFORM ReadSavePara.
        LogExceptionPara.
            OPEN EXTEND ExcpLogFile.
            IF ExcpLogStatus = "35"
                OPEN OUTPUT ExcpLogFile.
            MOVE "COMPACT" TO ElProgram.
            MOVE "VerifyPara" TO ElParagraph.
            MOVE FtFileName (FlIx) TO ElBadValue.
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
            MOVE "COMPACT" TO RlProgram.
            MOVE RunDate8 TO RlRunDate.
            MOVE TotRead TO RlRecRead.
            MOVE TotMoved TO RlRecWrit.
            MOVE RunRc TO RlReturnCode.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
