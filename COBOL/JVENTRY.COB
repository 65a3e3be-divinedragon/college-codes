        IDENTIFICATION DIVISION.
        PROGRAM-ID. JournalVoucherEntry.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT AcctMapFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AcctMapStatus.
            SELECT VoucherFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS VoucherStatus.
            SELECT ExcpLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ExcpLogStatus.

        DATA DIVISION.
        FILE SECTION.
        FD AcctMapFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "AcctMap.dat".
            COPY "ACCTMAP.CPY".
        FD VoucherFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Voucher.dat".
            COPY "VOUCHER.CPY".
        FD ExcpLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ExcpLog.dat".
            COPY "EXCPLOG.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        COPY "ACCTPCHK.CPY".
        COPY "DOCLINK.CPY".
        01  AcctMapStatus  PIC XX VALUE "00".
        01  VoucherStatus  PIC XX VALUE "00".
        01  ExcpLogStatus  PIC XX VALUE "00".
        01  AcctMapEOF     PIC A VALUE "N".
        01  VoucherEOF     PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  ModeIn         PIC A VALUE "K".
        01  MoreFlag       PIC A VALUE "Y".
        01  LineMore       PIC A VALUE "Y".
        01  ConfirmFlag    PIC A VALUE "N".
        01  DateIn         PIC 9(8).
        01  DateInX REDEFINES DateIn.
            05  DateInMonth PIC 9(6).
            05  DateInDay  PIC 99.
        01  VcDateWk       PIC 9(8).
        01  VcDateX REDEFINES VcDateWk.
            05  VcDateMonth PIC 9(6).
            05  VcDateDay  PIC 99.
        01  NarrationIn    PIC X(30).
        01  RecurIn        PIC A.
        01  AcctIn         PIC X(6).
        01  DeptIn         PIC X(4).
        01  DrCrIn         PIC A.
        01  AmountIn       PIC 9(9)V99.
        01  BadValueOut    PIC X(20).
        01  VoucherNoWk    PIC 9(6) VALUE 0.
        01  DrTotal        PIC 9(10)V99 VALUE 0.
        01  CrTotal        PIC 9(10)V99 VALUE 0.
        01  DrTotOut       PIC Z(9)9.99.
        01  CrTotOut       PIC Z(9)9.99.
        01  RepeatCount    PIC 9(3) VALUE 0.
        01  MapIx          PIC 9(2) VALUE 0.
        01  MapHit         PIC 9(2) VALUE 0.
        01  MapCount       PIC 9(2) VALUE 0.
        01  MapTable.
            05  MapEntry OCCURS 40 TIMES.
                10  MtAcctNo   PIC X(6).
                10  MtAcctName PIC X(20).
        01  LineIx         PIC 99 VALUE 0.
        01  LineCount      PIC 99 VALUE 0.
        01  LineTable.
            05  LineEntry OCCURS 20 TIMES.
                10  LnAcctNo   PIC X(6).
                10  LnAcctName PIC X(20).
                10  LnDept     PIC X(4).
                10  LnDrCr     PIC A.
                10  LnAmount   PIC 9(9)V99.
        01  StIx           PIC 9(3) VALUE 0.
        01  StHit          PIC 9(3) VALUE 0.
        01  StCount        PIC 9(3) VALUE 0.
        01  StandTable.
            05  StandEntry OCCURS 100 TIMES.
                10  StNo       PIC 9(6).
                10  StDone     PIC A.
                10  StNarr     PIC X(30).
                10  StTotal    PIC 9(9)V99.
        01  CpIx           PIC 9(3) VALUE 0.
        01  CpCount        PIC 9(3) VALUE 0.
        01  CopyTable.
            05  CopyEntry OCCURS 400 TIMES.
                10  CpStand    PIC 9(3).
                10  CpAcctNo   PIC X(6).
                10  CpAcctName PIC X(20).
                10  CpDept     PIC X(4).
                10  CpDrCr     PIC A.
                10  CpAmount   PIC 9(9)V99.
        01  NewLineNo      PIC 99 VALUE 0.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            CALL "GetOper" USING OperLinkRec.
            PERFORM LoadMapPara.
            IF MapCount = 0
                DISPLAY "AcctMap.dat Missing Or Empty. Run Aborted."
                GOBACK.
            DISPLAY (2, 10) "Key Voucher Or Repeat Standing Vouchers"
                    " (K/R) :- ".
            ACCEPT ModeIn.
            IF ModeIn = "R"
                PERFORM RepeatPara
            ELSE
                PERFORM VoucherPara UNTIL MoreFlag NOT = "Y".
            GOBACK.
        LoadMapPara.
            OPEN INPUT AcctMapFile.
            IF AcctMapStatus = "00"
                PERFORM ReadMapPara
                PERFORM LoadOneMapPara UNTIL AcctMapEOF = "Y"
                CLOSE AcctMapFile.
        ReadMapPara.
            READ AcctMapFile AT END MOVE "Y" TO AcctMapEOF.
        LoadOneMapPara.
            IF MapCount < 40
                ADD 1 TO MapCount
                MOVE AmAcctNo TO MtAcctNo (MapCount)
                MOVE AmAcctName TO MtAcctName (MapCount).
            PERFORM ReadMapPara.
        FindAcctPara.
            MOVE 0 TO MapHit.
            MOVE 0 TO MapIx.
            PERFORM ScanMapPara UNTIL MapIx NOT < MapCount
                                OR MapHit NOT = 0.
        ScanMapPara.
            ADD 1 TO MapIx.
            IF MtAcctNo (MapIx) = AcctIn
                MOVE MapIx TO MapHit.
      * A voucher may not be dated ahead of today or into a GL period
      * that AcctPeriodChk reports closed.
        CheckDatePara.
            MOVE "GL " TO AckStream.
            MOVE DateIn TO AckDate.
            MOVE "O" TO AckStatus.
            IF DateIn > 0 AND DateIn NOT > RunDate8
                CALL "AcctPeriodChk" USING AcctChkRec.
        VoucherPara.
            MOVE 0 TO LineCount.
            MOVE 0 TO DrTotal.
            MOVE 0 TO CrTotal.
            DISPLAY (3, 10) "Voucher Date (YYYYMMDD) :- ".
            ACCEPT DateIn.
            PERFORM CheckDatePara.
            IF DateIn = 0 OR DateIn > RunDate8
                DISPLAY (13, 10) "Voucher Date Must Not Be After Today."
                MOVE DateIn TO BadValueOut
                PERFORM LogExceptionPara
            ELSE IF AckStatus = "C"
                DISPLAY (13, 10) "GL Period Is Closed For That Date."
                        " Voucher Refused."
                MOVE DateIn TO BadValueOut
                PERFORM LogExceptionPara
            ELSE
                DISPLAY (4, 10) "Narration :- "
                ACCEPT NarrationIn
                DISPLAY (5, 10) "Standing Monthly Voucher (Y/N) :- "
                ACCEPT RecurIn
                IF RecurIn NOT = "Y"
                    MOVE "N" TO RecurIn
                END-IF
                MOVE "Y" TO LineMore
                PERFORM LinePara UNTIL LineMore NOT = "Y"
                                 OR LineCount NOT < 20
                PERFORM ConfirmPara.
            DISPLAY (19, 10) "Another Voucher (Y/N) :- ".
            ACCEPT MoreFlag.
        LinePara.
            DISPLAY (7, 10) "Account No :- ".
            ACCEPT AcctIn.
            PERFORM FindAcctPara.
            IF MapHit = 0
                DISPLAY (13, 10) "Account Not On AcctMap."
                MOVE AcctIn TO BadValueOut
                PERFORM LogExceptionPara
            ELSE
                DISPLAY (8, 10) "Account Is :- " MtAcctName (MapHit)
                DISPLAY (9, 10) "Department :- "
                ACCEPT DeptIn
                DISPLAY (10, 10) "Debit Or Credit (D/C) :- "
                ACCEPT DrCrIn
                DISPLAY (11, 10) "Amount :- "
                ACCEPT AmountIn
                IF DrCrIn NOT = "D" AND DrCrIn NOT = "C"
                    DISPLAY (13, 10) "Enter D Or C."
                ELSE IF AmountIn NOT > 0
                    DISPLAY (13, 10) "Amount Out Of Range."
                ELSE
                    PERFORM HoldLinePara.
            DISPLAY (14, 10) "Another Line (Y/N) :- ".
            ACCEPT LineMore.
        HoldLinePara.
            ADD 1 TO LineCount.
            MOVE AcctIn TO LnAcctNo (LineCount).
            MOVE MtAcctName (MapHit) TO LnAcctName (LineCount).
            MOVE DeptIn TO LnDept (LineCount).
            MOVE DrCrIn TO LnDrCr (LineCount).
            MOVE AmountIn TO LnAmount (LineCount).
            IF DrCrIn = "D"
                ADD AmountIn TO DrTotal
            ELSE
                ADD AmountIn TO CrTotal.
            MOVE DrTotal TO DrTotOut.
            MOVE CrTotal TO CrTotOut.
            DISPLAY (13, 10) "Line Held. Dr " DrTotOut
                    " Cr " CrTotOut.
      * The serial is drawn only once a balanced voucher is submitted,
      * so a refused or abandoned voucher leaves no gap in the JV
      * series.
        ConfirmPara.
            IF LineCount > 0
                MOVE DrTotal TO DrTotOut
                MOVE CrTotal TO CrTotOut
                DISPLAY (15, 10) "Lines " LineCount " Dr " DrTotOut
                        " Cr " CrTotOut
                IF LineCount < 2
                    DISPLAY (17, 10) "At Least Two Lines Needed."
                            " Voucher Refused."
                ELSE IF DrTotal NOT = CrTotal
                    DISPLAY (17, 10) "Voucher Out Of Balance."
                            " Voucher Refused."
                    MOVE "UNBALANCED" TO BadValueOut
                    PERFORM LogExceptionPara
                ELSE
                    DISPLAY (16, 10) "Submit For Approval (Y/N) :- "
                    ACCEPT ConfirmFlag
                    IF ConfirmFlag = "Y"
                        PERFORM WriteVoucherPara
                        DISPLAY (17, 10) "Voucher " VoucherNoWk
                                " Submitted."
                    ELSE
                        DISPLAY (17, 10) "Voucher Discarded.".
        WriteVoucherPara.
            MOVE "JV" TO DocTypeIn.
            CALL "NextDocNo" USING DocLinkRec.
            MOVE DocNoOut TO VoucherNoWk.
            OPEN EXTEND VoucherFile.
            IF VoucherStatus = "35"
                OPEN OUTPUT VoucherFile.
            MOVE 0 TO LineIx.
            PERFORM WriteLinePara UNTIL LineIx NOT < LineCount.
            CLOSE VoucherFile.
        WriteLinePara.
            ADD 1 TO LineIx.
            MOVE VoucherNoWk TO VcVoucherNo.
            MOVE LineIx TO VcLineNo.
            MOVE DateIn TO VcDate.
            MOVE LnAcctNo (LineIx) TO VcAcctNo.
            MOVE LnAcctName (LineIx) TO VcAcctName.
            MOVE LnDept (LineIx) TO VcDept.
            MOVE LnDrCr (LineIx) TO VcDrCr.
            MOVE LnAmount (LineIx) TO VcAmount.
            MOVE NarrationIn TO VcNarration.
            MOVE DrTotal TO VcVoucherTot.
            MOVE RecurIn TO VcRecurFlag.
            MOVE 0 TO VcFromNo.
            PERFORM StampPendingPara.
            WRITE VoucherRec.
        StampPendingPara.
            MOVE OperOpId TO VcMaker.
            MOVE "P" TO VcStatus.
            MOVE SPACES TO VcChecker.
            MOVE 0 TO VcActionDate.
      * Standing vouchers: every approved voucher marked standing is
      * copied into a new pending voucher dated the date keyed here,
      * unless the standing voucher is itself dated in that month or
      * later, or a copy for that month is already on file and not
      * rejected - so the option can be run again safely.
        RepeatPara.
            DISPLAY (3, 10) "Repeat Into Date (YYYYMMDD) :- ".
            ACCEPT DateIn.
            PERFORM CheckDatePara.
            IF DateIn = 0 OR DateIn > RunDate8
                DISPLAY (13, 10) "Voucher Date Must Not Be After Today."
                MOVE DateIn TO BadValueOut
                PERFORM LogExceptionPara
            ELSE IF AckStatus = "C"
                DISPLAY (13, 10) "GL Period Is Closed For That Date."
                        " Run Refused."
                MOVE DateIn TO BadValueOut
                PERFORM LogExceptionPara
            ELSE
                PERFORM LoadStandingPara
                PERFORM LoadCopyLinesPara
                PERFORM WriteRepeatsPara
                DISPLAY (15, 10) "Standing Vouchers Repeated :- "
                        RepeatCount.
        LoadStandingPara.
            MOVE 0 TO StCount.
            MOVE "N" TO VoucherEOF.
            OPEN INPUT VoucherFile.
            IF VoucherStatus = "00"
                PERFORM ReadVoucherPara
                PERFORM StoreStandingPara UNTIL VoucherEOF = "Y"
                CLOSE VoucherFile.
        ReadVoucherPara.
            READ VoucherFile AT END MOVE "Y" TO VoucherEOF.
        StoreStandingPara.
            MOVE VcDate TO VcDateWk.
            IF VcRecurFlag = "Y" AND VcStatus = "A"
               AND VcLineNo = 1 AND StCount < 100
                ADD 1 TO StCount
                MOVE VcVoucherNo TO StNo (StCount)
                MOVE VcNarration TO StNarr (StCount)
                MOVE VcVoucherTot TO StTotal (StCount)
                MOVE "N" TO StDone (StCount)
                IF VcDateMonth NOT < DateInMonth
                    MOVE "Y" TO StDone (StCount)
                END-IF.
            IF VcFromNo NOT = 0 AND VcStatus NOT = "R"
               AND VcDateMonth = DateInMonth
                MOVE VcFromNo TO VoucherNoWk
                PERFORM FindStandingPara
                IF StHit NOT = 0
                    MOVE "Y" TO StDone (StHit).
            PERFORM ReadVoucherPara.
        FindStandingPara.
            MOVE 0 TO StHit.
            MOVE 0 TO StIx.
            PERFORM ScanStandingPara UNTIL StIx NOT < StCount
                                     OR StHit NOT = 0.
        ScanStandingPara.
            ADD 1 TO StIx.
            IF StNo (StIx) = VoucherNoWk
                MOVE StIx TO StHit.
        LoadCopyLinesPara.
            MOVE 0 TO CpCount.
            MOVE "N" TO VoucherEOF.
            OPEN INPUT VoucherFile.
            IF VoucherStatus = "00"
                PERFORM ReadVoucherPara
                PERFORM StoreCopyLinePara UNTIL VoucherEOF = "Y"
                CLOSE VoucherFile.
        StoreCopyLinePara.
            MOVE VcVoucherNo TO VoucherNoWk.
            PERFORM FindStandingPara.
            IF StHit NOT = 0 AND CpCount < 400
                IF StDone (StHit) = "N"
                    ADD 1 TO CpCount
                    MOVE StHit TO CpStand (CpCount)
                    MOVE VcAcctNo TO CpAcctNo (CpCount)
                    MOVE VcAcctName TO CpAcctName (CpCount)
                    MOVE VcDept TO CpDept (CpCount)
                    MOVE VcDrCr TO CpDrCr (CpCount)
                    MOVE VcAmount TO CpAmount (CpCount).
            PERFORM ReadVoucherPara.
        WriteRepeatsPara.
            MOVE 0 TO StIx.
            PERFORM RepeatOnePara UNTIL StIx NOT < StCount.
        RepeatOnePara.
            ADD 1 TO StIx.
            IF StDone (StIx) = "N"
                MOVE "JV" TO DocTypeIn
                CALL "NextDocNo" USING DocLinkRec
                MOVE DocNoOut TO VoucherNoWk
                OPEN EXTEND VoucherFile
                IF VoucherStatus = "35"
                    OPEN OUTPUT VoucherFile
                END-IF
                MOVE 0 TO NewLineNo
                MOVE 0 TO CpIx
                PERFORM WriteCopyLinePara UNTIL CpIx NOT < CpCount
                CLOSE VoucherFile
                ADD 1 TO RepeatCount.
        WriteCopyLinePara.
            ADD 1 TO CpIx.
            IF CpStand (CpIx) = StIx
                ADD 1 TO NewLineNo
                MOVE VoucherNoWk TO VcVoucherNo
                MOVE NewLineNo TO VcLineNo
                MOVE DateIn TO VcDate
                MOVE CpAcctNo (CpIx) TO VcAcctNo
                MOVE CpAcctName (CpIx) TO VcAcctName
                MOVE CpDept (CpIx) TO VcDept
                MOVE CpDrCr (CpIx) TO VcDrCr
                MOVE CpAmount (CpIx) TO VcAmount
                MOVE StNarr (StIx) TO VcNarration
                MOVE StTotal (StIx) TO VcVoucherTot
                MOVE "N" TO VcRecurFlag
                MOVE StNo (StIx) TO VcFromNo
                PERFORM StampPendingPara
                WRITE VoucherRec.
        LogExceptionPara.
            OPEN EXTEND ExcpLogFile.
            IF ExcpLogStatus = "35"
                OPEN OUTPUT ExcpLogFile.
            MOVE "JVENTRY" TO ElProgram.
            MOVE "VoucherPara" TO ElParagraph.
            MOVE BadValueOut TO ElBadValue.
            MOVE "N" TO ElStatus.
            MOVE SPACES TO ElAssignTo.
            MOVE SPACES TO ElResolveNote.
            MOVE OperOpId TO ElUserId.
            ACCEPT ElTimestamp FROM DATE YYYYMMDD.
            WRITE ExcpLogRec.
            CLOSE ExcpLogFile.
