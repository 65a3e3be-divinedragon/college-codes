        IDENTIFICATION DIVISION.
        PROGRAM-ID. FixedAssetMove.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT FixAssetFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FixAssetStatus.
            SELECT FaTxnFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FaTxnStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD FixAssetFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "FixAsset.dat".
            COPY "FIXASSET.CPY".
        FD FaTxnFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "FaTxn.dat".
            COPY "FATXN.CPY".
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        COPY "ACCTPCHK.CPY".
        01  FixAssetStatus PIC XX VALUE "00".
        01  FaTxnStatus    PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  FixAssetEOF    PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  AssetNoIn      PIC 9(6).
        01  MoveTypeIn     PIC A.
        01  NewCcIn        PIC X(4).
        01  NewLocIn       PIC X(3).
        01  ProceedsIn     PIC 9(7)V99.
        01  AssetFound     PIC A VALUE "N".
        01  AssetSave      PIC X(108).
        01  MoreFlag       PIC A VALUE "Y".
        01  GainLossWk     PIC S9(7)V99 VALUE 0.
        01  GainLossOut    PIC -Z(6)9.99.
        01  NbvOut         PIC Z(6)9.99.
        01  BeforeImage.
            05  F          PIC X(3) VALUE "CC ".
            05  BiCc       PIC X(4).
            05  F          PIC X(5) VALUE " LOC ".
            05  BiLoc      PIC X(3).
            05  F          PIC X(5) VALUE " STS ".
            05  BiStatus   PIC A.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            MOVE "GL" TO AckStream.
            MOVE RunDate8 TO AckDate.
            CALL "AcctPeriodChk" USING AcctChkRec.
            IF AckStatus = "C"
                DISPLAY "GL Accounting Period Is Closed. Run"
                        " Refused."
                GOBACK.
            PERFORM EntryPara UNTIL MoreFlag NOT = "Y".
            GOBACK.
      * T moves an asset to another cost center and/or location at
      * its book figures; X disposes of it for the proceeds keyed
      * (0 for a scrapping), booking the gain or loss against book
      * value as at the last depreciation run.
        EntryPara.
            DISPLAY (5, 10) "Asset Number :- ".
            ACCEPT AssetNoIn.
            PERFORM FindAssetPara.
            IF AssetFound = "N"
                DISPLAY (12, 10) "Asset Not On Register."
            ELSE IF FaStatus NOT = "A"
                DISPLAY (12, 10) "Asset Already Disposed."
            ELSE
                COMPUTE NbvOut = FaCost - FaAccumDep
                DISPLAY (6, 10) FaItemName "  CC " FaCostCenter
                        "  Loc " FaLocation "  Book Value " NbvOut
                DISPLAY (7, 10) "Transfer Or Disposal (T/X) :- "
                ACCEPT MoveTypeIn
                IF MoveTypeIn = "T"
                    PERFORM TransferPara
                ELSE IF MoveTypeIn = "X"
                    PERFORM DisposePara
                ELSE
                    DISPLAY (12, 10) "Type Must Be T Or X."
                END-IF
                END-IF.
            DISPLAY (14, 10) "Another Asset (Y/N) :- ".
            ACCEPT MoreFlag.
        FindAssetPara.
            MOVE "N" TO AssetFound.
            OPEN INPUT FixAssetFile.
            IF FixAssetStatus = "00"
                PERFORM ReadAssetPara
                PERFORM ScanAssetPara UNTIL FixAssetEOF = "Y"
                CLOSE FixAssetFile
                MOVE "N" TO FixAssetEOF.
            IF AssetFound = "Y"
                MOVE AssetSave TO FixAssetRec.
        ReadAssetPara.
            READ FixAssetFile AT END MOVE "Y" TO FixAssetEOF.
        ScanAssetPara.
            IF FaAssetNo = AssetNoIn
                MOVE "Y" TO AssetFound
                MOVE FixAssetRec TO AssetSave.
            PERFORM ReadAssetPara.
        TransferPara.
            DISPLAY (8, 10) "New Cost Center (Blank = Same) :- ".
            ACCEPT NewCcIn.
            DISPLAY (9, 10) "New Location (Blank = Same) :- ".
            ACCEPT NewLocIn.
            IF NewCcIn = SPACES
                MOVE FaCostCenter TO NewCcIn.
            IF NewLocIn = SPACES
                MOVE FaLocation TO NewLocIn.
            IF NewCcIn = FaCostCenter AND NewLocIn = FaLocation
                DISPLAY (12, 10) "Nothing To Transfer."
            ELSE
                MOVE FaCostCenter TO BiCc
                MOVE FaLocation TO BiLoc
                MOVE FaStatus TO BiStatus
                MOVE "T" TO FtTxnType
                MOVE FaCostCenter TO FtCostCenter
                MOVE NewCcIn TO FtToCostCtr
                MOVE FaLocation TO FtFromLoc
                MOVE NewLocIn TO FtToLoc
                MOVE 0 TO FtProceeds
                PERFORM WriteTxnPara
                MOVE NewCcIn TO FaCostCenter
                MOVE NewLocIn TO FaLocation
                PERFORM WriteAssetPara
                PERFORM LogAuditPara
                DISPLAY (12, 10) "Asset Transferred.".
        DisposePara.
            DISPLAY (8, 10) "Sale Proceeds (0 = Scrapped) :- ".
            ACCEPT ProceedsIn.
            MOVE FaCostCenter TO BiCc.
            MOVE FaLocation TO BiLoc.
            MOVE FaStatus TO BiStatus.
            MOVE "X" TO FtTxnType.
            MOVE FaCostCenter TO FtCostCenter.
            MOVE FaCostCenter TO FtToCostCtr.
            MOVE FaLocation TO FtFromLoc.
            MOVE SPACES TO FtToLoc.
            MOVE ProceedsIn TO FtProceeds.
            PERFORM WriteTxnPara.
            MOVE "D" TO FaStatus.
            MOVE RunDate8 TO FaDispDate.
            MOVE ProceedsIn TO FaProceeds.
            PERFORM WriteAssetPara.
            PERFORM LogAuditPara.
            COMPUTE GainLossWk = ProceedsIn + FaAccumDep - FaCost.
            MOVE GainLossWk TO GainLossOut.
            DISPLAY (12, 10) "Asset Disposed. Gain/(Loss) :- "
                    GainLossOut.
        WriteTxnPara.
            OPEN EXTEND FaTxnFile.
            IF FaTxnStatus = "35"
                OPEN OUTPUT FaTxnFile.
            MOVE FaAssetNo TO FtAssetNo.
            MOVE RunDate8 TO FtPostDate.
            MOVE FaCost TO FtAmount.
            MOVE FaAccumDep TO FtAccumDep.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO FtUserId.
            WRITE FaTxnRec.
            CLOSE FaTxnFile.
        WriteAssetPara.
            MOVE FixAssetRec TO AssetSave.
            OPEN EXTEND FixAssetFile.
            IF FixAssetStatus = "35"
                OPEN OUTPUT FixAssetFile.
            WRITE FixAssetRec.
            CLOSE FixAssetFile.
            MOVE AssetSave TO FixAssetRec.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "FAMOVE" TO AuProgram.
            MOVE "FixAsset.dat" TO AuFileId.
            MOVE AssetNoIn TO AuKey.
            MOVE BeforeImage TO AuBeforeImage.
            MOVE FaCostCenter TO BiCc.
            MOVE FaLocation TO BiLoc.
            MOVE FaStatus TO BiStatus.
            MOVE BeforeImage TO AuAfterImage.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
