        IDENTIFICATION DIVISION.
        PROGRAM-ID. QcInspection.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT QcHoldFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS QcHoldStatus.
            SELECT TrasacFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TrasacStatus.
            SELECT LotMastFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LotMastStatus.
            SELECT PurRetFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PurRetStatus.
            SELECT DebitNoteFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DebitNoteStatus.
            SELECT CompParamFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CompParamStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD QcHoldFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "QcHold.dat".
            COPY "QCHOLD.CPY".
        FD TrasacFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Trasac.dat".
        01  TrasacRec.
            05  TItemCode      PIC X(4).
            05  TQty           PIC 9(4).
            05  TRate          PIC 9(4)V99.
            05  TTxnType       PIC X(1).
            05  TLocation      PIC X(3).
            05  TLotNo         PIC X(8).
        FD LotMastFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "LotMast.dat".
            COPY "LOTMAST.CPY".
        FD PurRetFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PurRet.dat".
            COPY "PURRET.CPY".
        FD DebitNoteFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "DebitNote.dat".
        01  RecOut             PIC X(80).
        FD CompParamFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CompParam.dat".
            COPY "PARAM.CPY".
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        COPY "DOCLINK.CPY".
        COPY "ACCTPCHK.CPY".
        01  QcHoldStatus   PIC XX VALUE "00".
        01  TrasacStatus   PIC XX VALUE "00".
        01  LotMastStatus  PIC XX VALUE "00".
        01  PurRetStatus   PIC XX VALUE "00".
        01  DebitNoteStatus PIC XX VALUE "00".
        01  CompParamStatus PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  QcHoldEOF      PIC A VALUE "N".
        01  LotMastEOF     PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  MoreFlag       PIC A VALUE "Y".
        01  ConfirmFlag    PIC A VALUE "N".
        01  PoNoIn         PIC 9(6).
        01  AcceptIn       PIC 9(4).
        01  RejectWk       PIC 9(4) VALUE 0.
        01  QcLoc          PIC X(3) VALUE "QC".
        01  HoldFound      PIC A VALUE "N".
        01  HoldSave       PIC X(82).
        01  LotLocWk       PIC X(3).
        01  LotBalWk       PIC S9(5) VALUE 0.
        01  LotExpWk       PIC 9(8) VALUE 0.
        01  LotRecvWk      PIC 9(8) VALUE 0.
        01  LotResvWk      PIC 9(5) VALUE 0.
        01  NextDnNo       PIC 9(6) VALUE 0.
        01  RetValue       PIC 9(8)V99 VALUE 0.
        01  LineRec        PIC X(80) VALUE ALL "*".
        01  BlankRec       PIC X(80) VALUE SPACES.
        01  DnHeading.
            05  F          PIC X(28) VALUE SPACES.
            05  CompanyNameOut PIC X(20) VALUE "XYZ BANK LTD.".
        01  DnTitle.
            05  F          PIC X(33) VALUE SPACES.
            05  F          PIC X(12) VALUE "DEBIT NOTE".
        01  DnNoLine.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(16) VALUE "Debit Note No : ".
            05  DnNoOut    PIC 9(6).
            05  F          PIC X(8) VALUE SPACES.
            05  F          PIC X(8) VALUE "Date : ".
            05  DnDateOut  PIC 9(8).
        01  DnVendLine.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(16) VALUE "Vendor Code   : ".
            05  DnVendOut  PIC X(4).
            05  F          PIC X(8) VALUE SPACES.
            05  F          PIC X(10) VALUE "PO No. : ".
            05  DnPoOut    PIC 9(6).
        01  DnItemLine.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(16) VALUE "Item Returned : ".
            05  DnItemOut  PIC X(4).
            05  F          PIC X(8) VALUE SPACES.
            05  F          PIC X(6) VALUE "Qty : ".
            05  DnQtyOut   PIC ZZZ9.
        01  DnReasonLine.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(16) VALUE "Reason        : ".
            05  F          PIC X(30) VALUE
                "REJECTED AT GOODS INSPECTION".
        01  DnValLine.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(16) VALUE "Value Debited : ".
            05  DnValOut   PIC Z(7)9.99.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            MOVE "INV" TO AckStream.
            MOVE RunDate8 TO AckDate.
            CALL "AcctPeriodChk" USING AcctChkRec.
            IF AckStatus = "C"
                DISPLAY "INV Accounting Period Is Closed. Run"
                        " Refused."
                GOBACK.
            CALL "GetOper" USING OperLinkRec.
            PERFORM ReadCompParamPara.
            PERFORM EntryPara UNTIL MoreFlag NOT = "Y".
            GOBACK.
        ReadCompParamPara.
            OPEN INPUT CompParamFile.
            IF CompParamStatus = "00"
                READ CompParamFile
                MOVE CpCompanyName TO CompanyNameOut
                CLOSE CompParamFile.
        EntryPara.
            DISPLAY (5, 10) "PO Number Received :- ".
            ACCEPT PoNoIn.
            PERFORM FindHoldPara.
            IF HoldFound = "N"
                DISPLAY (11, 10) "No QC Hold On File For That PO."
            ELSE IF QhStatus NOT = "H"
                DISPLAY (11, 10) "PO Already Inspected - Status "
                        QhStatus
            ELSE
                DISPLAY (6, 10) "Item / Vendor :- " QhItemCode
                        " / " QhVendorCode
                DISPLAY (7, 10) "Lot / Qty Held :- " QhLotNo
                        " / " QhRecvQty
                DISPLAY (8, 10) "Quantity Accepted :- "
                ACCEPT AcceptIn
                IF AcceptIn > QhRecvQty
                    DISPLAY (11, 10) "Accepted Exceeds Quantity Held."
                ELSE
                    COMPUTE RejectWk = QhRecvQty - AcceptIn
                    DISPLAY (9, 10) "Quantity Rejected :- " RejectWk
                    DISPLAY (10, 10) "Confirm (Y/N) :- "
                    ACCEPT ConfirmFlag
                    IF ConfirmFlag = "Y"
                        PERFORM PostInspectionPara
                        DISPLAY (11, 10) "Inspection Posted."
                    ELSE
                        DISPLAY (11, 10) "Nothing Posted.".
            DISPLAY (14, 10) "Another Inspection (Y/N) :- ".
            ACCEPT MoreFlag.
        FindHoldPara.
            MOVE "N" TO HoldFound.
            OPEN INPUT QcHoldFile.
            IF QcHoldStatus = "00"
                PERFORM ReadQcHoldPara
                PERFORM ScanQcHoldPara UNTIL QcHoldEOF = "Y"
                CLOSE QcHoldFile
                MOVE "N" TO QcHoldEOF.
            IF HoldFound = "Y"
                MOVE HoldSave TO QcHoldRec.
        ReadQcHoldPara.
            READ QcHoldFile AT END MOVE "Y" TO QcHoldEOF.
        ScanQcHoldPara.
            IF QhPoNo = PoNoIn
                MOVE "Y" TO HoldFound
                MOVE QcHoldRec TO HoldSave.
            PERFORM ReadQcHoldPara.
      * Accepted stock leaves QC the way TransacEntry books a
      * transfer - an issue out of the hold location and a receipt
      * into the destination at the receipt rate - but keeps its lot
      * and expiry. Rejected stock is returned to the vendor exactly
      * as PurchaseReturn would: a "B" movement, a PurRet row (so
      * ApLedgerPost raises the AP debit) and a printed debit note.
        PostInspectionPara.
            IF RejectWk > 0
                MOVE "DN" TO DocTypeIn
                CALL "NextDocNo" USING DocLinkRec
                MOVE DocNoOut TO NextDnNo
            ELSE
                MOVE 0 TO NextDnNo.
            OPEN EXTEND TrasacFile.
            IF TrasacStatus = "35"
                OPEN OUTPUT TrasacFile.
            MOVE QhItemCode TO TItemCode.
            MOVE QhRate TO TRate.
            MOVE QhLotNo TO TLotNo.
            IF AcceptIn > 0
                MOVE AcceptIn TO TQty
                MOVE "I" TO TTxnType
                MOVE QcLoc TO TLocation
                WRITE TrasacRec
                MOVE "R" TO TTxnType
                MOVE QhDestLoc TO TLocation
                WRITE TrasacRec.
            IF RejectWk > 0
                MOVE RejectWk TO TQty
                MOVE "B" TO TTxnType
                MOVE QcLoc TO TLocation
                WRITE TrasacRec.
            CLOSE TrasacFile.
            PERFORM PostLotsPara.
            IF RejectWk > 0
                PERFORM WriteRetRowPara
                PERFORM PrintDebitNotePara.
            PERFORM WriteOutcomePara.
            PERFORM LogAuditPara.
        PostLotsPara.
            MOVE QcLoc TO LotLocWk.
            PERFORM FindLotBalPara.
            OPEN EXTEND LotMastFile.
            IF LotMastStatus = "35"
                OPEN OUTPUT LotMastFile.
            MOVE QhItemCode TO LmItemCode.
            MOVE QcLoc TO LmLocation.
            MOVE QhLotNo TO LmLotNo.
            MOVE LotExpWk TO LmExpDate.
            COMPUTE LmQty = LotBalWk - QhRecvQty.
            IF LotRecvWk > 0
                MOVE LotRecvWk TO LmRecvDate
            ELSE
                MOVE QhRecvDate TO LmRecvDate.
            MOVE LotResvWk TO LmResvQty.
            WRITE LotMastRec.
            CLOSE LotMastFile.
            IF AcceptIn > 0
                MOVE QhDestLoc TO LotLocWk
                PERFORM FindLotBalPara
                PERFORM PostDestLotPara.
        PostDestLotPara.
            OPEN EXTEND LotMastFile.
            IF LotMastStatus = "35"
                OPEN OUTPUT LotMastFile.
            MOVE QhItemCode TO LmItemCode.
            MOVE QhDestLoc TO LmLocation.
            MOVE QhLotNo TO LmLotNo.
            IF QhExpDate > 0
                MOVE QhExpDate TO LmExpDate
            ELSE
                MOVE LotExpWk TO LmExpDate.
            COMPUTE LmQty = LotBalWk + AcceptIn.
            IF LotRecvWk > 0
                MOVE LotRecvWk TO LmRecvDate
            ELSE
                MOVE QhRecvDate TO LmRecvDate.
            MOVE LotResvWk TO LmResvQty.
            WRITE LotMastRec.
            CLOSE LotMastFile.
        FindLotBalPara.
            MOVE 0 TO LotBalWk.
            MOVE 0 TO LotExpWk.
            MOVE 0 TO LotRecvWk.
            MOVE 0 TO LotResvWk.
            OPEN INPUT LotMastFile.
            IF LotMastStatus = "00"
                PERFORM ReadLotMastPara
                PERFORM ScanLotMastPara UNTIL LotMastEOF = "Y"
                CLOSE LotMastFile
                MOVE "N" TO LotMastEOF.
        ReadLotMastPara.
            READ LotMastFile AT END MOVE "Y" TO LotMastEOF.
        ScanLotMastPara.
            IF LmItemCode = QhItemCode AND LmLocation = LotLocWk
               AND LmLotNo = QhLotNo
                MOVE LmQty TO LotBalWk
                MOVE LmExpDate TO LotExpWk
                IF LmRecvDate NUMERIC
                    MOVE LmRecvDate TO LotRecvWk
                END-IF
                IF LmResvQty NUMERIC
                    MOVE LmResvQty TO LotResvWk
                END-IF.
            PERFORM ReadLotMastPara.
        WriteRetRowPara.
            OPEN EXTEND PurRetFile.
            IF PurRetStatus = "35"
                OPEN OUTPUT PurRetFile.
            MOVE NextDnNo TO PrDebitNoteNo.
            MOVE QhPoNo TO PrPoNo.
            MOVE QhItemCode TO PrItemCode.
            MOVE QhVendorCode TO PrVendorCode.
            MOVE RejectWk TO PrQty.
            MOVE QhRate TO PrRate.
            MOVE QcLoc TO PrLocation.
            MOVE RunDate8 TO PrDate.
            MOVE "Q" TO PrSource.
            WRITE PurRetRec.
            CLOSE PurRetFile.
        PrintDebitNotePara.
            COMPUTE RetValue = RejectWk * QhRate.
            OPEN EXTEND DebitNoteFile.
            IF DebitNoteStatus = "35"
                OPEN OUTPUT DebitNoteFile.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM DnHeading.
            WRITE RecOut FROM DnTitle.
            WRITE RecOut FROM LineRec.
            MOVE NextDnNo TO DnNoOut.
            MOVE RunDate8 TO DnDateOut.
            WRITE RecOut FROM DnNoLine.
            MOVE QhVendorCode TO DnVendOut.
            MOVE QhPoNo TO DnPoOut.
            WRITE RecOut FROM DnVendLine.
            MOVE QhItemCode TO DnItemOut.
            MOVE RejectWk TO DnQtyOut.
            WRITE RecOut FROM DnItemLine.
            WRITE RecOut FROM DnReasonLine.
            MOVE RetValue TO DnValOut.
            WRITE RecOut FROM DnValLine.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM BlankRec.
            CLOSE DebitNoteFile.
        WriteOutcomePara.
            OPEN EXTEND QcHoldFile.
            IF QcHoldStatus = "35"
                OPEN OUTPUT QcHoldFile.
            IF RejectWk = 0
                MOVE "A" TO QhStatus
            ELSE IF AcceptIn = 0
                MOVE "R" TO QhStatus
            ELSE
                MOVE "P" TO QhStatus.
            MOVE AcceptIn TO QhAcceptQty.
            MOVE RejectWk TO QhRejectQty.
            MOVE RunDate8 TO QhInspDate.
            MOVE OperOpId TO QhInspector.
            MOVE NextDnNo TO QhDebitNoteNo.
            WRITE QcHoldRec.
            CLOSE QcHoldFile.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "QCINSP" TO AuProgram.
            MOVE "QcHold.dat" TO AuFileId.
            MOVE QhPoNo TO AuKey.
            MOVE "HELD" TO AuBeforeImage.
            IF QhStatus = "A"
                MOVE "ACCEPTED" TO AuAfterImage
            ELSE IF QhStatus = "R"
                MOVE "REJECTED" TO AuAfterImage
            ELSE
                MOVE "PART ACCEPTED" TO AuAfterImage.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
