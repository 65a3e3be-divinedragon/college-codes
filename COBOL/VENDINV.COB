        IDENTIFICATION DIVISION.
        PROGRAM-ID. VendorInvoiceEntry.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT VendInvFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS VendInvStatus.
            SELECT PoRegFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PoRegStatus.
            SELECT ExcpLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ExcpLogStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD VendInvFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "VendInv.dat".
            COPY "VENDINV.CPY".
        FD PoRegFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PoReg.dat".
            COPY "POREG.CPY".
        FD ExcpLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ExcpLog.dat".
            COPY "EXCPLOG.CPY".
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        COPY "ACCTPCHK.CPY".
        01  VendInvStatus  PIC XX VALUE "00".
        01  PoRegStatus    PIC XX VALUE "00".
        01  ExcpLogStatus  PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  VendInvEOF     PIC A VALUE "N".
        01  PoRegEOF       PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  ModeIn         PIC A VALUE "E".
        01  MoreFlag       PIC A VALUE "Y".
        01  LineMore       PIC A VALUE "Y".
        01  ActionIn       PIC A.
        01  VendorIn       PIC X(4).
        01  InvNoIn        PIC X(10).
        01  InvDateIn      PIC 9(8).
        01  PoNoIn         PIC 9(6).
        01  QtyIn          PIC 9(5).
        01  RateIn         PIC 9(4)V99.
        01  EditOk         PIC A VALUE "N".
        01  BadValueOut    PIC X(20).
        01  PoFoundStatus  PIC A VALUE SPACES.
        01  FoundItem      PIC X(4).
        01  FoundVendor    PIC X(4).
        01  FoundRecvQty   PIC 9(5) VALUE 0.
        01  FoundRecvRate  PIC 9(4)V99 VALUE 0.
        01  OrderRate      PIC 9(4)V99 VALUE 0.
        01  InvFoundStatus PIC A VALUE SPACES.
        01  InvSaveWk      PIC X(74).
      * Invoice quantity is held to the received quantity and the
      * invoice rate to the PO rate, each within these percentages.
        01  QtyTolPct      PIC 9(3)V99 VALUE 2.00.
        01  PriceTolPct    PIC 9(3)V99 VALUE 2.00.
        01  QtyTolWk       PIC 9(5)V99 VALUE 0.
        01  QtyDiffWk      PIC S9(5)V99 VALUE 0.
        01  RateTolWk      PIC 9(4)V9999 VALUE 0.
        01  RateDiffWk     PIC S9(4)V99 VALUE 0.
        01  QtyBad         PIC A VALUE "N".
        01  RateBad        PIC A VALUE "N".
        01  QtyOut         PIC Z(4)9.
        01  RateOut        PIC Z(3)9.99.
        01  AmtOut         PIC Z(6)9.99.
        01  AfterImageWk.
            05  AiStatus       PIC A.
            05  F              PIC X(1) VALUE SPACES.
            05  AiReason       PIC X(4).
            05  F              PIC X(1) VALUE SPACES.
            05  AiInvNo        PIC X(10).
            05  F              PIC X(1) VALUE SPACES.
            05  AiAmount       PIC Z(6)9.99.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            MOVE "GL " TO AckStream.
            MOVE RunDate8 TO AckDate.
            CALL "AcctPeriodChk" USING AcctChkRec.
            IF AckStatus = "C"
                DISPLAY "GL Accounting Period Is Closed. Run"
                        " Refused."
                GOBACK.
            DISPLAY (3, 10) "Enter Invoices Or Resolve Holds (E/R) :- ".
            ACCEPT ModeIn.
            IF ModeIn = "R"
                PERFORM ResolvePara UNTIL MoreFlag NOT = "Y"
            ELSE
                PERFORM InvoicePara UNTIL MoreFlag NOT = "Y".
            GOBACK.
        InvoicePara.
            DISPLAY (5, 10) "Vendor Code :- ".
            ACCEPT VendorIn.
            DISPLAY (6, 10) "Invoice Number :- ".
            ACCEPT InvNoIn.
            DISPLAY (7, 10) "Invoice Date (YYYYMMDD) :- ".
            ACCEPT InvDateIn.
            MOVE "Y" TO LineMore.
            PERFORM LinePara UNTIL LineMore NOT = "Y".
            DISPLAY (16, 10) "Another Invoice (Y/N) :- ".
            ACCEPT MoreFlag.
        LinePara.
            DISPLAY (9, 10) "PO Number :- ".
            ACCEPT PoNoIn.
            DISPLAY (10, 10) "Quantity Invoiced :- ".
            ACCEPT QtyIn.
            DISPLAY (11, 10) "Rate Invoiced :- ".
            ACCEPT RateIn.
            PERFORM FindPoPara.
            PERFORM FindInvPara.
            PERFORM EditPara.
            IF EditOk = "N"
                DISPLAY (13, 10) "Rejected - " BadValueOut
                PERFORM LogExceptionPara
            ELSE
                PERFORM MatchPara
                PERFORM WriteInvPara
                MOVE "NEW" TO AuBeforeImage
                PERFORM LogAuditPara
                IF ViStatus = "M"
                    DISPLAY (13, 10) "Line Matched."
                ELSE
                    DISPLAY (13, 10) "Line Held - " ViReason
                            " Outside Tolerance.".
            DISPLAY (14, 10) "Another Line On This Invoice (Y/N) :- ".
            ACCEPT LineMore.
        EditPara.
            MOVE "N" TO EditOk.
            IF PoFoundStatus = SPACES
                MOVE "PO NOT ON REGISTER" TO BadValueOut
            ELSE IF FoundVendor NOT = VendorIn
                MOVE "PO OF OTHER VENDOR" TO BadValueOut
            ELSE IF PoFoundStatus NOT = "C"
                MOVE "PO NOT RECEIVED" TO BadValueOut
            ELSE IF InvFoundStatus = "M"
                MOVE "PO ALREADY INVOICED" TO BadValueOut
            ELSE IF InvFoundStatus = "H"
                MOVE "PO INVOICE ON HOLD" TO BadValueOut
            ELSE IF QtyIn = 0 OR RateIn = 0
                MOVE "QTY OR RATE ZERO" TO BadValueOut
            ELSE
                MOVE "Y" TO EditOk.
      * The "O" row carries the rate ordered at; the closing "C" row
      * carries the quantity received and the rate paid at receipt.
        FindPoPara.
            MOVE SPACES TO PoFoundStatus.
            MOVE SPACES TO FoundVendor.
            MOVE 0 TO FoundRecvQty.
            MOVE 0 TO FoundRecvRate.
            MOVE 0 TO OrderRate.
            OPEN INPUT PoRegFile.
            IF PoRegStatus = "00"
                PERFORM ReadPoRegPara
                PERFORM ScanPoRegPara UNTIL PoRegEOF = "Y"
                CLOSE PoRegFile
                MOVE "N" TO PoRegEOF.
            IF OrderRate = 0
                MOVE FoundRecvRate TO OrderRate.
        ReadPoRegPara.
            READ PoRegFile AT END MOVE "Y" TO PoRegEOF.
        ScanPoRegPara.
            IF PoNo = PoNoIn
                MOVE PoStatus TO PoFoundStatus
                MOVE PoItemCode TO FoundItem
                MOVE PoVendorCode TO FoundVendor
                IF PoStatus = "O"
                    MOVE PoRate TO OrderRate
                ELSE
                    MOVE PoRecvQty TO FoundRecvQty
                    MOVE PoRate TO FoundRecvRate.
            PERFORM ReadPoRegPara.
        FindInvPara.
            MOVE SPACES TO InvFoundStatus.
            OPEN INPUT VendInvFile.
            IF VendInvStatus = "00"
                PERFORM ReadVendInvPara
                PERFORM ScanVendInvPara UNTIL VendInvEOF = "Y"
                CLOSE VendInvFile
                MOVE "N" TO VendInvEOF.
        ReadVendInvPara.
            READ VendInvFile AT END MOVE "Y" TO VendInvEOF.
        ScanVendInvPara.
            IF ViPoNo = PoNoIn
                MOVE ViStatus TO InvFoundStatus
                MOVE VendInvRec TO InvSaveWk.
            PERFORM ReadVendInvPara.
        MatchPara.
            MOVE "N" TO QtyBad.
            MOVE "N" TO RateBad.
            COMPUTE QtyTolWk = FoundRecvQty * QtyTolPct / 100.
            COMPUTE QtyDiffWk = QtyIn - FoundRecvQty.
            IF QtyDiffWk > QtyTolWk OR QtyDiffWk < 0 - QtyTolWk
                MOVE "Y" TO QtyBad.
            COMPUTE RateTolWk = OrderRate * PriceTolPct / 100.
            COMPUTE RateDiffWk = RateIn - OrderRate.
            IF RateDiffWk > RateTolWk OR RateDiffWk < 0 - RateTolWk
                MOVE "Y" TO RateBad.
            MOVE PoNoIn TO ViPoNo.
            MOVE VendorIn TO ViVendorCode.
            MOVE InvNoIn TO ViInvNo.
            MOVE InvDateIn TO ViInvDate.
            MOVE FoundItem TO ViItemCode.
            MOVE QtyIn TO ViQty.
            MOVE RateIn TO ViRate.
            COMPUTE ViAmount ROUNDED = QtyIn * RateIn.
            COMPUTE ViRecvValue ROUNDED = FoundRecvQty * FoundRecvRate.
            IF QtyBad = "Y" AND RateBad = "Y"
                MOVE "BOTH" TO ViReason
            ELSE IF QtyBad = "Y"
                MOVE "QTY " TO ViReason
            ELSE IF RateBad = "Y"
                MOVE "RATE" TO ViReason
            ELSE
                MOVE SPACES TO ViReason.
            IF ViReason = SPACES
                MOVE "M" TO ViStatus
                MOVE RunDate8 TO ViMatchDate
            ELSE
                MOVE "H" TO ViStatus
                MOVE 0 TO ViMatchDate.
        WriteInvPara.
            OPEN EXTEND VendInvFile.
            IF VendInvStatus = "35"
                OPEN OUTPUT VendInvFile.
            WRITE VendInvRec.
            CLOSE VendInvFile.
      * Purchasing clears a held line either by accepting the
      * variance, which matches it as keyed (GRNI clears that day),
      * or by rejecting the invoice back to the vendor.
        ResolvePara.
            DISPLAY (5, 10) "PO Number Of Held Invoice :- ".
            ACCEPT PoNoIn.
            PERFORM FindInvPara.
            IF InvFoundStatus NOT = "H"
                DISPLAY (13, 10) "No Held Invoice For This PO."
            ELSE
                MOVE InvSaveWk TO VendInvRec
                MOVE ViQty TO QtyOut
                MOVE ViRate TO RateOut
                MOVE ViAmount TO AmtOut
                DISPLAY (6, 10) "Vendor " ViVendorCode
                        "  Invoice " ViInvNo "  Held For " ViReason
                DISPLAY (7, 10) "Qty " QtyOut "  Rate " RateOut
                        "  Amount " AmtOut
                DISPLAY (9, 10) "Accept Variance Or Reject To Vendor"
                        " (A/R) :- "
                ACCEPT ActionIn
                PERFORM ApplyActionPara.
            DISPLAY (16, 10) "Resolve Another (Y/N) :- ".
            ACCEPT MoreFlag.
        ApplyActionPara.
            IF ActionIn = "A"
                MOVE "M" TO ViStatus
                MOVE RunDate8 TO ViMatchDate
                PERFORM WriteInvPara
                MOVE "HELD" TO AuBeforeImage
                PERFORM LogAuditPara
                DISPLAY (13, 10) "Variance Accepted. Line Matched."
            ELSE IF ActionIn = "R"
                MOVE "X" TO ViStatus
                MOVE 0 TO ViMatchDate
                PERFORM WriteInvPara
                MOVE "HELD" TO AuBeforeImage
                PERFORM LogAuditPara
                DISPLAY (13, 10) "Invoice Rejected To Vendor."
            ELSE
                DISPLAY (13, 10) "No Action Taken.".
        LogExceptionPara.
            OPEN EXTEND ExcpLogFile.
            IF ExcpLogStatus = "35"
                OPEN OUTPUT ExcpLogFile.
            MOVE "VENDINV" TO ElProgram.
            MOVE "EditPara" TO ElParagraph.
            MOVE BadValueOut TO ElBadValue.
            MOVE "N" TO ElStatus.
            MOVE SPACES TO ElAssignTo.
            MOVE SPACES TO ElResolveNote.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO ElUserId.
            ACCEPT ElTimestamp FROM DATE YYYYMMDD.
            WRITE ExcpLogRec.
            CLOSE ExcpLogFile.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "VENDINV" TO AuProgram.
            MOVE "VendInv.dat" TO AuFileId.
            MOVE ViPoNo TO AuKey.
            MOVE ViStatus TO AiStatus.
            MOVE ViReason TO AiReason.
            MOVE ViInvNo TO AiInvNo.
            MOVE ViAmount TO AiAmount.
            MOVE AfterImageWk TO AuAfterImage.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
