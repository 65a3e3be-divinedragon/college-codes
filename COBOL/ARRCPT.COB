        IDENTIFICATION DIVISION.
        PROGRAM-ID. CustomerReceipt.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ArLedgerFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ArLedgerStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD ArLedgerFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ArLedger.dat".
            COPY "ARLEDG.CPY".
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        COPY "ACCTPCHK.CPY".
        01  ArLedgerStatus PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  ArLedgerEOF    PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  MoreFlag       PIC A VALUE "Y".
        01  CustIn         PIC X(4).
        01  InvNoIn        PIC 9(6).
        01  AmountIn       PIC 9(7)V99.
        01  ModeIn         PIC A.
        01  RefIn          PIC X(10).
        01  InvFound       PIC A VALUE "N".
        01  InvDueWk       PIC 9(8) VALUE 0.
        01  OpenBalWk      PIC S9(7)V99 VALUE 0.
        01  OpenBalOut     PIC -Z(6)9.99.
        01  AuditImage.
            05  F          PIC X(4) VALUE "BAL ".
            05  AiBalance  PIC -Z(6)9.99.

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
            CALL "GetOper" USING OperLinkRec.
            PERFORM ReceiptPara UNTIL MoreFlag NOT = "Y".
            GOBACK.
      * Money is applied to one invoice at a time and may not exceed
      * what is still open on it; a part payment leaves the balance
      * open for the aging.
        ReceiptPara.
            DISPLAY (3, 10) "Customer Code :- ".
            ACCEPT CustIn.
            DISPLAY (4, 10) "Invoice Number :- ".
            ACCEPT InvNoIn.
            PERFORM FindInvoicePara.
            IF InvFound = "N"
                DISPLAY (12, 10) "Invoice Not On Ledger For Customer."
            ELSE IF OpenBalWk NOT > 0
                DISPLAY (12, 10) "Invoice Already Settled."
            ELSE
                MOVE OpenBalWk TO OpenBalOut
                DISPLAY (5, 10) "Open Balance :- " OpenBalOut
                        "  Due :- " InvDueWk
                PERFORM KeyReceiptPara.
            DISPLAY (14, 10) "Another Receipt (Y/N) :- ".
            ACCEPT MoreFlag.
        KeyReceiptPara.
            DISPLAY (7, 10) "Amount Received :- ".
            ACCEPT AmountIn.
            DISPLAY (8, 10) "Mode (C=Cheque N=NEFT) :- ".
            ACCEPT ModeIn.
            DISPLAY (9, 10) "Cheque / Bank Reference :- ".
            ACCEPT RefIn.
            IF AmountIn NOT > 0
                DISPLAY (12, 10) "Amount Must Be Positive."
            ELSE IF AmountIn > OpenBalWk
                DISPLAY (12, 10) "Amount Exceeds Open Balance."
            ELSE IF ModeIn NOT = "C" AND ModeIn NOT = "N"
                DISPLAY (12, 10) "Mode Must Be C Or N."
            ELSE IF RefIn = SPACES
                DISPLAY (12, 10) "Reference Required."
            ELSE
                PERFORM WriteReceiptPara
                PERFORM LogAuditPara
                DISPLAY (12, 10) "Receipt Posted.".
        FindInvoicePara.
            MOVE "N" TO InvFound.
            MOVE 0 TO OpenBalWk.
            MOVE 0 TO InvDueWk.
            OPEN INPUT ArLedgerFile.
            IF ArLedgerStatus = "00"
                PERFORM ReadArLedgerPara
                PERFORM ScanArLedgerPara UNTIL ArLedgerEOF = "Y"
                CLOSE ArLedgerFile
                MOVE "N" TO ArLedgerEOF.
        ReadArLedgerPara.
            READ ArLedgerFile AT END MOVE "Y" TO ArLedgerEOF.
        ScanArLedgerPara.
            IF ArCustCode = CustIn AND ArInvNo = InvNoIn
                IF ArTxnType = "I"
                    MOVE "Y" TO InvFound
                    MOVE ArDueDate TO InvDueWk
                    ADD ArAmount TO OpenBalWk
                ELSE
                    SUBTRACT ArAmount FROM OpenBalWk.
            PERFORM ReadArLedgerPara.
        WriteReceiptPara.
            OPEN EXTEND ArLedgerFile.
            IF ArLedgerStatus = "35"
                OPEN OUTPUT ArLedgerFile.
            MOVE CustIn TO ArCustCode.
            MOVE "R" TO ArTxnType.
            MOVE InvNoIn TO ArInvNo.
            MOVE RefIn TO ArDocNo.
            MOVE RunDate8 TO ArDocDate.
            MOVE 0 TO ArDueDate.
            MOVE AmountIn TO ArAmount.
            MOVE ModeIn TO ArPayMode.
            MOVE RunDate8 TO ArPostDate.
            WRITE ArLedgerRec.
            CLOSE ArLedgerFile.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "ARRCPT" TO AuProgram.
            MOVE "ArLedger.dat" TO AuFileId.
            MOVE InvNoIn TO AuKey.
            MOVE OpenBalWk TO AiBalance.
            MOVE AuditImage TO AuBeforeImage.
            SUBTRACT AmountIn FROM OpenBalWk.
            MOVE OpenBalWk TO AiBalance.
            MOVE AuditImage TO AuAfterImage.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
