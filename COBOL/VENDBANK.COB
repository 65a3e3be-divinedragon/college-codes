        IDENTIFICATION DIVISION.
        PROGRAM-ID. VendorBankMaint.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT VendPtyFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS VendPtyStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD VendPtyFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "VendPty.dat".
            COPY "VENDPTY.CPY".
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  VendPtyStatus  PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  VendPtyEOF     PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  MoreFlag       PIC A VALUE "Y".
        01  VendorIn       PIC X(4).
        01  AcctNoIn       PIC X(16).
        01  IfscIn         PIC X(11).
        01  OldAcctWk      PIC X(16).
        01  OldIfscWk      PIC X(11).
        01  VendFound      PIC A VALUE "N".
        01  VendSave       PIC X(193).
        01  BankImageWk.
            05  BiAcctNo       PIC X(16).
            05  F              PIC X(1) VALUE SPACES.
            05  BiIfsc         PIC X(11).

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            CALL "GetOper" USING OperLinkRec.
            PERFORM VendorPara UNTIL MoreFlag NOT = "Y".
            GOBACK.
      * Bank details now live on the vendor master: a change is
      * saved as a fresh master row carrying everything else over, so
      * the vendor has to be on the master first.
        VendorPara.
            DISPLAY (3, 10) "Vendor Code :- ".
            ACCEPT VendorIn.
            PERFORM FindBankPara.
            IF VendFound = "N"
                DISPLAY (5, 10) "Vendor Not On Vendor Master."
            ELSE
                PERFORM KeyBankPara.
            DISPLAY (13, 10) "Another Vendor (Y/N) :- ".
            ACCEPT MoreFlag.
        KeyBankPara.
            DISPLAY (5, 10) "Current Account :- " OldAcctWk.
            DISPLAY (6, 10) "Current IFSC    :- " OldIfscWk.
            DISPLAY (8, 10) "New Account (Blank To Withdraw) :- ".
            ACCEPT AcctNoIn.
            MOVE SPACES TO IfscIn.
            IF AcctNoIn NOT = SPACES
                DISPLAY (9, 10) "New IFSC :- "
                ACCEPT IfscIn.
            IF AcctNoIn NOT = SPACES AND IfscIn = SPACES
                DISPLAY (11, 10) "IFSC Required. Not Saved."
            ELSE
                PERFORM WriteBankPara
                PERFORM LogAuditPara
                DISPLAY (11, 10) "Bank Details Saved.".
        FindBankPara.
            MOVE "N" TO VendFound.
            MOVE SPACES TO OldAcctWk.
            MOVE SPACES TO OldIfscWk.
            OPEN INPUT VendPtyFile.
            IF VendPtyStatus = "00"
                PERFORM ReadVendPtyPara
                PERFORM ScanVendPtyPara UNTIL VendPtyEOF = "Y"
                CLOSE VendPtyFile
                MOVE "N" TO VendPtyEOF.
        ReadVendPtyPara.
            READ VendPtyFile AT END MOVE "Y" TO VendPtyEOF.
        ScanVendPtyPara.
            IF VpVendorCode = VendorIn
                MOVE "Y" TO VendFound
                MOVE VendPtyRec TO VendSave
                MOVE VpBankAcct TO OldAcctWk
                MOVE VpIfsc TO OldIfscWk.
            PERFORM ReadVendPtyPara.
        WriteBankPara.
            OPEN EXTEND VendPtyFile.
            IF VendPtyStatus = "35"
                OPEN OUTPUT VendPtyFile.
            MOVE VendSave TO VendPtyRec.
            MOVE AcctNoIn TO VpBankAcct.
            MOVE IfscIn TO VpIfsc.
            MOVE RunDate8 TO VpDate.
            MOVE OperOpId TO VpUserId.
            WRITE VendPtyRec.
            CLOSE VendPtyFile.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "VENDBANK" TO AuProgram.
            MOVE "VendPty.dat" TO AuFileId.
            MOVE VendorIn TO AuKey.
            MOVE OldAcctWk TO BiAcctNo.
            MOVE OldIfscWk TO BiIfsc.
            MOVE BankImageWk TO AuBeforeImage.
            MOVE AcctNoIn TO BiAcctNo.
            MOVE IfscIn TO BiIfsc.
            MOVE BankImageWk TO AuAfterImage.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
