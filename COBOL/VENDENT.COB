        IDENTIFICATION DIVISION.
        PROGRAM-ID. VendorMaint.
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
            SELECT VendBankFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS VendBankStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD VendPtyFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "VendPty.dat".
            COPY "VENDPTY.CPY".
        FD VendBankFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "VendBank.dat".
            COPY "VENDBANK.CPY".
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  VendPtyStatus  PIC XX VALUE "00".
        01  VendBankStatus PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  VendPtyEOF     PIC A VALUE "N".
        01  VendBankEOF    PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  MoreFlag       PIC A VALUE "Y".
        01  VendorIn       PIC X(4).
        01  NameIn         PIC X(20).
        01  Addr1In        PIC X(30).
        01  Addr2In        PIC X(30).
        01  CityIn         PIC X(15).
        01  PinIn          PIC X(6).
        01  GstinIn        PIC X(15).
        01  PanIn          PIC X(10).
        01  TermsIn        PIC 9(3).
        01  StatusIn       PIC A.
        01  ReasonIn       PIC X(20).
        01  BankAcctWk     PIC X(16).
        01  IfscWk         PIC X(11).
        01  VendFound      PIC A VALUE "N".
        01  VendSave       PIC X(193).
        01  VendImageWk.
            05  ViName         PIC X(20).
            05  F              PIC X(1) VALUE SPACES.
            05  ViStatus       PIC A.
            05  F              PIC X(1) VALUE SPACES.
            05  ViTerms        PIC ZZ9.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            CALL "GetOper" USING OperLinkRec.
            PERFORM VendorPara UNTIL MoreFlag NOT = "Y".
            GOBACK.
      * The bank account is not keyed here: an existing vendor keeps
      * the one on the master, and a new vendor picks up whatever
      * VendorBankMaint last recorded for the code, so the payment
      * run does not lose an account when the vendor is first put on
      * the master.
        VendorPara.
            DISPLAY (3, 10) "Vendor Code :- ".
            ACCEPT VendorIn.
            PERFORM FindVendPara.
            IF VendFound = "Y"
                DISPLAY (5, 10) "Current :- " VpName " " VpCity
                DISPLAY (6, 10) "Terms " VpTermsDays " Days  Status "
                        VpStatus " " VpBlockReason
                MOVE VpName TO ViName
                MOVE VpStatus TO ViStatus
                MOVE VpTermsDays TO ViTerms
                MOVE VpBankAcct TO BankAcctWk
                MOVE VpIfsc TO IfscWk
            ELSE
                DISPLAY (5, 10) "New Vendor."
                MOVE SPACES TO VendImageWk
                PERFORM FindBankPara.
            DISPLAY (8, 10) "Vendor Name :- ".
            ACCEPT NameIn.
            DISPLAY (9, 10) "Address Line 1 :- ".
            ACCEPT Addr1In.
            DISPLAY (10, 10) "Address Line 2 :- ".
            ACCEPT Addr2In.
            DISPLAY (11, 10) "City :- ".
            ACCEPT CityIn.
            DISPLAY (12, 10) "PIN Code :- ".
            ACCEPT PinIn.
            DISPLAY (13, 10) "GSTIN (Blank = Unregistered) :- ".
            ACCEPT GstinIn.
            DISPLAY (14, 10) "PAN :- ".
            ACCEPT PanIn.
            DISPLAY (15, 10) "Credit Terms Days (0 = 30) :- ".
            ACCEPT TermsIn.
            IF TermsIn = 0
                MOVE 30 TO TermsIn.
            DISPLAY (16, 10) "Status (A=Active B=Blocked) :- ".
            ACCEPT StatusIn.
            MOVE SPACES TO ReasonIn.
            IF StatusIn = "B"
                DISPLAY (17, 10) "Block Reason :- "
                ACCEPT ReasonIn.
            IF NameIn = SPACES
                DISPLAY (19, 10) "Name Required. Not Saved."
            ELSE IF Addr1In = SPACES OR CityIn = SPACES
                DISPLAY (19, 10) "Address Required. Not Saved."
            ELSE IF StatusIn NOT = "A" AND StatusIn NOT = "B"
                DISPLAY (19, 10) "Status Must Be A Or B. Not Saved."
            ELSE IF StatusIn = "B" AND ReasonIn = SPACES
                DISPLAY (19, 10) "Block Reason Required. Not Saved."
            ELSE IF GstinIn NOT = SPACES
                    AND GstinIn (3:10) NOT = PanIn
                DISPLAY (19, 10) "PAN Does Not Match GSTIN."
                        " Not Saved."
            ELSE
                PERFORM WriteVendPara
                PERFORM LogAuditPara
                DISPLAY (19, 10) "Vendor Saved.".
            DISPLAY (21, 10) "Another Vendor (Y/N) :- ".
            ACCEPT MoreFlag.
        FindVendPara.
            MOVE "N" TO VendFound.
            OPEN INPUT VendPtyFile.
            IF VendPtyStatus = "00"
                PERFORM ReadVendPtyPara
                PERFORM ScanVendPtyPara UNTIL VendPtyEOF = "Y"
                CLOSE VendPtyFile
                MOVE "N" TO VendPtyEOF.
            IF VendFound = "Y"
                MOVE VendSave TO VendPtyRec.
        ReadVendPtyPara.
            READ VendPtyFile AT END MOVE "Y" TO VendPtyEOF.
        ScanVendPtyPara.
            IF VpVendorCode = VendorIn
                MOVE "Y" TO VendFound
                MOVE VendPtyRec TO VendSave.
            PERFORM ReadVendPtyPara.
        FindBankPara.
            MOVE SPACES TO BankAcctWk.
            MOVE SPACES TO IfscWk.
            OPEN INPUT VendBankFile.
            IF VendBankStatus = "00"
                PERFORM ReadVendBankPara
                PERFORM ScanVendBankPara UNTIL VendBankEOF = "Y"
                CLOSE VendBankFile
                MOVE "N" TO VendBankEOF.
        ReadVendBankPara.
            READ VendBankFile AT END MOVE "Y" TO VendBankEOF.
        ScanVendBankPara.
            IF VbVendorCode = VendorIn
                MOVE VbAcctNo TO BankAcctWk
                MOVE VbIfsc TO IfscWk.
            PERFORM ReadVendBankPara.
        WriteVendPara.
            OPEN EXTEND VendPtyFile.
            IF VendPtyStatus = "35"
                OPEN OUTPUT VendPtyFile.
            MOVE VendorIn TO VpVendorCode.
            MOVE NameIn TO VpName.
            MOVE Addr1In TO VpAddr1.
            MOVE Addr2In TO VpAddr2.
            MOVE CityIn TO VpCity.
            MOVE PinIn TO VpPinCode.
            MOVE GstinIn TO VpGstin.
            MOVE PanIn TO VpPan.
            MOVE BankAcctWk TO VpBankAcct.
            MOVE IfscWk TO VpIfsc.
            MOVE TermsIn TO VpTermsDays.
            MOVE StatusIn TO VpStatus.
            MOVE ReasonIn TO VpBlockReason.
            MOVE RunDate8 TO VpDate.
            MOVE OperOpId TO VpUserId.
            WRITE VendPtyRec.
            CLOSE VendPtyFile.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "VENDENT" TO AuProgram.
            MOVE "VendPty.dat" TO AuFileId.
            MOVE VendorIn TO AuKey.
            MOVE VendImageWk TO AuBeforeImage.
            MOVE NameIn TO ViName.
            MOVE StatusIn TO ViStatus.
            MOVE TermsIn TO ViTerms.
            MOVE VendImageWk TO AuAfterImage.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
