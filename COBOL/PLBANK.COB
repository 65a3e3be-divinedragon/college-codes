        IDENTIFICATION DIVISION.
        PROGRAM-ID. PlayerBankMaint.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PlayerBankFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PlayerBankStatus.
            SELECT NewFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS NewFileStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD PlayerBankFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "PlayerBank.dat".
            COPY "PLBANK.CPY".
        FD NewFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "NewFile.dat".
        01  NewRec.
            05  MPlayerId      PIC X(4).
            05  MName          PIC X(20).
            05  MTeamCode      PIC X(4).
            05  MOverseas      PIC A.
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  PlayerBankStatus PIC XX VALUE "00".
        01  NewFileStatus  PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  PlayerBankEOF  PIC A VALUE "N".
        01  NewFileEOF     PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  MoreFlag       PIC A VALUE "Y".
        01  PlayerIdIn     PIC X(4).
        01  AcctNoIn       PIC X(16).
        01  IfscIn         PIC X(11).
        01  HolderIn       PIC X(30).
        01  PlayerFound    PIC A VALUE "N".
        01  PlayerNameWk   PIC X(20).
        01  CurAcctWk      PIC X(16).
        01  CurIfscWk      PIC X(11).
        01  CurHolderWk    PIC X(30).
        01  BankImageWk.
            05  BiAcctNo       PIC X(16).
            05  F              PIC X(1) VALUE SPACES.
            05  BiIfsc         PIC X(11).

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            CALL "GetOper" USING OperLinkRec.
            PERFORM BankPara UNTIL MoreFlag NOT = "Y".
            GOBACK.
      * A blank account number withdraws the details on file, so the
      * payment run falls back to a cheque for the player.
        BankPara.
            DISPLAY (3, 10) "Player Id :- ".
            ACCEPT PlayerIdIn.
            PERFORM FindPlayerPara.
            IF PlayerFound = "N"
                DISPLAY (14, 10) "Player Not On Master."
            ELSE
                PERFORM FindBankPara
                DISPLAY (4, 10) "Player :- " PlayerNameWk
                DISPLAY (5, 10) "Current A/c :- " CurAcctWk
                        "  IFSC :- " CurIfscWk
                PERFORM KeyBankPara.
            DISPLAY (16, 10) "Another Player (Y/N) :- ".
            ACCEPT MoreFlag.
        KeyBankPara.
            DISPLAY (7, 10) "Account No. (Blank = Withdraw) :- ".
            ACCEPT AcctNoIn.
            MOVE SPACES TO IfscIn.
            MOVE SPACES TO HolderIn.
            IF AcctNoIn NOT = SPACES
                DISPLAY (8, 10) "IFSC Code :- "
                ACCEPT IfscIn
                DISPLAY (9, 10) "Account Holder Name :- "
                ACCEPT HolderIn.
            IF AcctNoIn = SPACES AND CurAcctWk = SPACES
                DISPLAY (14, 10) "No Details On File To Withdraw."
            ELSE IF AcctNoIn NOT = SPACES AND IfscIn = SPACES
                DISPLAY (14, 10) "IFSC Required. Not Saved."
            ELSE IF AcctNoIn NOT = SPACES AND HolderIn = SPACES
                DISPLAY (14, 10) "Account Holder Required. Not Saved."
            ELSE
                PERFORM WriteBankPara
                PERFORM LogAuditPara
                DISPLAY (14, 10) "Bank Details Saved.".
        FindPlayerPara.
            MOVE "N" TO PlayerFound.
            MOVE SPACES TO PlayerNameWk.
            OPEN INPUT NewFile.
            IF NewFileStatus = "00"
                PERFORM ReadPlayerPara
                PERFORM ScanPlayerPara UNTIL NewFileEOF = "Y"
                CLOSE NewFile
                MOVE "N" TO NewFileEOF.
        ReadPlayerPara.
            READ NewFile AT END MOVE "Y" TO NewFileEOF.
        ScanPlayerPara.
            IF MPlayerId = PlayerIdIn
                MOVE "Y" TO PlayerFound
                MOVE MName TO PlayerNameWk.
            PERFORM ReadPlayerPara.
        FindBankPara.
            MOVE SPACES TO CurAcctWk.
            MOVE SPACES TO CurIfscWk.
            MOVE SPACES TO CurHolderWk.
            OPEN INPUT PlayerBankFile.
            IF PlayerBankStatus = "00"
                PERFORM ReadBankPara
                PERFORM ScanBankPara UNTIL PlayerBankEOF = "Y"
                CLOSE PlayerBankFile
                MOVE "N" TO PlayerBankEOF.
        ReadBankPara.
            READ PlayerBankFile AT END MOVE "Y" TO PlayerBankEOF.
        ScanBankPara.
            IF PbPlayerId = PlayerIdIn
                MOVE PbAcctNo TO CurAcctWk
                MOVE PbIfsc TO CurIfscWk
                MOVE PbHolderName TO CurHolderWk.
            PERFORM ReadBankPara.
        WriteBankPara.
            OPEN EXTEND PlayerBankFile.
            IF PlayerBankStatus = "35"
                OPEN OUTPUT PlayerBankFile.
            MOVE PlayerIdIn TO PbPlayerId.
            MOVE AcctNoIn TO PbAcctNo.
            MOVE IfscIn TO PbIfsc.
            MOVE HolderIn TO PbHolderName.
            MOVE RunDate8 TO PbDate.
            MOVE OperOpId TO PbOpId.
            WRITE PlayerBankRec.
            CLOSE PlayerBankFile.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "PLBANK" TO AuProgram.
            MOVE "PlayerBank.dat" TO AuFileId.
            MOVE PlayerIdIn TO AuKey.
            MOVE CurAcctWk TO BiAcctNo.
            MOVE CurIfscWk TO BiIfsc.
            MOVE BankImageWk TO AuBeforeImage.
            MOVE AcctNoIn TO BiAcctNo.
            MOVE IfscIn TO BiIfsc.
            MOVE BankImageWk TO AuAfterImage.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
